       identification division.
       program-id. RepAntiguedadDeuda.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy ctacte.sl.

           select listado
                  assign to random "ANTIG-DEUDA.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

       data division.
       file section.
           copy ctacte.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Prove                       pic 9(04).
           03                                  pic x(01).
           03 Lis-Empresa                     pic 9(02).
           03                                  pic x(01).
           03 Lis-Moneda                      pic 9(02).
           03                                  pic x(01).
           03 Lis-No-Vencido                  pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Hasta-30                    pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Hasta-60                    pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Hasta-90                    pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Mas-90                      pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-A-Favor                     pic 9(12)v9(02).

       01  reg-total.
           03 Tot-Titulo                      pic x(09).
           03 Tot-Moneda                      pic 9(02).
           03                                  pic x(01).
           03 Tot-No-Vencido                  pic 9(12)v9(02).
           03                                  pic x(01).
           03 Tot-Hasta-30                    pic 9(12)v9(02).
           03                                  pic x(01).
           03 Tot-Hasta-60                    pic 9(12)v9(02).
           03                                  pic x(01).
           03 Tot-Hasta-90                    pic 9(12)v9(02).
           03                                  pic x(01).
           03 Tot-Mas-90                      pic 9(12)v9(02).
           03                                  pic x(01).
           03 Tot-A-Favor                     pic 9(12)v9(02).

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  sw-mas-movimientos                 pic x(01).
       77  sw-cuenta-abierta                  pic x(01) value "N".
       77  Prove-Filtro                       pic 9(04).
       77  Fecha-Corte                        pic 9(08).
       77  corte-entero                       pic s9(08).
       77  dias-vencido                       pic s9(08).
       77  saldo-cuenta                       pic s9(13)v9(02).
       77  saldo-imputar                      pic 9(13)v9(02).
       77  importe-tramo                      pic 9(12)v9(02).
       77  indice-deuda                       pic 9(05).
       77  deudas-usadas                      pic 9(05) value zero.
       77  deudas-maximo                      pic 9(05) value 03000.
       77  deudas-desbordadas                 pic 9(08) value zero.
       77  indice-moneda                      pic 9(03).
       77  leidos                             pic 9(08) value zero.
       77  cuentas                            pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.

       01  cuenta-actual.
           03 cta-prove                       pic 9(04).
           03 cta-empresa                     pic 9(02).
           03 cta-moneda                      pic 9(02).

       01  cuenta-leida.
           03 leida-prove                     pic 9(04).
           03 leida-empresa                   pic 9(02).
           03 leida-moneda                    pic 9(02).

      * the movements that raised the debt of the account in hand
       01  deuda-tabla.
           03 deuda-ent occurs 3000.
              05 deuda-vto                    pic 9(08).
              05 deuda-importe                pic 9(12)v9(02).

       01  tramos-cuenta.
           03 tra-no-vencido                  pic 9(12)v9(02).
           03 tra-hasta-30                    pic 9(12)v9(02).
           03 tra-hasta-60                    pic 9(12)v9(02).
           03 tra-hasta-90                    pic 9(12)v9(02).
           03 tra-mas-90                      pic 9(12)v9(02).
           03 tra-a-favor                     pic 9(12)v9(02).

       01  moneda-tabla.
           03 mon-ent occurs 100.
              05 mon-cuentas                  pic 9(05).
              05 mon-no-vencido               pic 9(13)v9(02).
              05 mon-hasta-30                 pic 9(13)v9(02).
              05 mon-hasta-60                 pic 9(13)v9(02).
              05 mon-hasta-90                 pic 9(13)v9(02).
              05 mon-mas-90                   pic 9(13)v9(02).
              05 mon-a-favor                  pic 9(13)v9(02).

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Proveedor (0 = todos) : "
           accept Prove-Filtro
           display "Fecha de corte (0 = hoy) : "
           accept Fecha-Corte
           if Fecha-Corte = zero
              accept Fecha-Corte from date yyyymmdd
           end-if
           compute corte-entero =
              function integer-of-date(Fecha-Corte)

           initialize moneda-tabla

           perform AbrirCuentaCorriente
           perform AbrirListado.

      * the balance of each account at the cut-off date is aged by
      * the due dates of the latest movements that make it up, on
      * the understanding that payments settle the oldest debt first
       ProcesarMovimientos.
           perform StartCuentaCorriente
           perform until sw-mas-movimientos = "N"
              perform LeerCuentaCorrienteNext
              if sw-mas-movimientos = "S"
                 if Prove-Filtro not = 0 and
                    Ctacte-Prove not = Prove-Filtro
                    move "N"                  to sw-mas-movimientos
                 else
                    add 1                     to leidos
                    perform TomarMovimiento
                 end-if
              end-if
           end-perform

           if sw-cuenta-abierta = "S"
              perform CerrarCuenta
           end-if.

       GrabarTotalesMoneda.
           move 1                             to indice-moneda
           perform 100 times
              if mon-cuentas(indice-moneda) > 0
                 perform GrabarTotalMoneda
              end-if
              add 1                           to indice-moneda
           end-perform.

       TerminarProceso.
           perform CerrarCuentaCorriente
           perform CerrarListado

           move leidos                        to ed-cantidad
           display "Movimientos leidos   : " ed-cantidad
           move cuentas                       to ed-cantidad
           display "Cuentas con saldo    : " ed-cantidad
           move deudas-desbordadas            to ed-cantidad
           display "Deudas sin detalle   : " ed-cantidad

           goback.

      * ---------------------------------------------------
       TomarMovimiento.
           move Ctacte-Prove                  to leida-prove
           move Ctacte-Empresa                to leida-empresa
           move Ctacte-Moneda                 to leida-moneda
           if sw-cuenta-abierta = "N" or
              cuenta-leida not = cuenta-actual
              if sw-cuenta-abierta = "S"
                 perform CerrarCuenta
              end-if
              perform AbrirCuenta
           end-if

           if Ctacte-Fecha not > Fecha-Corte
              compute saldo-cuenta =
                 saldo-cuenta + Ctacte-Haber - Ctacte-Debe
              if Ctacte-Haber > zero
                 if deudas-usadas < deudas-maximo
                    add 1                     to deudas-usadas
                    move Ctacte-Fecha-Vto
                       to deuda-vto(deudas-usadas)
                    move Ctacte-Haber
                       to deuda-importe(deudas-usadas)
                 else
                    add 1                     to deudas-desbordadas
                 end-if
              end-if
           end-if.

       AbrirCuenta.
           move "S"                           to sw-cuenta-abierta
           move cuenta-leida                  to cuenta-actual
           move zero                          to saldo-cuenta
           move zero                          to deudas-usadas.

       CerrarCuenta.
           move "N"                           to sw-cuenta-abierta
           if saldo-cuenta not = zero
              initialize tramos-cuenta
              if saldo-cuenta < zero
                 compute tra-a-favor = zero - saldo-cuenta
              else
                 perform ImputarSaldo
              end-if
              perform GrabarDetalle
           end-if.

       ImputarSaldo.
      * debt not covered by the movements kept in the table is taken
      * as the oldest
           move saldo-cuenta                  to saldo-imputar
           move deudas-usadas                 to indice-deuda
           perform until indice-deuda = zero or saldo-imputar = zero
              if deuda-importe(indice-deuda) < saldo-imputar
                 move deuda-importe(indice-deuda)
                    to importe-tramo
              else
                 move saldo-imputar           to importe-tramo
              end-if
              subtract importe-tramo          from saldo-imputar
              perform ClasificarTramo
              subtract 1                      from indice-deuda
           end-perform

           if saldo-imputar > zero
              add saldo-imputar               to tra-mas-90
           end-if.

       ClasificarTramo.
           compute dias-vencido = corte-entero -
              function integer-of-date(deuda-vto(indice-deuda))
           evaluate true
              when dias-vencido <= 0
                 add importe-tramo            to tra-no-vencido
              when dias-vencido <= 30
                 add importe-tramo            to tra-hasta-30
              when dias-vencido <= 60
                 add importe-tramo            to tra-hasta-60
              when dias-vencido <= 90
                 add importe-tramo            to tra-hasta-90
              when other
                 add importe-tramo            to tra-mas-90
           end-evaluate.

       GrabarDetalle.
           add 1                              to cuentas

           move spaces                        to reg-listado
           move cta-prove                     to Lis-Prove
           move cta-empresa                   to Lis-Empresa
           move cta-moneda                    to Lis-Moneda
           move tra-no-vencido                to Lis-No-Vencido
           move tra-hasta-30                  to Lis-Hasta-30
           move tra-hasta-60                  to Lis-Hasta-60
           move tra-hasta-90                  to Lis-Hasta-90
           move tra-mas-90                    to Lis-Mas-90
           move tra-a-favor                   to Lis-A-Favor
           perform GrabarListado

           compute indice-moneda = cta-moneda + 1
           add 1              to mon-cuentas(indice-moneda)
           add tra-no-vencido to mon-no-vencido(indice-moneda)
           add tra-hasta-30   to mon-hasta-30(indice-moneda)
           add tra-hasta-60   to mon-hasta-60(indice-moneda)
           add tra-hasta-90   to mon-hasta-90(indice-moneda)
           add tra-mas-90     to mon-mas-90(indice-moneda)
           add tra-a-favor    to mon-a-favor(indice-moneda).

       GrabarTotalMoneda.
           move spaces                        to reg-total
           move "TOTAL MON"                   to Tot-Titulo
           compute Tot-Moneda = indice-moneda - 1
           move mon-no-vencido(indice-moneda) to Tot-No-Vencido
           move mon-hasta-30(indice-moneda)   to Tot-Hasta-30
           move mon-hasta-60(indice-moneda)   to Tot-Hasta-60
           move mon-hasta-90(indice-moneda)   to Tot-Hasta-90
           move mon-mas-90(indice-moneda)     to Tot-Mas-90
           move mon-a-favor(indice-moneda)    to Tot-A-Favor
           write reg-total.

      * ---------------------------------------------------
       AbrirCuentaCorriente.
           open input ctacte.

       StartCuentaCorriente.
           move low-value                     to Ctacte-Key
           move Prove-Filtro                  to Ctacte-Prove
           move "S"                           to sw-mas-movimientos
           start ctacte key is not less than Ctacte-Key
              invalid key
                 move "N"                     to sw-mas-movimientos
           end-start.

       LeerCuentaCorrienteNext.
           read ctacte next record
              at end
                 move "N"                     to sw-mas-movimientos
           end-read.

       CerrarCuentaCorriente.
           close ctacte.

      * ---------------------------------------------------
       AbrirListado.
           open output listado.

       GrabarListado.
           write reg-listado.

       CerrarListado.
           close listado.
