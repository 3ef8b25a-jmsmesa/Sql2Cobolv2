       identification division.
       program-id. RepCuentaCorriente.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy ctacte.sl.
           copy provee.sl.

           select listado
                  assign to random "CTACTE-PROVE.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

       data division.
       file section.
           copy ctacte.fd.
           copy provee.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Fecha                       pic 9(08).
           03                                  pic x(01).
           03 Lis-Tipo                        pic x(02).
           03                                  pic x(01).
           03 Lis-Comprobante                 pic x(13).
           03                                  pic x(01).
           03 Lis-Orden                       pic 9(06).
           03                                  pic x(01).
           03 Lis-Fecha-Vto                   pic 9(08).
           03                                  pic x(01).
           03 Lis-Debe                        pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Haber                       pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Saldo                       pic -(13)9.99.

       01  reg-encabezado.
           03 Enc-Titulo                      pic x(10).
           03 Enc-Prove                       pic 9(04).
           03                                  pic x(01).
           03 Enc-Razon                       pic x(40).
           03 Enc-Titulo-Empresa              pic x(09).
           03 Enc-Empresa                     pic 9(02).
           03 Enc-Titulo-Moneda               pic x(08).
           03 Enc-Moneda                      pic 9(02).

       01  reg-saldo.
           03 Sal-Titulo                      pic x(15).
           03 Sal-Fecha                       pic 9(08).
           03                                  pic x(61).
           03 Sal-Saldo                       pic -(13)9.99.

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  sw-mas-movimientos                 pic x(01).
       77  sw-cuenta-abierta                  pic x(01) value "N".
       77  sw-encabezado                      pic x(01).
       77  Prove-Filtro                       pic 9(04).
       77  Fecha-Desde                        pic 9(08).
       77  Fecha-Hasta                        pic 9(08).
       77  saldo-cuenta                       pic s9(13)v9(02).
       77  razon-proveedor                    pic x(40).
       77  leidos                             pic 9(08) value zero.
       77  listados                           pic 9(08) value zero.
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

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Proveedor (0 = todos) : "
           accept Prove-Filtro
           display "Fecha desde : "
           accept Fecha-Desde
           display "Fecha hasta (0 = hoy) : "
           accept Fecha-Hasta
           if Fecha-Hasta = zero
              accept Fecha-Hasta from date yyyymmdd
           end-if

           perform AbrirCuentaCorriente
           open input provee
           perform AbrirListado.

      * one statement per provider, empresa and moneda: the balance
      * brought forward, the movements of the period and the balance
      * at its end; a positive balance is owed to the provider
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

       TerminarProceso.
           perform CerrarCuentaCorriente
           close provee
           perform CerrarListado

           move leidos                        to ed-cantidad
           display "Movimientos leidos   : " ed-cantidad
           move listados                      to ed-cantidad
           display "Movimientos listados : " ed-cantidad
           move cuentas                       to ed-cantidad
           display "Cuentas listadas     : " ed-cantidad

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

           if Ctacte-Fecha < Fecha-Desde
              compute saldo-cuenta =
                 saldo-cuenta + Ctacte-Haber - Ctacte-Debe
           else
              if Ctacte-Fecha not > Fecha-Hasta
                 if sw-encabezado = "N"
                    perform GrabarEncabezado
                 end-if
                 compute saldo-cuenta =
                    saldo-cuenta + Ctacte-Haber - Ctacte-Debe
                 perform GrabarDetalle
              end-if
           end-if.

       AbrirCuenta.
           move "S"                           to sw-cuenta-abierta
           move "N"                           to sw-encabezado
           move cuenta-leida                  to cuenta-actual
           move zero                          to saldo-cuenta.

      * an account without movements in the period is listed only
      * when it carries a balance
       CerrarCuenta.
           if sw-encabezado = "N" and saldo-cuenta not = zero
              perform GrabarEncabezado
           end-if
           if sw-encabezado = "S"
              move spaces                     to reg-saldo
              move "SALDO AL       "          to Sal-Titulo
              move Fecha-Hasta                to Sal-Fecha
              move saldo-cuenta               to Sal-Saldo
              write reg-saldo
              move spaces                     to reg-listado
              perform GrabarListado
           end-if
           move "N"                           to sw-cuenta-abierta.

       GrabarEncabezado.
           move "S"                           to sw-encabezado
           add 1                              to cuentas

           move spaces                        to razon-proveedor
           move cta-prove                     to Provee-Id
           read provee
              invalid key
                 continue
              not invalid key
                 move Provee-Razon            to razon-proveedor
           end-read

           move spaces                        to reg-encabezado
           move "PROVEEDOR "                  to Enc-Titulo
           move cta-prove                     to Enc-Prove
           move razon-proveedor               to Enc-Razon
           move " EMPRESA "                   to Enc-Titulo-Empresa
           move cta-empresa                   to Enc-Empresa
           move " MONEDA "                    to Enc-Titulo-Moneda
           move cta-moneda                    to Enc-Moneda
           write reg-encabezado

           move spaces                        to reg-saldo
           move "SALDO ANTERIOR "             to Sal-Titulo
           move Fecha-Desde                   to Sal-Fecha
           move saldo-cuenta                  to Sal-Saldo
           write reg-saldo.

       GrabarDetalle.
           add 1                              to listados
           move spaces                        to reg-listado
           move Ctacte-Fecha                  to Lis-Fecha
           move Ctacte-Tipo                   to Lis-Tipo
           move Ctacte-Comprobante            to Lis-Comprobante
           move Ctacte-Orden                  to Lis-Orden
           move Ctacte-Fecha-Vto              to Lis-Fecha-Vto
           move Ctacte-Debe                   to Lis-Debe
           move Ctacte-Haber                  to Lis-Haber
           move saldo-cuenta                  to Lis-Saldo

           perform GrabarListado.

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
