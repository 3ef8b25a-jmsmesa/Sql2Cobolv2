       identification division.
       program-id. RepDiferenciaCambio.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy difcam.sl.

           select listado
                  assign to random "DIF-CAMBIO-MES.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

       data division.
       file section.
           copy difcam.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Fecha-Pago                  pic 9(08).
           03                                  pic x(01).
           03 Lis-Empresa                     pic 9(02).
           03                                  pic x(01).
           03 Lis-Moneda                      pic 9(02).
           03                                  pic x(01).
           03 Lis-Prove                       pic 9(04).
           03                                  pic x(01).
           03 Lis-Numero                      pic x(13).
           03                                  pic x(01).
           03 Lis-Importe                     pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Cotiz-Factura               pic 9(03)v9(04).
           03                                  pic x(01).
           03 Lis-Cotiz-Pago                  pic 9(03)v9(04).
           03                                  pic x(01).
           03 Lis-Ganancia                    pic 9(15)v9(02).
           03                                  pic x(01).
           03 Lis-Perdida                     pic 9(15)v9(02).
           03                                  pic x(01).
           03 Lis-Nota                        pic x(13).

       01  reg-total.
           03 Tot-Titulo                      pic x(09).
           03 Tot-Empresa                     pic 9(02).
           03 Tot-Titulo-Moneda               pic x(08).
           03 Tot-Moneda                      pic 9(02).
           03                                  pic x(01).
           03 Tot-Cantidad                    pic zz,zzz,zz9.
           03                                  pic x(01).
           03 Tot-Ganancia                    pic 9(15)v9(02).
           03                                  pic x(01).
           03 Tot-Perdida                     pic 9(15)v9(02).
           03                                  pic x(01).
           03 Tot-Neto                        pic s9(15)v9(02)
              sign is trailing separate.

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  sw-mas-diferencias                 pic x(01).
       77  Periodo                            pic 9(06).
       77  indice-total                       pic 9(03).
       77  indice-hallado                     pic 9(03).
       77  totales-usados                     pic 9(03) value zero.
       77  totales-maximo                     pic 9(03) value 500.
       77  totales-desbordados                pic 9(08) value zero.
       77  leidos                             pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.

      * one line per empresa and moneda that had payments in the month
       01  total-tabla.
           03 acu-ent occurs 500.
              05 acu-empresa                  pic 9(02).
              05 acu-moneda                   pic 9(02).
              05 acu-cantidad                 pic 9(08).
              05 acu-ganancia                 pic 9(15)v9(02).
              05 acu-perdida                  pic 9(15)v9(02).

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Periodo (AAAAMM) : "
           accept Periodo

           initialize total-tabla

           perform AbrirDiferencias
           perform AbrirListado.

      * the differences of the payments made in the month, in payment
      * date order, with the totals the accountants book
       ProcesarDiferencias.
           perform StartDiferenciasPeriodo
           perform until sw-mas-diferencias = "N"
              perform LeerDiferenciaNext
              if sw-mas-diferencias = "S"
                 if Difcam-Fecha-Pago(1:6) not = Periodo
                    move "N"                  to sw-mas-diferencias
                 else
                    add 1                     to leidos
                    perform GrabarDetalle
                    perform AcumularTotal
                 end-if
              end-if
           end-perform.

       GrabarTotales.
           move spaces                        to reg-listado
           perform GrabarListado
           move 1                             to indice-total
           perform until indice-total > totales-usados
              perform GrabarTotal
              add 1                           to indice-total
           end-perform.

       TerminarProceso.
           perform CerrarDiferencias
           perform CerrarListado

           move leidos                        to ed-cantidad
           display "Pagos con diferencia : " ed-cantidad
           move totales-usados                to ed-cantidad
           display "Empresas y monedas   : " ed-cantidad
           move totales-desbordados           to ed-cantidad
           display "Sin lugar en totales : " ed-cantidad

           goback.

      * ---------------------------------------------------
       GrabarDetalle.
           move spaces                        to reg-listado
           move Difcam-Fecha-Pago             to Lis-Fecha-Pago
           move Difcam-Empresa                to Lis-Empresa
           move Difcam-Moneda                 to Lis-Moneda
           move Difcam-Prove                  to Lis-Prove
           move Difcam-Numero                 to Lis-Numero
           move Difcam-Importe                to Lis-Importe
           move Difcam-Cotiz-Factura          to Lis-Cotiz-Factura
           move Difcam-Cotiz-Pago             to Lis-Cotiz-Pago
           move zero                          to Lis-Ganancia
           move zero                          to Lis-Perdida
           if Difcam-Resultado = "G"
              move Difcam-Diferencia          to Lis-Ganancia
           end-if
           if Difcam-Resultado = "P"
              move Difcam-Diferencia          to Lis-Perdida
           end-if
           move Difcam-Nota                   to Lis-Nota

           perform GrabarListado.

       AcumularTotal.
           move zero                          to indice-hallado
           move 1                             to indice-total
           perform until indice-total > totales-usados
              if acu-empresa(indice-total) = Difcam-Empresa and
                 acu-moneda(indice-total) = Difcam-Moneda
                 move indice-total            to indice-hallado
              end-if
              add 1                           to indice-total
           end-perform

           if indice-hallado = zero
              if totales-usados < totales-maximo
                 add 1                        to totales-usados
                 move totales-usados          to indice-hallado
                 move Difcam-Empresa  to acu-empresa(indice-hallado)
                 move Difcam-Moneda   to acu-moneda(indice-hallado)
              else
                 add 1                        to totales-desbordados
              end-if
           end-if

           if indice-hallado > zero
              add 1              to acu-cantidad(indice-hallado)
              if Difcam-Resultado = "G"
                 add Difcam-Diferencia to acu-ganancia(indice-hallado)
              end-if
              if Difcam-Resultado = "P"
                 add Difcam-Diferencia to acu-perdida(indice-hallado)
              end-if
           end-if.

       GrabarTotal.
           move spaces                        to reg-total
           move "TOTAL EMP"                   to Tot-Titulo
           move acu-empresa(indice-total)     to Tot-Empresa
           move " MONEDA "                    to Tot-Titulo-Moneda
           move acu-moneda(indice-total)      to Tot-Moneda
           move acu-cantidad(indice-total)    to Tot-Cantidad
           move acu-ganancia(indice-total)    to Tot-Ganancia
           move acu-perdida(indice-total)     to Tot-Perdida
           compute Tot-Neto =
              acu-ganancia(indice-total) - acu-perdida(indice-total)
           write reg-total.

      * ---------------------------------------------------
       AbrirDiferencias.
           open input difcam.

       StartDiferenciasPeriodo.
           move low-value                     to Difcam-Key
           compute Difcam-Fecha-Pago = (Periodo * 100) + 1
           move "S"                           to sw-mas-diferencias
           start difcam key is not less than Difcam-Pago-Key
              invalid key
                 move "N"                     to sw-mas-diferencias
           end-start.

       LeerDiferenciaNext.
           read difcam next record
              at end
                 move "N"                     to sw-mas-diferencias
           end-read.

       CerrarDiferencias.
           close difcam.

      * ---------------------------------------------------
       AbrirListado.
           open output listado.

       GrabarListado.
           write reg-listado.

       CerrarListado.
           close listado.
