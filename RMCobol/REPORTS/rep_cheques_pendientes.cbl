       identification division.
       program-id. RepChequesPendientes.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy cheque.sl.

           select listado
                  assign to random "CHEQ-PEND.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

       data division.
       file section.
           copy cheque.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Fecha-Pago                  pic 9(08).
           03                                  pic x(01).
           03 Lis-Banco                       pic 9(03).
           03                                  pic x(01).
           03 Lis-Numero                      pic 9(08).
           03                                  pic x(01).
           03 Lis-Empresa                     pic 9(02).
           03                                  pic x(01).
           03 Lis-Prove                       pic 9(04).
           03                                  pic x(01).
           03 Lis-Propago                     pic x(13).
           03                                  pic x(01).
           03 Lis-Fecha-Emision               pic 9(08).
           03                                  pic x(01).
           03 Lis-Estado                      pic x(01).
           03                                  pic x(01).
           03 Lis-Importe                     pic 9(12)v9(02).

       01  reg-subtotal.
           03 Sub-Titulo                      pic x(15).
           03 Sub-Fecha-Pago                  pic 9(08).
           03                                  pic x(01).
           03 Sub-Cantidad                    pic zz,zzz,zz9.
           03                                  pic x(01).
           03 Sub-Importe                     pic zz,zzz,zzz,zzz,zz9.99.

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  sw-mas-cheques                     pic x(01).
       77  Fecha-Hasta                        pic 9(08).
       77  fecha-anterior                     pic 9(08) value zero.
       77  leidos                             pic 9(08) value zero.
       77  pendientes                         pic 9(08) value zero.
       77  cantidad-fecha                     pic 9(08) value zero.
       77  importe-fecha                      pic 9(13)v9(02)
           value zero.
       77  importe-total                      pic 9(13)v9(02)
           value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.
       77  ed-importe                         pic zz,zzz,zzz,zzz,zz9.99.

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Fecha de pago hasta (0 = todas) : "
           accept Fecha-Hasta
           if Fecha-Hasta = zero
              move 99999999                   to Fecha-Hasta
           end-if

           perform AbrirCheques
           perform AbrirListado.

      * emitted or delivered cheques not yet debited, in the order
      * the bank will present them
       ProcesarCheques.
           perform StartChequesFechaPago
           perform until sw-mas-cheques = "N"
              perform LeerChequeNext
              if sw-mas-cheques = "S"
                 add 1                        to leidos
                 if Cheque-Fecha-Pago > Fecha-Hasta
                    move "N"                  to sw-mas-cheques
                 else
                    if Cheque-Estado = "E" or Cheque-Estado = "N"
                       perform GrabarDetalle
                    end-if
                 end-if
              end-if
           end-perform

           if cantidad-fecha > 0
              perform GrabarSubtotal
           end-if.

       TerminarProceso.
           perform CerrarCheques
           perform CerrarListado

           move leidos                        to ed-cantidad
           display "Cheques leidos       : " ed-cantidad
           move pendientes                    to ed-cantidad
           display "Cheques pendientes   : " ed-cantidad
           move importe-total                 to ed-importe
           display "Importe pendiente    : " ed-importe

           goback.

      * ---------------------------------------------------
       GrabarDetalle.
           if Cheque-Fecha-Pago not = fecha-anterior
              if cantidad-fecha > 0
                 perform GrabarSubtotal
              end-if
              move Cheque-Fecha-Pago          to fecha-anterior
           end-if

           add 1                              to pendientes
           add 1                              to cantidad-fecha
           add Cheque-Importe                 to importe-fecha
           add Cheque-Importe                 to importe-total

           move spaces                        to reg-listado
           move Cheque-Fecha-Pago             to Lis-Fecha-Pago
           move Cheque-Banco                  to Lis-Banco
           move Cheque-Numero                 to Lis-Numero
           move Cheque-Empresa                to Lis-Empresa
           move Cheque-Prove                  to Lis-Prove
           move Cheque-Propago                to Lis-Propago
           move Cheque-Fecha-Emision          to Lis-Fecha-Emision
           move Cheque-Estado                 to Lis-Estado
           move Cheque-Importe                to Lis-Importe

           perform GrabarListado.

       GrabarSubtotal.
           move spaces                        to reg-subtotal
           move "TOTAL AL DIA  "              to Sub-Titulo
           move fecha-anterior                to Sub-Fecha-Pago
           move cantidad-fecha                to Sub-Cantidad
           move importe-fecha                 to Sub-Importe
           write reg-subtotal

           move zero                          to cantidad-fecha
           move zero                          to importe-fecha.

      * ---------------------------------------------------
       AbrirCheques.
           open input cheque.

       StartChequesFechaPago.
           move low-value                     to Cheque-Key
           move zero                          to Cheque-Fecha-Pago
           move "S"                           to sw-mas-cheques
           start cheque key is not less than Cheque-Pago-Key
              invalid key
                 move "N"                     to sw-mas-cheques
           end-start.

       LeerChequeNext.
           read cheque next record
              at end
                 move "N"                     to sw-mas-cheques
           end-read.

       CerrarCheques.
           close cheque.

      * ---------------------------------------------------
       AbrirListado.
           open output listado.

       GrabarListado.
           write reg-listado.

       CerrarListado.
           close listado.
