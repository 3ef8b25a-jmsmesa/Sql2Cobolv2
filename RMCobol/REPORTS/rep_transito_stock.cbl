       identification division.
       program-id. RepTransitoStock.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy transf.sl.

           select listado
                  assign to random "TRANSITO.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

       data division.
       file section.
           copy transf.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Numero                      pic 9(06).
           03                                  pic x(01).
           03 Lis-Fecha                       pic 9(08).
           03                                  pic x(01).
           03 Lis-Dias                        pic 9(05).
           03                                  pic x(01).
           03 Lis-Origen                      pic 9(04).
           03                                  pic x(01).
           03 Lis-Destino                     pic 9(04).
           03                                  pic x(01).
           03 Lis-Producto                    pic 9(06).
           03                                  pic x(01).
           03 Lis-Cantidad                    pic 9(10)v9(04).
           03                                  pic x(01).
           03 Lis-Valor                       pic 9(13)v9(02).
           03                                  pic x(01).
           03 Lis-Operador                    pic x(08).

       01  reg-total.
           03 Tot-Titulo                      pic x(20).
           03 Tot-Cantidad                    pic zz,zzz,zz9.
           03                                  pic x(01).
           03 Tot-Valor                       pic zz,zzz,zzz,zzz,zz9.99.

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  sw-mas-transferencias              pic x(01).
       77  Fecha-Corte                        pic 9(08).
       77  Destino-Filtro                     pic 9(04).
       77  dias-transito                      pic s9(08).
       77  leidas                             pic 9(08) value zero.
       77  en-transito                        pic 9(08) value zero.
       77  valor-total                        pic 9(13)v9(02)
           value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.
       77  ed-importe                         pic zz,zzz,zzz,zzz,zz9.99.

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Fecha de corte (0 = hoy) : "
           accept Fecha-Corte
           if Fecha-Corte = zero
              accept Fecha-Corte from date yyyymmdd
           end-if
           display "Deposito destino (0 = todos) : "
           accept Destino-Filtro

           open input transf
           if fs-comun not = "00"
              display "No existe archivo de transferencias"
              goback
           end-if
           open output listado.

      * transfers that left the origen and the destino has not yet
      * confirmed, with the days they have been on the road
       ProcesarTransferencias.
           move zero                          to Transf-Numero
           move "S"                           to sw-mas-transferencias
           start transf key is not less than Transf-Numero
              invalid key
                 move "N"                     to sw-mas-transferencias
           end-start

           perform until sw-mas-transferencias = "N"
              read transf next record
                 at end
                    move "N"                  to sw-mas-transferencias
              end-read
              if sw-mas-transferencias = "S"
                 add 1                        to leidas
                 if Transf-Estado = "T" and
                    Transf-Fecha not > Fecha-Corte
                    if Destino-Filtro = 0 or
                       Transf-Destino = Destino-Filtro
                       perform GrabarDetalle
                    end-if
                 end-if
              end-if
           end-perform

           move spaces                        to reg-total
           move "TOTAL EN TRANSITO   "        to Tot-Titulo
           move en-transito                   to Tot-Cantidad
           move valor-total                   to Tot-Valor
           write reg-total.

       TerminarProceso.
           close transf
           close listado

           move leidas                        to ed-cantidad
           display "Transferencias leidas : " ed-cantidad
           move en-transito                   to ed-cantidad
           display "En transito           : " ed-cantidad
           move valor-total                   to ed-importe
           display "Valor en transito     : " ed-importe

           goback.

      * ---------------------------------------------------
       GrabarDetalle.
           add 1                              to en-transito
           add Transf-Valor                   to valor-total

           compute dias-transito =
              function integer-of-date(Fecha-Corte) -
              function integer-of-date(Transf-Fecha)
           if dias-transito < zero
              move zero                       to dias-transito
           end-if

           move spaces                        to reg-listado
           move Transf-Numero                 to Lis-Numero
           move Transf-Fecha                  to Lis-Fecha
           move dias-transito                 to Lis-Dias
           move Transf-Origen                 to Lis-Origen
           move Transf-Destino                to Lis-Destino
           move Transf-Producto               to Lis-Producto
           move Transf-Cantidad               to Lis-Cantidad
           move Transf-Valor                  to Lis-Valor
           move Transf-Operador               to Lis-Operador
           write reg-listado.
