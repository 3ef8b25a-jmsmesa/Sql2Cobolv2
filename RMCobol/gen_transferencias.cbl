                  access is sequential
                  file status is st-rechazos.

           select auditoria
                  assign to random "AUDITORIA.LOG"
                  organization is line sequential
                  access is sequential
                  file status is st-auditoria.

       data division.
       file section.
           copy propago.fd.
           03                                  pic x(01).
           03 Rch-Motivo                      pic x(30).

       fd  auditoria
                  label record is standard.

       01  reg-auditoria.
           02 Aud-Fecha                       pic 9(08).
           02 AudSep0                         pic x(01).
           02 Aud-Hora                        pic 9(06).
           02 AudSep1                         pic x(01).
           02 Aud-Request                     pic x(30).
           02 AudSep2                         pic x(01).
           02 Aud-Operacion                   pic x(10).
           02 AudSep3                         pic x(01).
           02 Aud-Archivo                     pic x(08).
           02 AudSep4                         pic x(01).
           02 Aud-Clave                       pic x(30).
           02 AudSep5                         pic x(01).
           02 Aud-Antes                       pic x(700).
           02 AudSep6                         pic x(01).
           02 Aud-Despues                     pic x(700).
           02 AudSep7                         pic x(01).
           02 Aud-Operador                    pic x(08).

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  st-auditoria                       pic x(02).
       77  aud-hora-wk                        pic 9(08).
       77  aud-imagen-antes                   pic x(700).
       77  st-transfer                        pic x(02).
       77  st-rechazos                        pic x(02).
       77  sw-mas-propuestas                  pic x(01).
              goback
           end-if
           open input provban
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if
           open output transfer
           open output listado
           open output rechazos.
              end-read
              if sw-mas-propuestas = "S"
                 add 1                        to leidas
      * proposals marked for cheque go to the cheque run instead
                 if Propago-Estado = "C" and Propago-Medio not = "Q"
                    perform TransferirPropuesta
                 end-if
              end-if
       TerminarProceso.
           close propago
           close provban
           close auditoria
           close transfer
           close listado
           close rechazos
              if st-transfer = "00"
                 add 1                        to transferidas
                 add Propago-Importe          to importe-total
                 move propago-reg             to aud-imagen-antes
                 move "T"                     to Propago-Estado
                 rewrite propago-reg
                 perform RegistrarAuditoria

                 move spaces                  to reg-listado
                 move Propago-Prove           to Lis-Prove
           end-read

           if sw-cuenta-ok = "S"
              if Provban-Estado = "S"
                 move "N"                     to sw-cuenta-ok
                 move "cuenta rechazada por banco"
                    to motivo-rechazo
              else
              if Provban-Estado not = "A"
                 move "N"                     to sw-cuenta-ok
                 move "cuenta inactiva"       to motivo-rechazo
                    move "cbu invalido"       to motivo-rechazo
                 end-if
              end-if
              end-if
           end-if.

      * the transfer state reaches the trail like any other change
      * of the propuesta
       RegistrarAuditoria.
           if fs-comun = "00"
              accept Aud-Fecha from date yyyymmdd
              accept aud-hora-wk from time
              move aud-hora-wk(1:6)           to Aud-Hora
              move "|" to AudSep0 AudSep1 AudSep2 AudSep3
                          AudSep4 AudSep5 AudSep6 AudSep7
              move "GenTransferencias"        to Aud-Request
              move "rewrite   "               to Aud-Operacion
              move "propago"                  to Aud-Archivo
              move spaces                     to Aud-Clave
              string "PROPAGO=" Propago-Prove "-" Propago-Numero
                 delimited by size into Aud-Clave
              move aud-imagen-antes           to Aud-Antes
              move propago-reg                to Aud-Despues
              move "BATCH"                    to Aud-Operador
              write reg-auditoria
           end-if.

       GrabarRechazo.
