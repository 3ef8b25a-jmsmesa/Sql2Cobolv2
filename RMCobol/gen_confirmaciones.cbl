                  access is sequential
                  file status is st-candado.

           select auditoria
                  assign to random "AUDITORIA.LOG"
                  organization is line sequential
                  access is sequential
                  file status is st-auditoria.

       data division.
       file section.
           copy ord-comp.fd.
           02 LckSep2                         pic x(01).
           02 Lck-Request                     pic x(30).

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

           copy item-com.wk.

       77  st-confsal                         pic x(02).
       77  st-auditoria                       pic x(02).
       77  aud-hora-wk                        pic 9(08).
       77  aud-imagen-antes                   pic x(700).
       77  NombreConfsal                      pic x(80).
       77  sw-mas-ordenes                     pic x(01).
       77  sw-mas-items                       pic x(01).

           open i-o ord-comp
           open input item-com
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if

           open input entrega
           if fs-comun = "00"

           close ord-comp
           close item-com
           close auditoria
           if sw-entrega-disponible = "S"
              close entrega
           end-if

              if st-confsal = "00"
                 add 1                        to ordenes-enviadas
                 move ord-comp-reg            to aud-imagen-antes
                 move "E"                     to Ord-Comp-Confir
                 rewrite ord-comp-reg
                 perform RegistrarAuditoria
              end-if
           end-if.

      * the order sent out is a change of the order: an amendment
      * clears the mark again and both steps must show in the trail
       RegistrarAuditoria.
           if fs-comun = "00"
              accept Aud-Fecha from date yyyymmdd
              accept aud-hora-wk from time
              move aud-hora-wk(1:6)           to Aud-Hora
              move "|" to AudSep0 AudSep1 AudSep2 AudSep3
                          AudSep4 AudSep5 AudSep6 AudSep7
              move "GenConfirmaciones"        to Aud-Request
              move "rewrite   "               to Aud-Operacion
              move "ord-comp"                 to Aud-Archivo
              move spaces                     to Aud-Clave
              string "ORD-COMP=" Ord-Comp-Id
                 delimited by size into Aud-Clave
              move aud-imagen-antes           to Aud-Antes
              move ord-comp-reg               to Aud-Despues
              move "BATCH"                    to Aud-Operador
              write reg-auditoria
           end-if.

       ExtraerItemsOrden.
           move orden-actual                  to Item-Com-Orden
           move zero                          to Item-Com-Producto
