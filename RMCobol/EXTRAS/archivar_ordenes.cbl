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

       77  st                                 pic x(02).
       77  st-auditoria                       pic x(02).
       77  aud-hora-wk                        pic 9(08).
       77  aud-imagen-antes                   pic x(700).
       77  sw-mas-ordenes                     pic x(01).
       77  sw-mas-items                       pic x(01).
       77  sw-mas-entregas                    pic x(01).
           perform AbrirOrdenesCmprItem
           perform AbrirEntregas
           perform AbrirHistorico
           perform AbrirAuditoria
           perform AbrirManifiesto.

       ProcesarOrdenesCmpr.
           perform CerrarOrdenesCmprItem
           perform CerrarEntregas
           perform CerrarHistorico
           perform CerrarAuditoria
           perform CerrarManifiesto

           move ordenes-leidas                to ed-cantidad
           if sw-copia-ok = "S"
              perform BorrarEntregasOrden

              move ord-comp-reg            to aud-imagen-antes
              delete ord-comp
              if fs-comun = "00"
                 perform RegistrarBajaOrden
                 add 1                        to ordenes-movidas
                 move "OK"                    to marca-manifiesto
                 perform GrabarManifiesto
                          rewrite item-hist-reg
                    end-write
                    if st-ok
                       move item-com-reg            to aud-imagen-antes
                       delete item-com
                       if fs-comun = "00"
                          perform RegistrarBajaItem
                          add 1               to items-movidos
                          add 1               to items-totales
                       end-if
                 end-read
                 if sw-mas-entregas = "S"
                    if Entrega-Orden = orden-archivo
                       move entrega-reg             to aud-imagen-antes
                       delete entrega
                       if fs-comun = "00"
                          perform RegistrarBajaEntrega
                          add 1               to entregas-borradas
                       end-if
                    else

           write reg-manifiesto.

      * ---------------------------------------------------
      * what leaves for the historical files leaves the masters as a
      * delete in the trail, with the record as it was
       AbrirAuditoria.
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if.

       RegistrarBajaOrden.
           move "ord-comp"                    to Aud-Archivo
           move spaces                        to Aud-Clave
           string "ORD-COMP=" Ord-Comp-Id
              delimited by size into Aud-Clave
           perform GrabarAuditoria.

       RegistrarBajaItem.
           move "item-com"                    to Aud-Archivo
           move spaces                        to Aud-Clave
           string "ITEM-COM=" Item-Com-Orden "-" Item-Com-Producto
                  "-" Item-Com-Tipo "-" Item-Com-Secuencia
              delimited by size into Aud-Clave
           perform GrabarAuditoria.

       RegistrarBajaEntrega.
           move "entrega"                     to Aud-Archivo
           move spaces                        to Aud-Clave
           string "ENTREGA=" Entrega-Orden "-" Entrega-Producto
                  "-" Entrega-Nro
              delimited by size into Aud-Clave
           perform GrabarAuditoria.

       GrabarAuditoria.
           accept Aud-Fecha from date yyyymmdd
           accept aud-hora-wk from time
           move aud-hora-wk(1:6)              to Aud-Hora
           move "|" to AudSep0 AudSep1 AudSep2 AudSep3
                       AudSep4 AudSep5 AudSep6 AudSep7
           move "ArchivarOrdenes"             to Aud-Request
           move "delete    "                  to Aud-Operacion
           move aud-imagen-antes              to Aud-Antes
           move spaces                        to Aud-Despues
           move "BATCH"                       to Aud-Operador
           write reg-auditoria.

       CerrarAuditoria.
           close auditoria.

      * ---------------------------------------------------
       AbrirOrdenesCmpr.
           open i-o ord-comp.
