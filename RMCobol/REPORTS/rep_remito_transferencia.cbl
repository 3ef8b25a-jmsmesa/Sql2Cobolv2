       identification division.
       program-id. RepRemitoTransferencia.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy transf.sl.
           copy produc.sl.
           copy deposi.sl.

           select impresion
                  assign to random "REMITO.PRN"
                  organization is line sequential
                  access is sequential
                  file status is st.

       data division.
       file section.
           copy transf.fd.
           copy produc.fd.
           copy deposi.fd.

       fd  impresion
                  label record is standard.

       01  reg-impresion                      pic x(132).

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  sw-mas-transferencias              pic x(01).
       77  Transf-Desde                       pic 9(06).
       77  Transf-Hasta                       pic 9(06).
       77  descrip-producto                   pic x(50).
       77  unidad-producto                    pic x(04).
       77  descrip-origen                     pic x(40).
       77  descrip-destino                    pic x(40).
       77  leidas                             pic 9(08) value zero.
       77  impresos                           pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.
       77  ed-cantidad-stock                  pic z,zzz,zzz,zz9.9999.

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Transferencia desde : "
           accept Transf-Desde
           display "Transferencia hasta (0 = la misma) : "
           accept Transf-Hasta
           if Transf-Hasta = zero
              move Transf-Desde               to Transf-Hasta
           end-if

           open input transf
           if fs-comun not = "00"
              display "No existe archivo de transferencias"
              goback
           end-if
           open input produc
           open input deposi
           open output impresion.

      * one remito per transfer still on the road; a transfer
      * already received or annulled has nothing left to carry
       ProcesarTransferencias.
           move Transf-Desde                  to Transf-Numero
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
                 if Transf-Numero > Transf-Hasta
                    move "N"                  to sw-mas-transferencias
                 else
                    add 1                     to leidas
                    if Transf-Estado = "T"
                       perform ImprimirRemito
                    end-if
                 end-if
              end-if
           end-perform.

       TerminarProceso.
           close transf
           close produc
           close deposi
           close impresion

           move leidas                        to ed-cantidad
           display "Transferencias leidas : " ed-cantidad
           move impresos                      to ed-cantidad
           display "Remitos impresos      : " ed-cantidad

           goback.

      * ---------------------------------------------------
       ImprimirRemito.
           add 1                              to impresos
           perform BuscarProducto
           move Transf-Origen                 to Deposi-Codigo
           perform BuscarDeposito
           move Deposi-Descrip                to descrip-origen
           move Transf-Destino                to Deposi-Codigo
           perform BuscarDeposito
           move Deposi-Descrip                to descrip-destino

           move spaces                        to reg-impresion
           string "REMITO DE TRANSFERENCIA NRO " Transf-Numero
                  "   FECHA " Transf-Fecha
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           string "DEPOSITO ORIGEN  " Transf-Origen
                  "  " descrip-origen
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           string "DEPOSITO DESTINO " Transf-Destino
                  "  " descrip-destino
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           write reg-impresion

           move Transf-Cantidad               to ed-cantidad-stock
           move spaces                        to reg-impresion
           string "PRODUCTO " Transf-Producto
                  "  " descrip-producto
                  "  CANTIDAD " ed-cantidad-stock
                  " " unidad-producto
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           write reg-impresion
           move spaces                        to reg-impresion
           string "DESPACHO: ....................."
                  "   TRANSPORTISTA: ....................."
                  "   PATENTE: .........."
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           write reg-impresion
           move spaces                        to reg-impresion
           string "RECIBI CONFORME: ..........................."
                  "   FECHA: ....../....../......"
              delimited by size into reg-impresion
           write reg-impresion

           move all "-"                       to reg-impresion
           write reg-impresion.

       BuscarProducto.
           move spaces                        to descrip-producto
           move spaces                        to unidad-producto
           move Transf-Producto               to Produc-Codigo
           read produc
              invalid key
                 continue
              not invalid key
                 move Produc-Descrip          to descrip-producto
                 move Produc-Unidad           to unidad-producto
           end-read.

       BuscarDeposito.
           read deposi
              invalid key
                 move spaces                  to Deposi-Descrip
           end-read.
