           copy item-com.sl.
           copy entrega.sl.

           select auditoria
                  assign to random "AUDITORIA.LOG"
                  organization is line sequential
                  access is sequential
                  file status is st-auditoria.

           select listado
                  assign to random "MATCH-DISC.LST"
                  organization is line sequential
           copy item-com.fd.
           copy entrega.fd.

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

       fd  listado
                  label record is standard.

           copy item-com.wk.

       77  st                                 pic x(02).
       77  st-auditoria                       pic x(02).
       77  aud-hora-wk                        pic 9(08).
       77  aud-imagen-antes                   pic x(700).
       77  sw-mas-facturas                    pic x(01).
       77  sw-mas-detalles                    pic x(01).
       77  sw-mas-entregas                    pic x(01).
       77  desvio-precio                      pic 9(12)v9(04).
       77  tope-precio                        pic 9(12)v9(04).
       77  importe-detalles                   pic 9(13)v9(02).
       77  precio-neto                        pic 9(12)v9(04).
       77  cantidad-neta                      pic s9(10)v9(04).
       77  importe-linea-neto                 pic s9(12)v9(02).
       77  sw-linea-neteada                   pic x(01).
       77  sw-mas-notas                       pic x(01).
       77  indice-nota                        pic 9(05).
       77  notas-usadas                       pic 9(05) value zero.
       77  notas-maximo                       pic 9(05) value 03000.
       77  notas-desbordadas                  pic 9(08) value zero.
       77  facturas-leidas                    pic 9(08) value zero.
       77  facturas-conformes                 pic 9(08) value zero.
       77  facturas-observadas                pic 9(08) value zero.
           03 cand-est-mm                     pic 9(02).
           03 cand-est-ss                     pic 9(02).

      * credit and debit note lines that name the factura they
      * adjust; a nota de credito carries negative amounts
       01  nota-tabla.
           03 nota-ent occurs 3000.
              05 nota-prove                   pic 9(04).
              05 nota-referencia              pic x(13).
              05 nota-orden                   pic 9(06).
              05 nota-producto                pic 9(06).
              05 nota-tipo                    pic 9(01).
              05 nota-item-sec                pic 9(04).
              05 nota-cantidad                pic s9(10)v9(04).
              05 nota-importe                 pic s9(12)v9(02).

       procedure division.
       begin section 1.

              move "S"                        to sw-entrega-disponible
           end-if

           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if

           open output listado

           perform CargarNotas.

       ProcesarFacturas.
           move low-value                     to Factura-Key
           if sw-entrega-disponible = "S"
              close entrega
           end-if
           close auditoria
           close listado

           move facturas-leidas               to ed-cantidad
           display "Facturas observadas  : " ed-cantidad
           move discrepancias                 to ed-cantidad
           display "Discrepancias        : " ed-cantidad
           move notas-desbordadas             to ed-cantidad
           display "Notas sin netear     : " ed-cantidad

           perform LiberarCandado


      * ---------------------------------------------------
       MatchearFactura.
           move factura-reg                   to aud-imagen-antes
           move "S"                           to sw-factura-limpia
           move zero                          to importe-detalles

              move "D"                        to Factura-Estado
              add 1                           to facturas-observadas
           end-if
           rewrite factura-reg
           if fs-comun = "00"
              perform RegistrarAuditoria
           end-if.

      * the match result travels in the trail like any other change
      * of the factura
       RegistrarAuditoria.
           accept Aud-Fecha from date yyyymmdd
           accept aud-hora-wk from time
           move aud-hora-wk(1:6)              to Aud-Hora
           move "|" to AudSep0 AudSep1 AudSep2 AudSep3
                       AudSep4 AudSep5 AudSep6 AudSep7
           move "GenMatchFacturas"            to Aud-Request
           move "rewrite   "                  to Aud-Operacion
           move "factura"                     to Aud-Archivo
           move spaces                        to Aud-Clave
           string "FACTURA=" Factura-Prove "-" Factura-Numero
              delimited by size into Aud-Clave
           move aud-imagen-antes              to Aud-Antes
           move factura-reg                   to Aud-Despues
           move "BATCH"                       to Aud-Operador
           write reg-auditoria.

       MatchearDetalles.
           move Factura-Prove                 to Factdet-Prove
                 if Factdet-Prove = Factura-Prove and
                    Factdet-Numero = Factura-Numero
                    add Factdet-Importe       to importe-detalles
                    if Factura-Tipo-Comp = "C" or
                       Factura-Tipo-Comp = "D"
                       perform MatchearDetalleNota
                    else
                       perform MatchearUnDetalle
                    end-if
                 else
                    move "N"                  to sw-mas-detalles
                 end-if
           else
              move Item-Com-Campo             to item-com-reg-2

              perform NetearNotasLinea
              perform VerificarPrecio
              perform VerificarCantidad
           end-if.

      * a note is only checked against the order line it points at;
      * its price and quantity are netted when its factura is matched
       MatchearDetalleNota.
           move Factdet-Orden                 to Item-Com-Orden
           move Factdet-Producto              to Item-Com-Producto
           move Factdet-Tipo                  to Item-Com-Tipo
           move Factdet-Item-Sec              to Item-Com-Secuencia

           read item-com
              invalid key
                 move "34"                    to fs-comun
           end-read

           if fs-comun not = "00"
              move "item inexistente"         to Lis-Motivo
              perform GrabarDiscrepancia
           end-if.

       NetearNotasLinea.
           move "N"                           to sw-linea-neteada
           move Factdet-Cantidad              to cantidad-neta
           move Factdet-Importe               to importe-linea-neto
           move 1                             to indice-nota
           perform until indice-nota > notas-usadas
              if nota-prove(indice-nota) = Factura-Prove and
                 nota-referencia(indice-nota) = Factura-Numero and
                 nota-orden(indice-nota) = Factdet-Orden and
                 nota-producto(indice-nota) = Factdet-Producto and
                 nota-tipo(indice-nota) = Factdet-Tipo and
                 nota-item-sec(indice-nota) = Factdet-Item-Sec
                 move "S"                     to sw-linea-neteada
                 add nota-cantidad(indice-nota) to cantidad-neta
                 add nota-importe(indice-nota)
                    to importe-linea-neto
              end-if
              add 1                           to indice-nota
           end-perform

           if cantidad-neta < zero
              move zero                       to cantidad-neta
           end-if
           if importe-linea-neto < zero
              move zero                       to importe-linea-neto
           end-if

           move Factdet-Precio                to precio-neto
           if sw-linea-neteada = "S" and cantidad-neta > zero
              compute precio-neto rounded =
                 importe-linea-neto / cantidad-neta
           end-if.

       VerificarPrecio.
           compute desvio-precio =
              precio-neto - Item-Com-Precio
           if precio-neto < Item-Com-Precio
              compute desvio-precio =
                 Item-Com-Precio - precio-neto
           end-if
           compute tope-precio =
              Item-Com-Precio * tolerancia-match
              perform SumarEntregasAltas
           end-if

           if cantidad-neta > recibida-total
              move "cantidad excede recibido" to Lis-Motivo
              perform GrabarDiscrepancia
           end-if.
              end-if
           end-perform.

       CargarNotas.
           move low-value                     to Factura-Key
           move "S"                           to sw-mas-notas
           start factura key is not less than Factura-Key
              invalid key
                 move "N"                     to sw-mas-notas
           end-start

           perform until sw-mas-notas = "N"
              read factura next record
                 at end
                    move "N"                  to sw-mas-notas
              end-read
              if sw-mas-notas = "S"
                 if (Factura-Tipo-Comp = "C" or
                     Factura-Tipo-Comp = "D" or
                     Factura-Tipo-Comp = "E") and
                    Factura-Referencia not = spaces
                    perform CargarLineasNota
                 end-if
              end-if
           end-perform.

       CargarLineasNota.
           move Factura-Prove                 to Factdet-Prove
           move Factura-Numero                to Factdet-Numero
           move zero                          to Factdet-Secuencia
           move "S"                           to sw-mas-detalles

           start factdet key is not less than Factdet-Key
              invalid key
                 move "N"                     to sw-mas-detalles
           end-start

           perform until sw-mas-detalles = "N"
              read factdet next record
                 at end
                    move "N"                  to sw-mas-detalles
              end-read
              if sw-mas-detalles = "S"
                 if Factdet-Prove = Factura-Prove and
                    Factdet-Numero = Factura-Numero
                    perform AgregarLineaNota
                 else
                    move "N"                  to sw-mas-detalles
                 end-if
              end-if
           end-perform.

       AgregarLineaNota.
           if notas-usadas >= notas-maximo
              add 1                           to notas-desbordadas
           else
              add 1                           to notas-usadas
              move Factura-Prove    to nota-prove(notas-usadas)
              move Factura-Referencia
                 to nota-referencia(notas-usadas)
              move Factdet-Orden    to nota-orden(notas-usadas)
              move Factdet-Producto to nota-producto(notas-usadas)
              move Factdet-Tipo     to nota-tipo(notas-usadas)
              move Factdet-Item-Sec to nota-item-sec(notas-usadas)
              if Factura-Tipo-Comp = "C" or Factura-Tipo-Comp = "E"
                 compute nota-cantidad(notas-usadas) =
                    zero - Factdet-Cantidad
                 compute nota-importe(notas-usadas) =
                    zero - Factdet-Importe
              else
                 move Factdet-Cantidad
                    to nota-cantidad(notas-usadas)
                 move Factdet-Importe
                    to nota-importe(notas-usadas)
              end-if
           end-if.

       GrabarDiscrepancia.
           add 1                              to discrepancias
           move "N"                           to sw-factura-limpia
