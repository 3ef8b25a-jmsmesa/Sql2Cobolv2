       input-output section.
       file-control.
           copy ext-item.sl.
           copy consumo.sl.

           select listado
                  assign to random "COSTOS.LST"
       data division.
       file section.
           copy ext-item.fd.
           copy consumo.fd.

       fd  listado
                  label record is standard.
           03                                  pic x(01).
           03 Lis-Valor-Recibido              pic s9(14)v9(02)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Valor-Consumido             pic s9(14)v9(02)
              sign is trailing separate.

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  sw-mas-items                       pic x(01).
       77  sw-mas-consumos                    pic x(01).
       77  sw-consumo-disponible              pic x(01).
       77  Filtro-Tipo                        pic x(01).
       77  Filtro-Valor                       pic 9(06).
       77  Modo-Detalle                       pic x(01).
       77  dto-prorrateado                    pic 9(11)v9(04).
       77  valor-pedido                       pic s9(14)v9(02).
       77  valor-recibido                     pic s9(14)v9(02).
       77  valor-consumido                    pic s9(14)v9(02).
       77  ordtra-buscada                     pic 9(06).
       77  proy-buscado                       pic 9(04).
       77  sw-hallado                         pic x(01).
       77  anulados                           pic 9(08) value zero.
       77  leidos                             pic 9(08) value zero.
       77  procesados                         pic 9(08) value zero.
       77  consumos-leidos                    pic 9(08) value zero.
       77  consumos-procesados                pic 9(08) value zero.
       77  ot-desbordadas                     pic 9(08) value zero.
       77  pr-desbordadas                     pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.
              05 ot-codigo                    pic 9(06).
              05 ot-pedido                    pic s9(14)v9(02).
              05 ot-recibido                  pic s9(14)v9(02).
              05 ot-consumido                 pic s9(14)v9(02).

       01  proy-tabla.
           03 pr-ent occurs 300.
              05 pr-codigo                    pic 9(04).
              05 pr-pedido                    pic s9(14)v9(02).
              05 pr-recibido                  pic s9(14)v9(02).
              05 pr-consumido                 pic s9(14)v9(02).

       procedure division.
       begin section 1.
           initialize ordtra-tabla proy-tabla

           perform AbrirExtractoItems
           perform AbrirConsumos
           perform AbrirListado.

       ProcesarItemCom.
              end-if
           end-perform.

       ProcesarConsumos.
      * what the deposito actually issued to each work order and
      * proyecto, valued at stock cost when it left
           if sw-consumo-disponible = "S"
              perform StartConsumos
              perform until sw-mas-consumos = "N"
                 perform LeerConsumoNext
                 if sw-mas-consumos = "S"
                    add 1                     to consumos-leidos
                    if Consumo-Ord-Tra > 0 or Consumo-Proy > 0
                       perform FiltrarConsumo
                    end-if
                 end-if
              end-perform
           end-if.

       GrabarResumen.
           move 1                             to indice-tabla
           perform until indice-tabla > ordtra-usadas
              move ot-codigo(indice-tabla)    to Lis-Codigo
              move ot-pedido(indice-tabla)    to Lis-Valor-Pedido
              move ot-recibido(indice-tabla)  to Lis-Valor-Recibido
              move ot-consumido(indice-tabla) to Lis-Valor-Consumido
              perform GrabarListado
              add 1 to indice-tabla
           end-perform
              move pr-codigo(indice-tabla)    to Lis-Codigo
              move pr-pedido(indice-tabla)    to Lis-Valor-Pedido
              move pr-recibido(indice-tabla)  to Lis-Valor-Recibido
              move pr-consumido(indice-tabla) to Lis-Valor-Consumido
              perform GrabarListado
              add 1 to indice-tabla
           end-perform.

       TerminarProceso.
           perform CerrarExtractoItems
           perform CerrarConsumos
           perform CerrarListado

           move leidos                        to ed-cantidad
           display "Items leidos            : " ed-cantidad
           move procesados                    to ed-cantidad
           display "Items procesados        : " ed-cantidad
           move consumos-leidos               to ed-cantidad
           display "Consumos leidos         : " ed-cantidad
           move consumos-procesados           to ed-cantidad
           display "Consumos procesados     : " ed-cantidad
           move ot-desbordadas                to ed-cantidad
           display "Ord. trabajo desbordadas: " ed-cantidad
           move pr-desbordadas                to ed-cantidad
           else
              move zero                       to valor-recibido
           end-if
           move zero                          to valor-consumido

           move Ext-Item-Ord-Tra              to ordtra-buscada
           move Ext-Item-Proy                 to proy-buscado
           if ordtra-buscada > 0
              perform AcumularOrdTra
           end-if
           if proy-buscado > 0
              perform AcumularProyecto
           end-if

           move 1                             to indice-tabla
           perform until sw-hallado = "S"
                      or indice-tabla > ordtra-usadas
              if ot-codigo(indice-tabla) = ordtra-buscada
                 move "S"                     to sw-hallado
              else
                 add 1                        to indice-tabla
              else
                 add 1                        to ordtra-usadas
                 move ordtra-usadas           to indice-tabla
                 move ordtra-buscada
                    to ot-codigo(indice-tabla)
                 move "S"                     to sw-hallado
              end-if
                 ot-pedido(indice-tabla)
              add valor-recibido              to
                 ot-recibido(indice-tabla)
              add valor-consumido             to
                 ot-consumido(indice-tabla)
           end-if.

       AcumularProyecto.
           move 1                             to indice-tabla
           perform until sw-hallado = "S"
                      or indice-tabla > proy-usadas
              if pr-codigo(indice-tabla) = proy-buscado
                 move "S"                     to sw-hallado
              else
                 add 1                        to indice-tabla
              else
                 add 1                        to proy-usadas
                 move proy-usadas             to indice-tabla
                 move proy-buscado
                    to pr-codigo(indice-tabla)
                 move "S"                     to sw-hallado
              end-if
                 pr-pedido(indice-tabla)
              add valor-recibido              to
                 pr-recibido(indice-tabla)
              add valor-consumido             to
                 pr-consumido(indice-tabla)
           end-if.

       GrabarDetalleItem.
           move Ext-Item-Secuencia            to Lis-Secuencia
           move valor-pedido                  to Lis-Valor-Pedido
           move valor-recibido                to Lis-Valor-Recibido
           move zero                          to Lis-Valor-Consumido
           perform GrabarListado.

      * ---------------------------------------------------
       FiltrarConsumo.
           evaluate true
              when Filtro-Tipo = "O" or Filtro-Tipo = "o"
                 if Consumo-Ord-Tra = Filtro-Valor
                    perform ProcesarUnConsumo
                 end-if
              when Filtro-Tipo = "P" or Filtro-Tipo = "p"
                 if Consumo-Proy = Filtro-Valor
                    perform ProcesarUnConsumo
                 end-if
              when other
                 perform ProcesarUnConsumo
           end-evaluate.

       ProcesarUnConsumo.
           add 1                              to consumos-procesados

           move zero                          to valor-pedido
           move zero                          to valor-recibido
           move Consumo-Valor                 to valor-consumido

           move Consumo-Ord-Tra               to ordtra-buscada
           move Consumo-Proy                  to proy-buscado
           if ordtra-buscada > 0
              perform AcumularOrdTra
           end-if
           if proy-buscado > 0
              perform AcumularProyecto
           end-if

           if Modo-Detalle = "S" or = "s"
              perform GrabarDetalleConsumo
           end-if.

       GrabarDetalleConsumo.
      * a consumo has no order; the deposito goes where the item
      * line carries its secuencia
           move spaces                        to reg-listado
           move "CS"                          to Lis-Tipo
           move Consumo-Ord-Tra               to Lis-Codigo
           move zero                          to Lis-Orden
           move Consumo-Producto              to Lis-Producto
           move Consumo-Deposito              to Lis-Secuencia
           move zero                          to Lis-Valor-Pedido
           move zero                          to Lis-Valor-Recibido
           move valor-consumido               to Lis-Valor-Consumido
           perform GrabarListado.

      * ---------------------------------------------------
       CerrarExtractoItems.
           close ext-item.

      * ---------------------------------------------------
       AbrirConsumos.
           move "N"                           to sw-consumo-disponible
           open input consumo
           if fs-comun = "00"
              move "S"                        to sw-consumo-disponible
           end-if.

       StartConsumos.
           move low-value                     to Consumo-Key
           move "S"                           to sw-mas-consumos
           start consumo key is not less than Consumo-Key
              invalid key
                 move "N"                     to sw-mas-consumos
           end-start.

       LeerConsumoNext.
           read consumo next record
              at end
                 move "N"                     to sw-mas-consumos
           end-read.

       CerrarConsumos.
           if sw-consumo-disponible = "S"
              close consumo
           end-if.

      * ---------------------------------------------------
       AbrirListado.
           open output listado.
