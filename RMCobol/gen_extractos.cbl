           copy entrega.sl.
           copy ext-ord.sl.
           copy ext-item.sl.
           copy itedis.sl.

           select trabajo-ord
                  assign to disc "SORTORD.TMP".
           copy entrega.fd.
           copy ext-ord.fd.
           copy ext-item.fd.
           copy itedis.fd.

       sd  trabajo-ord.

       77  sw-cabecera-hallada                pic x(01).
       77  sw-mas-entregas                    pic x(01).
       77  sw-entrega-disponible              pic x(01) value "N".
       77  sw-itedis-disponible               pic x(01) value "N".
       77  sw-mas-lineas                      pic x(01).
       77  porcentaje-acum                    pic 9(05)v9(04).
       77  cantidad-asignada                  pic 9(11)v9(04).
       77  recibida-asignada                  pic 9(11)v9(04).
       77  dto-asignado                       pic 9(10)v9(04).
       77  lineas-extraidas                   pic 9(08) value zero.
       77  orden-cacheada                     pic 9(06) value zero.
       77  empresa-cacheada                   pic 9(02).
       77  fecha-cacheada                     pic 9(08).
           open input entrega
           if fs-comun = "00"
              move "S"                        to sw-entrega-disponible
           end-if

           open input itedis
           if fs-comun = "00"
              move "S"                        to sw-itedis-disponible
           end-if.

       ExtraerOrdenes.
           if sw-entrega-disponible = "S"
              close entrega
           end-if
           if sw-itedis-disponible = "S"
              close itedis
           end-if

           move ordenes-extraidas             to ed-cantidad
           display "Ordenes extraidas    : " ed-cantidad
           display "Items extraidos      : " ed-cantidad
           move items-sin-cabecera            to ed-cantidad
           display "Items sin cabecera   : " ed-cantidad
           move lineas-extraidas              to ed-cantidad
           display "Lineas distribuidas  : " ed-cantidad

           goback.

      * ---------------------------------------------------
       SoltarOrden.
           move spaces                        to sort-ord-reg
           move Ord-Comp-Empresa              to Srt-Ord-Empresa
           move ext-ord-reg                   to sort-ord-reg
           release sort-ord-reg.

      * ---------------------------------------------------
       SoltarItem.
      * the items arrive clustered by orden, so the header lookup
      * really hits the master once per order
              move recibida-total             to Ext-Item-Recibida
              move estado-cacheado            to Ext-Item-Estado

              move "N"                        to sw-mas-lineas
              if sw-itedis-disponible = "S"
                 perform BuscarDistribucionItem
              end-if
              if sw-mas-lineas = "S"
                 perform SoltarDistribucion
              else
                 move ext-item-reg            to sort-item-reg
                 release sort-item-reg
              end-if
           end-if.

      * an item split across cuentas/proyectos goes out as one line
      * per share, quantities and discount prorated; the line that
      * completes 100% takes the rounding
       BuscarDistribucionItem.
           move Item-Com-Orden                to Itedis-Orden
           move Item-Com-Producto             to Itedis-Producto
           move Item-Com-Tipo                 to Itedis-Tipo
           move Item-Com-Secuencia            to Itedis-Secuencia
           move zero                          to Itedis-Linea
           move "S"                           to sw-mas-lineas
           start itedis key is not less than Itedis-Key
              invalid key
                 move "N"                     to sw-mas-lineas
           end-start
           if sw-mas-lineas = "S"
              perform LeerLineaDistribucion
           end-if.

       LeerLineaDistribucion.
           read itedis next record
              at end
                 move "N"                     to sw-mas-lineas
           end-read
           if sw-mas-lineas = "S"
              if Itedis-Orden not = Item-Com-Orden or
                 Itedis-Producto not = Item-Com-Producto or
                 Itedis-Tipo not = Item-Com-Tipo or
                 Itedis-Secuencia not = Item-Com-Secuencia
                 move "N"                     to sw-mas-lineas
              end-if
           end-if.

       SoltarDistribucion.
           move zero                          to porcentaje-acum
           move zero                          to cantidad-asignada
           move zero                          to recibida-asignada
           move zero                          to dto-asignado
           perform until sw-mas-lineas = "N"
              add Itedis-Porcentaje           to porcentaje-acum
              if porcentaje-acum not < 100
                 compute Ext-Item-Cantidad =
                    cantidad-total - cantidad-asignada
                 compute Ext-Item-Recibida =
                    recibida-total - recibida-asignada
                 compute Ext-Item-Dto =
                    Item-Com-Dto - dto-asignado
              else
                 compute Ext-Item-Cantidad rounded =
                    cantidad-total * Itedis-Porcentaje / 100
                 compute Ext-Item-Recibida rounded =
                    recibida-total * Itedis-Porcentaje / 100
                 compute Ext-Item-Dto rounded =
                    Item-Com-Dto * Itedis-Porcentaje / 100
              end-if
              add Ext-Item-Cantidad           to cantidad-asignada
              add Ext-Item-Recibida           to recibida-asignada
              add Ext-Item-Dto                to dto-asignado

              move Itedis-Proy                to Ext-Item-Proy
              move Itedis-Cuenta              to Ext-Item-Cuenta
              move Itedis-Sector              to Ext-Item-Sector
              move Itedis-Ord-Tra             to Ext-Item-Ord-Tra

              add 1                           to lineas-extraidas
              move ext-item-reg               to sort-item-reg
              release sort-item-reg

              perform LeerLineaDistribucion
           end-perform.

       BuscarCabeceraItem.
           if Item-Com-Orden = orden-cacheada and orden-cacheada > 0
              end-if
           end-perform.

      * ---------------------------------------------------
       LeerOrdenesMaestro section.

       LeerOrdenesMaestro-Inicio.
           move low-value                     to Ord-Comp-Id
           move "S"                           to sw-mas-ordenes
           start ord-comp key is not less than Ord-Comp-Id
              invalid key
                 move "N"                     to sw-mas-ordenes
           end-start

           perform until sw-mas-ordenes = "N"
              read ord-comp next record
                 at end
                    move "N"                  to sw-mas-ordenes
              end-read
              if sw-mas-ordenes = "S"
                 perform SoltarOrden
              end-if
           end-perform.

       LeerOrdenesMaestro-Fin.
           exit.

       GrabarOrdenesExtracto section.

       GrabarOrdenesExtracto-Inicio.
           open output ext-ord
           move "N"                           to sw-fin-sort
           perform until sw-fin-sort = "S"
              return trabajo-ord
                 at end
                    move "S"                  to sw-fin-sort
                 not at end
                    add 1                     to ordenes-extraidas
                    move sort-ord-reg         to ext-ord-reg
                    write ext-ord-reg
              end-return
           end-perform
           close ext-ord.

       GrabarOrdenesExtracto-Fin.
           exit.

      * ---------------------------------------------------
       LeerItemsMaestro section.

       LeerItemsMaestro-Inicio.
           move low-value                     to item-com-key
           move "S"                           to sw-mas-items
           start item-com key is not less than Item-Com-Key
              invalid key
                 move "N"                     to sw-mas-items
           end-start

           perform until sw-mas-items = "N"
              read item-com next record
                 at end
                    move "N"                  to sw-mas-items
              end-read
              if sw-mas-items = "S"
                 if Item-Com-Producto > 0
                    perform SoltarItem
                 end-if
              end-if
           end-perform.

       LeerItemsMaestro-Fin.
           exit.

