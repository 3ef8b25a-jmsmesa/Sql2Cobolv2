       identification division.
       program-id. RepCostoImportacion.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy impcab.sl.
           copy gasimp.sl.
           copy gasdis.sl.
           copy ord-comp.sl.
           copy item-com.sl.

           select listado
                  assign to random "COSTO-IMP.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

       data division.
       file section.
           copy impcab.fd.
           copy gasimp.fd.
           copy gasdis.fd.
           copy ord-comp.fd.
           copy item-com.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Orden                       pic 9(06).
           03                                  pic x(01).
           03 Lis-Producto                    pic 9(06).
           03                                  pic x(01).
           03 Lis-Recibida                    pic 9(10)v9(04).
           03                                  pic x(01).
           03 Lis-Fob                         pic 9(13)v9(02).
           03                                  pic x(01).
           03 Lis-Despacho                    pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Flete                       pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Seguro                      pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Honorarios                  pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Otros                       pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Costo-Total                 pic 9(13)v9(02).
           03                                  pic x(01).
           03 Lis-Unitario-Fob                pic 9(12)v9(04).
           03                                  pic x(01).
           03 Lis-Unitario-Final              pic 9(12)v9(04).

       01  reg-cabecera.
           03 Cab-Titulo                      pic x(12).
           03 Cab-Importacion                 pic 9(06).
           03                                  pic x(01).
           03 Cab-Despacho                    pic x(16).
           03                                  pic x(01).
           03 Cab-Fecha                       pic 9(08).
           03 Cab-Tabla occurs 8.
              05                               pic x(01).
              05 Cab-Orden                    pic 9(06).

       01  reg-gasto.
           03 Gas-Titulo                      pic x(12).
           03 Gas-Secuencia                   pic 9(04).
           03                                  pic x(01).
           03 Gas-Concepto                    pic x(01).
           03                                  pic x(01).
           03 Gas-Criterio                    pic x(01).
           03                                  pic x(01).
           03 Gas-Prove                       pic 9(04).
           03                                  pic x(01).
           03 Gas-Factura                     pic x(13).
           03                                  pic x(01).
           03 Gas-Fecha                       pic 9(08).
           03                                  pic x(01).
           03 Gas-Importe                     pic 9(12)v9(02).
           03                                  pic x(01).
           03 Gas-Estado                      pic x(12).

       working-storage section.
           copy fs-comun.wk.

       01  Item-Com-Ws.
           copy item-com.wk.

       77  st                                 pic x(02).
       77  sw-mas-items                       pic x(01).
       77  sw-mas-gastos                      pic x(01).
       77  sw-mas-distribuciones              pic x(01).
       77  sw-gasdis-disponible               pic x(01) value "N".
       77  sw-gasimp-disponible               pic x(01) value "N".
       77  Numero-Importacion                 pic 9(06).
       77  indice-orden                       pic 9(02).
       77  indice-slot                        pic 9(01).
       77  recibida-item                      pic 9(10)v9(04).
       77  items                              pic 9(08) value zero.
       77  pendientes                         pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.

       01  costos-item.
           03 ci-fob                          pic 9(13)v9(02).
           03 ci-despacho                     pic 9(12)v9(02).
           03 ci-flete                        pic 9(12)v9(02).
           03 ci-seguro                       pic 9(12)v9(02).
           03 ci-honorarios                   pic 9(12)v9(02).
           03 ci-otros                        pic 9(12)v9(02).

       01  costos-total.
           03 ct-fob                          pic 9(13)v9(02).
           03 ct-despacho                     pic 9(12)v9(02).
           03 ct-flete                        pic 9(12)v9(02).
           03 ct-seguro                       pic 9(12)v9(02).
           03 ct-honorarios                   pic 9(12)v9(02).
           03 ct-otros                        pic 9(12)v9(02).

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Importacion numero : "
           accept Numero-Importacion

           open input impcab
           if fs-comun not = "00"
              display "No existe archivo de importaciones"
              goback
           end-if
           move Numero-Importacion            to Impcab-Id
           read impcab
              invalid key
                 display "Importacion inexistente"
                 close impcab
                 goback
           end-read

           open input gasimp
           if fs-comun = "00"
              move "S"                        to sw-gasimp-disponible
           end-if
           open input gasdis
           if fs-comun = "00"
              move "S"                        to sw-gasdis-disponible
           end-if
           open input ord-comp
           open input item-com
           open output listado

           initialize costos-total
           perform GrabarCabecera.

      * one line per received item: its FOB value, what each cost
      * component added to it and the resulting unit cost
       ProcesarOrdenes.
           perform varying indice-orden from 1 by 1
              until indice-orden > 8
              if Impcab-Orden(indice-orden) not = zero
                 perform ProcesarOrden
              end-if
           end-perform

           perform GrabarTotales.

      * every cost registered against the import, spread or not
       ProcesarGastos.
           if sw-gasimp-disponible = "S"
              move Numero-Importacion         to Gasimp-Importacion
              move zero                       to Gasimp-Secuencia
              move "S"                        to sw-mas-gastos
              start gasimp key is not less than Gasimp-Key
                 invalid key
                    move "N"                  to sw-mas-gastos
              end-start
              perform until sw-mas-gastos = "N"
                 read gasimp next record
                    at end
                       move "N"               to sw-mas-gastos
                 end-read
                 if sw-mas-gastos = "S"
                    if Gasimp-Importacion not = Numero-Importacion
                       move "N"               to sw-mas-gastos
                    else
                       perform GrabarGasto
                    end-if
                 end-if
              end-perform
           end-if.

       TerminarProceso.
           close impcab
           if sw-gasimp-disponible = "S"
              close gasimp
           end-if
           if sw-gasdis-disponible = "S"
              close gasdis
           end-if
           close ord-comp
           close item-com
           close listado

           move items                         to ed-cantidad
           display "Items listados       : " ed-cantidad
           move pendientes                    to ed-cantidad
           display "Gastos sin distribuir: " ed-cantidad

           goback.

      * ---------------------------------------------------
       GrabarCabecera.
           move spaces                        to reg-cabecera
           move "IMPORTACION "                to Cab-Titulo
           move Impcab-Id                     to Cab-Importacion
           move Impcab-Despacho               to Cab-Despacho
           move Impcab-Fecha                  to Cab-Fecha
           perform varying indice-orden from 1 by 1
              until indice-orden > 8
              move Impcab-Orden(indice-orden)
                 to Cab-Orden(indice-orden)
           end-perform
           write reg-cabecera.

       ProcesarOrden.
           move Impcab-Orden(indice-orden)    to Item-Com-Orden
           move zero                          to Item-Com-Producto
           move zero                          to Item-Com-Tipo
           move zero                          to Item-Com-Secuencia
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
                 if Item-Com-Orden not = Impcab-Orden(indice-orden)
                    move "N"                  to sw-mas-items
                 else
                    if Item-Com-Producto > 0
                       perform ProcesarItem
                    end-if
                 end-if
              end-if
           end-perform.

       ProcesarItem.
           move Item-Com-Campo                to item-com-reg-2
           move zero                          to recibida-item
           move 1                             to indice-slot
           perform 5 times
              add Item-Com-Recibida(indice-slot) to recibida-item
              add 1                           to indice-slot
           end-perform

           if recibida-item > zero
              initialize costos-item
              compute ci-fob rounded = recibida-item * Item-Com-Precio
              perform SumarDistribuciones
              perform GrabarItem
           end-if.

       SumarDistribuciones.
           if sw-gasdis-disponible = "S"
              move Numero-Importacion         to Gasdis-Importacion
              move Item-Com-Orden             to Gasdis-Orden
              move Item-Com-Producto          to Gasdis-Producto
              move Item-Com-Tipo              to Gasdis-Tipo
              move Item-Com-Secuencia         to Gasdis-Item-Sec
              move zero                       to Gasdis-Secuencia
              move "S"                        to sw-mas-distribuciones
              start gasdis key is not less than Gasdis-Key
                 invalid key
                    move "N"                  to sw-mas-distribuciones
              end-start
              perform until sw-mas-distribuciones = "N"
                 read gasdis next record
                    at end
                       move "N"               to sw-mas-distribuciones
                 end-read
                 if sw-mas-distribuciones = "S"
                    if Gasdis-Importacion not = Numero-Importacion or
                       Gasdis-Orden not = Item-Com-Orden or
                       Gasdis-Producto not = Item-Com-Producto or
                       Gasdis-Tipo not = Item-Com-Tipo or
                       Gasdis-Item-Sec not = Item-Com-Secuencia
                       move "N"               to sw-mas-distribuciones
                    else
                       perform AcumularDistribucion
                    end-if
                 end-if
              end-perform
           end-if.

       AcumularDistribucion.
           evaluate Gasdis-Concepto
              when "D"
                 add Gasdis-Importe           to ci-despacho
              when "F"
                 add Gasdis-Importe           to ci-flete
              when "S"
                 add Gasdis-Importe           to ci-seguro
              when "H"
                 add Gasdis-Importe           to ci-honorarios
              when other
                 add Gasdis-Importe           to ci-otros
           end-evaluate.

       GrabarItem.
           add 1                              to items
           move spaces                        to reg-listado
           move Item-Com-Orden                to Lis-Orden
           move Item-Com-Producto             to Lis-Producto
           move recibida-item                 to Lis-Recibida
           move ci-fob                        to Lis-Fob
           move ci-despacho                   to Lis-Despacho
           move ci-flete                      to Lis-Flete
           move ci-seguro                     to Lis-Seguro
           move ci-honorarios                 to Lis-Honorarios
           move ci-otros                      to Lis-Otros
           compute Lis-Costo-Total = ci-fob + ci-despacho + ci-flete
              + ci-seguro + ci-honorarios + ci-otros
           compute Lis-Unitario-Fob rounded = ci-fob / recibida-item
           compute Lis-Unitario-Final rounded =
              Lis-Costo-Total / recibida-item
           write reg-listado

           add ci-fob                         to ct-fob
           add ci-despacho                    to ct-despacho
           add ci-flete                       to ct-flete
           add ci-seguro                      to ct-seguro
           add ci-honorarios                  to ct-honorarios
           add ci-otros                       to ct-otros.

       GrabarTotales.
           move spaces                        to reg-listado
           move zero                          to Lis-Orden
           move zero                          to Lis-Producto
           move zero                          to Lis-Recibida
           move ct-fob                        to Lis-Fob
           move ct-despacho                   to Lis-Despacho
           move ct-flete                      to Lis-Flete
           move ct-seguro                     to Lis-Seguro
           move ct-honorarios                 to Lis-Honorarios
           move ct-otros                      to Lis-Otros
           compute Lis-Costo-Total = ct-fob + ct-despacho + ct-flete
              + ct-seguro + ct-honorarios + ct-otros
           move zero                          to Lis-Unitario-Fob
           move zero                          to Lis-Unitario-Final
           write reg-listado.

       GrabarGasto.
           move spaces                        to reg-gasto
           move "GASTO       "                to Gas-Titulo
           move Gasimp-Secuencia              to Gas-Secuencia
           move Gasimp-Concepto               to Gas-Concepto
           move Gasimp-Criterio               to Gas-Criterio
           move Gasimp-Prove                  to Gas-Prove
           move Gasimp-Factura                to Gas-Factura
           move Gasimp-Fecha                  to Gas-Fecha
           move Gasimp-Importe                to Gas-Importe
           if Gasimp-Estado = "D"
              move "DISTRIBUIDO"              to Gas-Estado
           else
              move "PENDIENTE"                to Gas-Estado
              add 1                           to pendientes
           end-if
           write reg-gasto.
