       input-output section.
       file-control.
           copy ext-ord.sl.
           copy factura.sl.
           copy factdet.sl.
           copy ord-comp.sl.
           copy item-com.sl.
           copy itedis.sl.

           select listado
                  assign to random "SUBDIVA.LST"
       data division.
       file section.
           copy ext-ord.fd.
           copy factura.fd.
           copy factdet.fd.
           copy ord-comp.fd.
           copy item-com.fd.
           copy itedis.fd.

       fd  listado
                  label record is standard.
       77  st                                 pic x(02).
       77  sw-mas-ordenes                     pic x(01).
       77  sw-libro-abierto                   pic x(01) value "N".
       77  sw-notas-disponibles               pic x(01) value "N".
       77  sw-mas-notas                       pic x(01).
       77  sw-empresa-hallada                 pic x(01).
       77  empresa-nota                       pic 9(02).
       77  numero-buscado                     pic x(13).
       77  importe-iva                        pic s9(13)v9(02).
       77  importe-total                      pic s9(13)v9(02).
       77  notas-listadas                     pic 9(08) value zero.
       77  Periodo                            pic 9(06).
       77  Fecha-Desde                        pic 9(08).
       77  Fecha-Hasta                        pic 9(08).
       77  ed-otros                           pic ----,---,---,--9.99.
       77  ed-total                           pic ----,---,---,--9.99.
       77  ed-cantidad                        pic zz,zzz,zz9.
       77  Apertura                           pic x(01).
       77  sw-items-disponibles               pic x(01) value "N".
       77  sw-itedis-disponible               pic x(01) value "N".
       77  sw-mas-items                       pic x(01).
       77  sw-mas-lineas                      pic x(01).
       77  sw-hallado                         pic x(01).
       77  indice-slot                        pic 9(01).
       77  indice-apertura                    pic 9(02).
       77  aperturas-usadas                   pic 9(02).
       77  cuenta-apertura                    pic 9(12).
       77  proy-apertura                      pic 9(04).
       77  cantidad-item                      pic 9(11)v9(04).
       77  neto-item                          pic s9(13)v9(02).
       77  iva-item                           pic s9(13)v9(02).
       77  neto-parte                         pic s9(13)v9(02).
       77  iva-parte                          pic s9(13)v9(02).
       77  neto-asignado                      pic s9(13)v9(02).
       77  iva-asignado                       pic s9(13)v9(02).
       77  porcentaje-acum                    pic 9(05)v9(04).
       77  suma-neto-apertura                 pic s9(14)v9(02).
       77  suma-iva-apertura                  pic s9(14)v9(02).

      * cuenta/proyecto breakdown of the order being listed
       01  apertura-tabla.
           03 ap-ent occurs 50.
              05 ap-cuenta                    pic 9(12).
              05 ap-proy                      pic 9(04).
              05 ap-neto                      pic s9(14)v9(02).
              05 ap-iva                       pic s9(14)v9(02).

       01  Item-Com-Ws.
           copy item-com.wk.

       procedure division.
       begin section 1.
       IniciarProceso.
           display "Periodo (AAAAMM) : "
           accept Periodo
           display "Apertura por cuenta/proyecto (S/N) : "
           accept Apertura
           if Apertura = "s"
              move "S"                        to Apertura
           end-if

           compute Fecha-Desde = (Periodo * 100) + 1
           compute Fecha-Hasta = (Periodo * 100) + 31

           perform AbrirOrdenesCmpr
           perform AbrirNotas
           if Apertura = "S"
              perform AbrirItems
           end-if
           perform AbrirListado.

       ListarLibros.

       TerminarProceso.
           perform CerrarOrdenesCmpr
           perform CerrarNotas
           perform CerrarItems
           perform CerrarListado

           move leidas                        to ed-cantidad
           display "Ordenes leidas  : " ed-cantidad
           move listadas                      to ed-cantidad
           display "Ordenes listadas: " ed-cantidad
           move notas-listadas                to ed-cantidad
           display "Notas listadas  : " ed-cantidad

           goback.


       CerrarLibroEmpresa.
           if sw-libro-abierto = "S"
              if sw-notas-disponibles = "S"
                 perform ListarNotasEmpresa
              end-if
              perform GrabarSubtotalPagina
              perform GrabarTotalLibro
              move "N"                        to sw-libro-abierto
              delimited by size into reg-listado
           perform GrabarListado

           add 1                              to lineas-pagina
           if lineas-pagina >= lineas-maximas
              perform GrabarSubtotalPagina
              perform IniciarPagina
           end-if

           if Apertura = "S" and sw-items-disponibles = "S"
              perform ListarAperturaOrden
           end-if.

      * the neto and IVA of the libro are spread over the cuentas
      * and proyectos of the order lines in proportion to what each
      * one carries, following the split of a distributed line
       ListarAperturaOrden.
           initialize apertura-tabla
           move zero                          to aperturas-usadas
           move zero                          to suma-neto-apertura
           move zero                          to suma-iva-apertura

           move Ext-Ord-Id                    to Item-Com-Orden
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
                 if Item-Com-Orden not = Ext-Ord-Id
                    move "N"                  to sw-mas-items
                 else
                    if Item-Com-Producto > 0
                       perform AcumularItemApertura
                    end-if
                 end-if
              end-if
           end-perform

           if aperturas-usadas > 0
              perform ImprimirApertura
           end-if.

       AcumularItemApertura.
           move Item-Com-Campo                to item-com-reg-2
           move zero                          to cantidad-item
           move 1                             to indice-slot
           perform 5 times
              add Item-Com-Cantidad(indice-slot) to cantidad-item
              add 1 to indice-slot
           end-perform
           compute neto-item =
              (cantidad-item * Item-Com-Precio) - Item-Com-Dto
           if neto-item < 0
              move zero                       to neto-item
           end-if
           compute iva-item rounded =
              neto-item * Item-Com-Iva / 100

           move "N"                           to sw-mas-lineas
           if sw-itedis-disponible = "S"
              perform BuscarDistribucionItem
           end-if
           if sw-mas-lineas = "S"
              perform RepartirItemApertura
           else
              move Item-Com-Cuenta            to cuenta-apertura
              move Item-Com-Proy              to proy-apertura
              move neto-item                  to neto-parte
              move iva-item                   to iva-parte
              perform SumarApertura
           end-if.

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

       RepartirItemApertura.
           move zero                          to porcentaje-acum
           move zero                          to neto-asignado
           move zero                          to iva-asignado
           perform until sw-mas-lineas = "N"
              add Itedis-Porcentaje           to porcentaje-acum
              if porcentaje-acum not < 100
                 compute neto-parte = neto-item - neto-asignado
                 compute iva-parte = iva-item - iva-asignado
              else
                 compute neto-parte rounded =
                    neto-item * Itedis-Porcentaje / 100
                 compute iva-parte rounded =
                    iva-item * Itedis-Porcentaje / 100
              end-if
              add neto-parte                  to neto-asignado
              add iva-parte                   to iva-asignado
              move Itedis-Cuenta              to cuenta-apertura
              move Itedis-Proy                to proy-apertura
              perform SumarApertura
              perform LeerLineaDistribucion
           end-perform.

       SumarApertura.
           move "N"                           to sw-hallado
           move 1                             to indice-apertura
           perform until sw-hallado = "S"
                      or indice-apertura > aperturas-usadas
              if ap-cuenta(indice-apertura) = cuenta-apertura and
                 ap-proy(indice-apertura) = proy-apertura
                 move "S"                     to sw-hallado
              else
                 add 1                        to indice-apertura
              end-if
           end-perform

           if sw-hallado = "N"
              if aperturas-usadas < 50
                 add 1                        to aperturas-usadas
                 move cuenta-apertura
                    to ap-cuenta(aperturas-usadas)
                 move proy-apertura
                    to ap-proy(aperturas-usadas)
              end-if
              move aperturas-usadas           to indice-apertura
           end-if

           add neto-parte                 to ap-neto(indice-apertura)
           add iva-parte                  to ap-iva(indice-apertura)
           add neto-parte                 to suma-neto-apertura
           add iva-parte                  to suma-iva-apertura.

       ImprimirApertura.
      * the last cuenta/proyecto takes the rounding, so the lines
      * always add up to the libro amounts of the order
           move zero                          to neto-asignado
           move zero                          to iva-asignado
           move 1                             to indice-apertura
           perform until indice-apertura > aperturas-usadas
              if indice-apertura = aperturas-usadas
                 compute neto-parte = importe-neto - neto-asignado
                 compute iva-parte = Ext-Ord-Iva - iva-asignado
              else
                 move zero                    to neto-parte
                 move zero                    to iva-parte
                 if suma-neto-apertura not = zero
                    compute neto-parte rounded = importe-neto
                       * ap-neto(indice-apertura) / suma-neto-apertura
                 end-if
                 if suma-iva-apertura not = zero
                    compute iva-parte rounded = Ext-Ord-Iva
                       * ap-iva(indice-apertura) / suma-iva-apertura
                 end-if
              end-if
              add neto-parte                  to neto-asignado
              add iva-parte                   to iva-asignado

              move neto-parte                 to ed-neto
              move iva-parte                  to ed-iva
              move spaces                     to reg-listado
              string ap-cuenta(indice-apertura) "-"
                     ap-proy(indice-apertura) ed-neto "  " ed-iva
                 delimited by size into reg-listado
              perform GrabarListado

              add 1                           to lineas-pagina
              if lineas-pagina >= lineas-maximas
                 perform GrabarSubtotalPagina
                 perform IniciarPagina
              end-if
              add 1                           to indice-apertura
           end-perform.

      * credit and debit notes of the period close the libro of the
      * empresa their order belongs to; a credit note subtracts
       ListarNotasEmpresa.
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
                    Factura-Fecha >= Fecha-Desde and
                    Factura-Fecha <= Fecha-Hasta
                    perform BuscarEmpresaNota
                    if sw-empresa-hallada = "S" and
                       empresa-nota = empresa-libro
                       perform ListarNota
                    end-if
                 end-if
              end-if
           end-perform.

       BuscarEmpresaNota.
           move "N"                           to sw-empresa-hallada
           move Factura-Numero                to numero-buscado
           perform BuscarOrdenNota
           if sw-empresa-hallada = "N" and
              Factura-Referencia not = spaces
              move Factura-Referencia         to numero-buscado
              perform BuscarOrdenNota
           end-if.

       BuscarOrdenNota.
           move Factura-Prove                 to Factdet-Prove
           move numero-buscado                to Factdet-Numero
           move zero                          to Factdet-Secuencia
           start factdet key is not less than Factdet-Key
              invalid key
                 continue
              not invalid key
                 read factdet next record
                    at end
                       continue
                    not at end
                       if Factdet-Prove = Factura-Prove and
                          Factdet-Numero = numero-buscado
                          move Factdet-Orden  to Ord-Comp-Id
                          read ord-comp
                             invalid key
                                continue
                             not invalid key
                                move "S"      to sw-empresa-hallada
                                move Ord-Comp-Empresa
                                   to empresa-nota
                          end-read
                       end-if
                 end-read
           end-start.

       ListarNota.
           add 1                              to notas-listadas

           move Factura-Neto                  to importe-neto
           move Factura-Iva                   to importe-iva
           if Factura-Tipo-Comp = "C" or Factura-Tipo-Comp = "E"
              compute importe-neto = zero - Factura-Neto
              compute importe-iva = zero - Factura-Iva
           end-if
           compute importe-total = importe-neto + importe-iva

           add importe-neto                   to sub-neto tot-neto
           add importe-iva                    to sub-iva tot-iva
           add importe-total                  to sub-total tot-total

           move importe-neto                  to ed-neto
           move importe-iva                   to ed-iva
           move zero                          to ed-otros
           move importe-total                 to ed-total

           move spaces                        to reg-listado
           if Factura-Tipo-Comp = "C" or Factura-Tipo-Comp = "E"
              string Factura-Fecha "   " Factura-Prove
                     "  " ed-neto "  " ed-iva "  " ed-otros
                     "  " ed-total "  NC " Factura-Numero
                 delimited by size into reg-listado
           else
              string Factura-Fecha "   " Factura-Prove
                     "  " ed-neto "  " ed-iva "  " ed-otros
                     "  " ed-total "  ND " Factura-Numero
                 delimited by size into reg-listado
           end-if
           perform GrabarListado

           add 1                              to lineas-pagina
           if lineas-pagina >= lineas-maximas
              perform GrabarSubtotalPagina
       CerrarOrdenesCmpr.
           close ext-ord.

      * ---------------------------------------------------
       AbrirNotas.
           open input factura
           if fs-comun = "00"
              move "S"                        to sw-notas-disponibles
              open input factdet
              open input ord-comp
           end-if.

       CerrarNotas.
           if sw-notas-disponibles = "S"
              close factura
              close factdet
              close ord-comp
           end-if.

      * ---------------------------------------------------
       AbrirItems.
           open input item-com
           if fs-comun = "00"
              move "S"                        to sw-items-disponibles
              open input itedis
              if fs-comun = "00"
                 move "S"                     to sw-itedis-disponible
              end-if
           end-if.

       CerrarItems.
           if sw-items-disponibles = "S"
              close item-com
           end-if
           if sw-itedis-disponible = "S"
              close itedis
           end-if.

      * ---------------------------------------------------
       AbrirListado.
           open output listado.
