       identification division.
       program-id. RepImprimirEnmienda.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy ord-comp.sl.
           copy item-com.sl.
           copy enmien.sl.
           copy empresa.sl.

           select listado
                  assign to random "ORD-ENM.PRN"
                  organization is line sequential
                  access is sequential
                  file status is st.

       data division.
       file section.
           copy ord-comp.fd.
           copy item-com.fd.
           copy enmien.fd.
           copy empresa.fd.

       fd  listado
                  label record is standard.

       01  reg-listado                          pic x(80).

       working-storage section.
           copy fs-comun.wk.

       77  st                                    pic x(02).
       77  sw-mas-items                          pic x(01).
       77  sw-mas-versiones                      pic x(01).
       77  sw-empresa-hallada                    pic x(01).
       77  sw-titulo-item                        pic x(01).
       77  Id-Filtro                             pic 9(06).
       77  Enmienda-Pedida                       pic 9(03).
       77  version-vigente                       pic 9(03).
       77  version-cargar                        pic 9(03).
       77  indice-ver                            pic 9(01).
       77  indice-item                           pic 9(03).
       77  indice-busca                          pic 9(03).
       77  item-hallado                          pic 9(03).
       77  indice-campo                          pic 9(02).
       77  item-maximo                           pic 9(03) value 200.
       77  items-desbordados                     pic 9(04) value zero.
       77  cambios-impresos                      pic 9(04) value zero.
       77  enmienda-fecha                        pic 9(08).
       77  enmienda-operador                     pic x(08).
       77  campo-largo                           pic 9(02).
       77  campo-desde                           pic 9(02).
       77  ed-valor                       pic zz,zzz,zzz,zzz,zz9.9999.
       77  ed-enmienda                           pic zz9.

      * both versions side by side: 1 is the one replaced, 2 is the
      * one the enmienda put in force
       01  versiones.
           03 ver-ent occurs 2.
              05 ver-cabecera                    pic x(500).
              05 ver-items                       pic 9(03).
              05 ver-item occurs 200.
                 07 ver-clave                    pic x(11).
                 07 ver-imagen                   pic x(500).

       01  imagen-anterior                       pic x(500).
       01  imagen-nueva                          pic x(500).
       01  imagen-valor                          pic x(500).

       01  valor-num                             pic 9(14)v9(04).
       01  valor-digitos redefines valor-num     pic x(18).
       01  valor-texto                           pic x(60).

       01  linea-cambio.
           03 lc-campo                           pic x(11).
           03 lc-etiqueta                        pic x(09).
           03 lc-valor                           pic x(60).

      * fields of the cabecera an enmienda can change: name,
      * position in the record, class (N number, X text), integer
      * digits or width, and decimals
       01  campos-cabecera-valores.
           03               pic x(17) value "COND-PAGO 020N020".
           03               pic x(17) value "DTO-1     022N042".
           03               pic x(17) value "DTO-2     028N042".
           03               pic x(17) value "DTO-3     034N042".
           03               pic x(17) value "ANTICIPO  040X010".
           03               pic x(17) value "DEPOSITO  041N040".
           03               pic x(17) value "OBS-1     045X600".
           03               pic x(17) value "OBS-2     105X600".
           03               pic x(17) value "OBS-3     165X600".
           03               pic x(17) value "TOTAL     225N122".
           03               pic x(17) value "IVA       239N122".
           03               pic x(17) value "OTROS     253N122".
           03               pic x(17) value "MONEDA    270N020".
           03               pic x(17) value "COTIZACION272N034".
           03               pic x(17) value "DOLAR     279N022".
           03               pic x(17) value "ENTREGA-1 284N060".
           03               pic x(17) value "ENTREGA-2 290N060".
           03               pic x(17) value "ENTREGA-3 296N060".
           03               pic x(17) value "ENTREGA-4 302N060".
           03               pic x(17) value "ENTREGA-5 308N060".
           03               pic x(17) value "PCIA-IBB  314N020".
           03               pic x(17) value "PORC-ANTIC318N032".
       01  campos-cabecera redefines campos-cabecera-valores.
           03 cab-ent occurs 22.
              05 cab-nombre                      pic x(10).
              05 cab-posicion                    pic 9(03).
              05 cab-clase                       pic x(01).
              05 cab-largo                       pic 9(02).
              05 cab-decimales                   pic 9(01).

       01  campos-item-valores.
           03               pic x(17) value "DESCRIPC. 018X500".
           03               pic x(17) value "CANTIDAD-1068N104".
           03               pic x(17) value "CANTIDAD-2096N104".
           03               pic x(17) value "CANTIDAD-3124N104".
           03               pic x(17) value "CANTIDAD-4152N104".
           03               pic x(17) value "CANTIDAD-5180N104".
           03               pic x(17) value "UNIDAD    208X040".
           03               pic x(17) value "PRECIO    212N124".
           03               pic x(17) value "DESCUENTO 228N104".
           03               pic x(17) value "ENVASE    242N030".
           03               pic x(17) value "CANT-PRES 245N104".
           03               pic x(17) value "UNI-PRES  259X040".
           03               pic x(17) value "IVA       263N042".
           03               pic x(17) value "OBSERVAC. 296X300".
           03               pic x(17) value "RENGLON-1 326X500".
           03               pic x(17) value "RENGLON-2 376X500".
       01  campos-item redefines campos-item-valores.
           03 itm-ent occurs 16.
              05 itm-nombre                      pic x(10).
              05 itm-posicion                    pic 9(03).
              05 itm-clase                       pic x(01).
              05 itm-largo                       pic 9(02).
              05 itm-decimales                   pic 9(01).

       01  Item-Com-Ws.
           copy item-com.wk.

       linkage section.
       01  args.
           02  argc                           pic s9(5) comp-1.
           02  argv.
               03                             pic x(01) occurs 1 to 4000
                                                    depending on argc.

       procedure division using args.
       begin section 1.

       IniciarProceso.
           move zero                          to Enmienda-Pedida
           if argc > 0 and argv(1:1) not = space
              move argv(1:6)                  to Id-Filtro
              if argc > 9
                 if argv(8:3) numeric
                    move argv(8:3)            to Enmienda-Pedida
                 end-if
              end-if
           else
              display "Orden de compra ? : " with no advancing
              accept Id-Filtro
              display "Enmienda (0 = ultima) ? : " with no advancing
              accept Enmienda-Pedida
           end-if

           perform AbrirArchivos
           perform AbrirListado.

      * enmienda N compares version N-1, kept in enmien, against
      * version N: kept too when a later one replaced it, otherwise
      * it is the order as it stands
       ProcesarEnmienda.
           move Id-Filtro                     to Ord-Comp-Id
           perform LeerOrdenesCmpr
           if fs-comun not = "00"
              display "Orden " Id-Filtro " no encontrada."
           else
              perform BuscarUltimaVersion
              if version-vigente = zero
                 display "Orden " Id-Filtro " sin enmiendas."
              else
                 if Enmienda-Pedida = zero
                    move version-vigente      to Enmienda-Pedida
                 end-if
                 if Enmienda-Pedida > version-vigente
                    move Enmienda-Pedida      to ed-enmienda
                    display "Orden " Id-Filtro " no tiene enmienda "
                            ed-enmienda
                 else
                    move 1                    to indice-ver
                    compute version-cargar = Enmienda-Pedida - 1
                    perform CargarVersion
                    move 2                    to indice-ver
                    move Enmienda-Pedida      to version-cargar
                    perform CargarVersion

                    perform ImprimirEncabezado
                    perform CompararCabecera
                    perform CompararItems
                    if cambios-impresos = zero
                       move spaces            to reg-listado
                       string "SIN CAMBIOS RESPECTO DE LA VERSION "
                              "ANTERIOR"
                          delimited by size into reg-listado
                       perform GrabarListado
                    end-if
                 end-if
              end-if
           end-if.

       TerminarProceso.
           perform CerrarArchivos
           perform CerrarListado

           display "Cambios impresos : " cambios-impresos
           if items-desbordados > zero
              display "Items sin comparar : " items-desbordados
           end-if

           goback.

      * ---------------------------------------------------
       BuscarUltimaVersion.
           move zero                          to version-vigente
           move Id-Filtro                     to Enmien-Orden
           move zero                          to Enmien-Version
           move zero                          to Enmien-Clase
           move zero                          to Enmien-Producto
           move zero                          to Enmien-Tipo
           move zero                          to Enmien-Secuencia
           move "S"                           to sw-mas-versiones
           start enmien key is not less than Enmien-Key
              invalid key
                 move "N"                     to sw-mas-versiones
           end-start

           perform until sw-mas-versiones = "N"
              read enmien next record
                 at end
                    move "N"                  to sw-mas-versiones
              end-read
              if sw-mas-versiones = "S"
                 if Enmien-Orden = Id-Filtro
                    compute version-vigente = Enmien-Version + 1
                 else
                    move "N"                  to sw-mas-versiones
                 end-if
              end-if
           end-perform.

       CargarVersion.
           move spaces              to ver-cabecera(indice-ver)
           move zero                          to ver-items(indice-ver)
           if version-cargar = version-vigente
              perform CargarVersionVigente
           else
              perform CargarVersionGuardada
           end-if.

       CargarVersionVigente.
           move Id-Filtro                     to Ord-Comp-Id
           perform LeerOrdenesCmpr
           move ord-comp-reg        to ver-cabecera(indice-ver)

           perform StartItemsOrden
           perform until sw-mas-items = "N"
              perform LeerItemsOrdenNext
              if sw-mas-items = "S"
                 if Item-Com-Orden not = Id-Filtro
                    move "N"                  to sw-mas-items
                 else
                    move item-com-reg         to imagen-valor
                    perform AgregarItemVersion
                 end-if
              end-if
           end-perform.

      * the images kept for a version carry the date and operator of
      * the enmienda that replaced it
       CargarVersionGuardada.
           move Id-Filtro                     to Enmien-Orden
           move version-cargar                to Enmien-Version
           move zero                          to Enmien-Clase
           move zero                          to Enmien-Producto
           move zero                          to Enmien-Tipo
           move zero                          to Enmien-Secuencia
           move "S"                           to sw-mas-versiones
           start enmien key is not less than Enmien-Key
              invalid key
                 move "N"                     to sw-mas-versiones
           end-start

           perform until sw-mas-versiones = "N"
              read enmien next record
                 at end
                    move "N"                  to sw-mas-versiones
              end-read
              if sw-mas-versiones = "S"
                 if Enmien-Orden not = Id-Filtro or
                    Enmien-Version not = version-cargar
                    move "N"                  to sw-mas-versiones
                 else
                    if Enmien-Clase = 1
                       move Enmien-Imagen
                          to ver-cabecera(indice-ver)
                       if indice-ver = 1
                          move Enmien-Fecha   to enmienda-fecha
                          move Enmien-Operador
                             to enmienda-operador
                       end-if
                    else
                       move Enmien-Imagen     to imagen-valor
                       perform AgregarItemVersion
                    end-if
                 end-if
              end-if
           end-perform.

       AgregarItemVersion.
           if ver-items(indice-ver) < item-maximo
              add 1                           to ver-items(indice-ver)
              move ver-items(indice-ver)      to indice-item
              move imagen-valor(7:11)
                 to ver-clave(indice-ver, indice-item)
              move imagen-valor
                 to ver-imagen(indice-ver, indice-item)
           else
              add 1                           to items-desbordados
           end-if.

      * ---------------------------------------------------
       ImprimirEncabezado.
           perform ImprimirBloqueEmpresa

           move Enmienda-Pedida               to ed-enmienda
           move spaces                        to reg-listado
           string "ENMIENDA " ed-enmienda
                  " A LA ORDEN DE COMPRA NRO. " Id-Filtro
              delimited by size into reg-listado
           perform GrabarListado

           move spaces                        to reg-listado
           string "PROVEEDOR " Ord-Comp-Prove
                  "   FECHA ORDEN " Ord-Comp-Fecha
              delimited by size into reg-listado
           perform GrabarListado

           move spaces                        to reg-listado
           string "FECHA ENMIENDA " enmienda-fecha
                  "   OPERADOR " enmienda-operador
              delimited by size into reg-listado
           perform GrabarListado

           move spaces                        to reg-listado
           perform GrabarListado.

       ImprimirBloqueEmpresa.
           perform LeerEmpresa

           if sw-empresa-hallada = "S"
              move spaces                     to reg-listado
              string Empresa-Razon "  CUIT " Empresa-Cuit
                 delimited by size into reg-listado
              perform GrabarListado

              move spaces                     to reg-listado
              string Empresa-Domicilio delimited by size
                 into reg-listado
              perform GrabarListado
           else
              move spaces                     to reg-listado
              string "EMPRESA " Ord-Comp-Empresa
                     " SIN DATOS EN MAESTRO"
                 delimited by size into reg-listado
              perform GrabarListado
           end-if

           move spaces                        to reg-listado
           perform GrabarListado.

      * ---------------------------------------------------
       CompararCabecera.
           move ver-cabecera(1)               to imagen-anterior
           move ver-cabecera(2)               to imagen-nueva
           move "N"                           to sw-titulo-item
           move 1                             to indice-campo
           perform 22 times
              compute campo-largo = cab-largo(indice-campo)
                                  + cab-decimales(indice-campo)
              if imagen-anterior(cab-posicion(indice-campo):
                                 campo-largo) not =
                 imagen-nueva(cab-posicion(indice-campo):campo-largo)
                 if sw-titulo-item = "N"
                    move "S"                  to sw-titulo-item
                    move spaces               to reg-listado
                    move "CABECERA"           to reg-listado
                    perform GrabarListado
                 end-if
                 move spaces                  to linea-cambio
                 move cab-nombre(indice-campo) to lc-campo
                 move "ANTERIOR"              to lc-etiqueta
                 move imagen-anterior         to imagen-valor
                 perform FormatearCampoCabecera
                 move valor-texto             to lc-valor
                 move linea-cambio            to reg-listado
                 perform GrabarListado

                 move spaces                  to linea-cambio
                 move "NUEVO"                 to lc-etiqueta
                 move imagen-nueva            to imagen-valor
                 perform FormatearCampoCabecera
                 move valor-texto             to lc-valor
                 move linea-cambio            to reg-listado
                 perform GrabarListado
                 add 1                        to cambios-impresos
              end-if
              add 1                           to indice-campo
           end-perform.

       FormatearCampoCabecera.
           move spaces                        to valor-texto
           if cab-clase(indice-campo) = "X" or
              cab-decimales(indice-campo) = zero
              move imagen-valor(cab-posicion(indice-campo):
                                campo-largo)  to valor-texto
           else
              move zero                       to valor-num
              compute campo-desde = 15 - cab-largo(indice-campo)
              move imagen-valor(cab-posicion(indice-campo):
                                cab-largo(indice-campo))
                 to valor-digitos(campo-desde:
                                  cab-largo(indice-campo))
              move imagen-valor(cab-posicion(indice-campo) +
                                cab-largo(indice-campo):
                                cab-decimales(indice-campo))
                 to valor-digitos(15:cab-decimales(indice-campo))
              perform EditarValor
           end-if.

      * ---------------------------------------------------
      * items of the new version against the replaced one by key,
      * then whatever the replaced one had that is no longer there
       CompararItems.
           move 1                             to indice-item
           perform until indice-item > ver-items(2)
              perform BuscarItemAnterior
              move ver-imagen(2, indice-item) to imagen-nueva
              if item-hallado = zero
                 perform ImprimirItemAgregado
              else
                 move ver-imagen(1, item-hallado) to imagen-anterior
                 perform CompararUnItem
              end-if
              add 1                           to indice-item
           end-perform

           move 1                             to indice-item
           perform until indice-item > ver-items(1)
              move zero                       to item-hallado
              move 1                          to indice-busca
              perform until indice-busca > ver-items(2)
                 if ver-clave(2, indice-busca) =
                    ver-clave(1, indice-item)
                    move indice-busca         to item-hallado
                    move ver-items(2)         to indice-busca
                 end-if
                 add 1                        to indice-busca
              end-perform
              if item-hallado = zero
                 move ver-imagen(1, indice-item) to imagen-anterior
                 perform ImprimirItemEliminado
              end-if
              add 1                           to indice-item
           end-perform.

       BuscarItemAnterior.
           move zero                          to item-hallado
           move 1                             to indice-busca
           perform until indice-busca > ver-items(1)
              if ver-clave(1, indice-busca) = ver-clave(2, indice-item)
                 move indice-busca            to item-hallado
                 move ver-items(1)            to indice-busca
              end-if
              add 1                           to indice-busca
           end-perform.

       CompararUnItem.
           move "N"                           to sw-titulo-item
           move imagen-nueva                  to item-com-reg
           move 1                             to indice-campo
           perform 16 times
              compute campo-largo = itm-largo(indice-campo)
                                  + itm-decimales(indice-campo)
              if (Item-Com-Producto > 0 or
                  itm-clase(indice-campo) = "X") and
                 imagen-anterior(itm-posicion(indice-campo):
                                 campo-largo) not =
                 imagen-nueva(itm-posicion(indice-campo):campo-largo)
                 if sw-titulo-item = "N"
                    move "S"                  to sw-titulo-item
                    move spaces               to linea-cambio
                    perform ImprimirTituloItem
                 end-if
                 move spaces                  to linea-cambio
                 move itm-nombre(indice-campo) to lc-campo
                 move "ANTERIOR"              to lc-etiqueta
                 move imagen-anterior         to imagen-valor
                 perform FormatearCampoItem
                 move valor-texto             to lc-valor
                 move linea-cambio            to reg-listado
                 perform GrabarListado

                 move spaces                  to linea-cambio
                 move "NUEVO"                 to lc-etiqueta
                 move imagen-nueva            to imagen-valor
                 perform FormatearCampoItem
                 move valor-texto             to lc-valor
                 move linea-cambio            to reg-listado
                 perform GrabarListado
                 add 1                        to cambios-impresos
              end-if
              add 1                           to indice-campo
           end-perform.

       ImprimirItemAgregado.
           move imagen-nueva                  to item-com-reg
           move "AGREGADO"                    to lc-etiqueta
           perform ImprimirTituloItem
           move 1                             to indice-campo
           perform 16 times
              compute campo-largo = itm-largo(indice-campo)
                                  + itm-decimales(indice-campo)
              if (Item-Com-Producto > 0 or
                  itm-clase(indice-campo) = "X") and
                 imagen-nueva(itm-posicion(indice-campo):campo-largo)
                    not = spaces and
                 imagen-nueva(itm-posicion(indice-campo):campo-largo)
                    not = zeros
                 move spaces                  to linea-cambio
                 move itm-nombre(indice-campo) to lc-campo
                 move "NUEVO"                 to lc-etiqueta
                 move imagen-nueva            to imagen-valor
                 perform FormatearCampoItem
                 move valor-texto             to lc-valor
                 move linea-cambio            to reg-listado
                 perform GrabarListado
              end-if
              add 1                           to indice-campo
           end-perform
           add 1                              to cambios-impresos.

       ImprimirItemEliminado.
           move imagen-anterior               to item-com-reg
           move "ELIMINADO"                   to lc-etiqueta
           perform ImprimirTituloItem
           add 1                              to cambios-impresos.

       ImprimirTituloItem.
           move Item-Com-Campo                to item-com-reg-2
           move spaces                        to reg-listado
           if lc-etiqueta = "AGREGADO" or lc-etiqueta = "ELIMINADO"
              string "ITEM " Item-Com-Producto "-" Item-Com-Tipo "-"
                     Item-Com-Secuencia " " Item-Com-Nom-Prod(1:40)
                     " " lc-etiqueta
                 delimited by size into reg-listado
           else
              string "ITEM " Item-Com-Producto "-" Item-Com-Tipo "-"
                     Item-Com-Secuencia " " Item-Com-Nom-Prod(1:40)
                 delimited by size into reg-listado
           end-if
           perform GrabarListado.

       FormatearCampoItem.
           move spaces                        to valor-texto
           if itm-clase(indice-campo) = "X" or
              itm-decimales(indice-campo) = zero
              move imagen-valor(itm-posicion(indice-campo):
                                campo-largo)  to valor-texto
           else
              move zero                       to valor-num
              compute campo-desde = 15 - itm-largo(indice-campo)
              move imagen-valor(itm-posicion(indice-campo):
                                itm-largo(indice-campo))
                 to valor-digitos(campo-desde:
                                  itm-largo(indice-campo))
              move imagen-valor(itm-posicion(indice-campo) +
                                itm-largo(indice-campo):
                                itm-decimales(indice-campo))
                 to valor-digitos(15:itm-decimales(indice-campo))
              perform EditarValor
           end-if.

       EditarValor.
           if valor-digitos numeric
              move valor-num                  to ed-valor
              move ed-valor                   to valor-texto
           else
              move valor-digitos              to valor-texto
           end-if.

      * ---------------------------------------------------
       AbrirArchivos.
           open input ord-comp.
           open input item-com.
           open input enmien.
           open input empresa.

       LeerOrdenesCmpr.
           read ord-comp
              invalid key
                 move "34"                      to fs-comun
           end-read.

       StartItemsOrden.
           move Id-Filtro                      to Item-Com-Orden
           move zero                           to Item-Com-Producto
           move zero                           to Item-Com-Tipo
           move zero                           to Item-Com-Secuencia
           move "S"                            to sw-mas-items
           start item-com key is not less than Item-Com-Key
              invalid key
                 move "N"                       to sw-mas-items
           end-start.

       LeerItemsOrdenNext.
           read item-com next record
              at end
                 move "N"                       to sw-mas-items
           end-read.

       LeerEmpresa.
           move "S"                            to sw-empresa-hallada
           move Ord-Comp-Empresa               to Empresa-Codigo
           read empresa
              invalid key
                 move "N"                       to sw-empresa-hallada
           end-read.

       CerrarArchivos.
           close ord-comp.
           close item-com.
           close enmien.
           close empresa.

      * ---------------------------------------------------
       AbrirListado.
           open output listado.

       GrabarListado.
           write reg-listado.

       CerrarListado.
           close listado.
