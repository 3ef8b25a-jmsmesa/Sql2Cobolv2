       identification division.
       program-id. RepAnalisisGasto.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy ext-ord.sl.
           copy ext-item.sl.
           copy provee.sl.
           copy produc.sl.

           select impresion
                  assign to random "GASTO-ABC.PRN"
                  organization is line sequential
                  access is sequential
                  file status is st.

           select planilla
                  assign to random "GASTO-ABC.TXT"
                  organization is line sequential
                  access is sequential
                  file status is st-planilla.

           select trabajo-gasto
                  assign to disc "SORTGAS.TMP".

           select trabajo-ranking
                  assign to disc "SORTRNK.TMP".

       data division.
       file section.
           copy ext-ord.fd.
           copy ext-item.fd.
           copy provee.fd.
           copy produc.fd.

       fd  impresion
                  label record is standard.

       01  reg-impresion                      pic x(132).

       fd  planilla
                  label record is standard.

       01  reg-planilla                       pic x(200).

       sd  trabajo-gasto.

       01  sort-gasto-reg.
           03 Sgs-Orden                       pic 9(06).
           03 Sgs-Clase                       pic 9(01).
           03 Sgs-Periodo                     pic 9(01).
           03 Sgs-Tipo                        pic 9(01).
           03 Sgs-Cotiz                       pic 9(03)v9(04).
           03 Sgs-Prove                       pic 9(04).
           03 Sgs-Producto                    pic 9(06).
           03 Sgs-Importe                     pic s9(14)v9(02).

       sd  trabajo-ranking.

       01  sort-ranking-reg.
           03 Rnk-Importe                     pic s9(15)v9(02).
           03 Rnk-Codigo                      pic 9(06).
           03 Rnk-Anterior                    pic s9(15)v9(02).

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  st-planilla                        pic x(02).
       77  sw-mas-ordenes                     pic x(01).
       77  sw-mas-items                       pic x(01).
       77  sw-fin-sort                        pic x(01).
       77  sw-provee-disponible               pic x(01) value "N".
       77  sw-produc-disponible               pic x(01) value "N".
       77  sw-producto-hallado                pic x(01).
       77  Empresa-Analisis                   pic 9(02).
       77  Fecha-Desde                        pic 9(08).
       77  Fecha-Hasta                        pic 9(08).
       77  Desde-Anterior                     pic 9(08).
       77  Hasta-Anterior                     pic 9(08).
       77  Fecha-Hoy                          pic 9(08).
       77  fecha-evaluar                      pic 9(08).
       77  periodo-item                       pic 9(01).
       77  orden-vigente                      pic 9(06) value zero.
       77  periodo-vigente                    pic 9(01).
       77  tipo-vigente                       pic 9(01).
       77  cotiz-vigente                      pic 9(03)v9(04).
       77  tipo-ranking                       pic x(01).
       77  tipo-orden-contrato                pic 9(01) value 8.
       77  tipo-orden-consumo                 pic 9(01) value 7.
       77  indice-periodo                     pic 9(01).
       77  indice-proveedor                   pic 9(05).
       77  indice-producto                    pic 9(04).
       77  productos-usados                   pic 9(04) value zero.
       77  producto-cacheado                  pic 9(04) value zero.
       77  importe-pesos                      pic s9(15)v9(02).
       77  importe-acumulado                  pic s9(15)v9(02).
       77  porcentaje-linea                   pic s9(05)v9(02).
       77  porcentaje-previo                  pic s9(05)v9(02).
       77  porcentaje-acumulado               pic s9(05)v9(02).
       77  variacion-linea                    pic s9(07)v9(02).
       77  clase-linea                        pic x(01).
       77  posicion-ranking                   pic 9(06).
       77  descrip-ranking                    pic x(40).
       77  titulo-seccion                     pic x(40).
       77  seccion-planilla                   pic x(10).
       77  renglones-hoja                     pic 9(04) value zero.
       77  renglones-maximo                   pic 9(04) value 0055.
       77  hoja                               pic 9(04) value zero.
       77  importe-formatear                  pic s9(15)v9(02).
       77  porcentaje-formatear               pic s9(07)v9(02).
       77  texto-importe                      pic x(20).
       77  texto-anterior                     pic x(20).
       77  texto-promedio                     pic x(20).
       77  texto-porcentaje                   pic x(12).
       77  texto-acumulado                    pic x(12).
       77  texto-variacion                    pic x(12).
       77  texto-contrato                     pic x(12).
       77  texto-spot                         pic x(12).
       77  ordenes-leidas                     pic 9(08) value zero.
       77  items-leidos                       pic 9(08) value zero.
       77  items-sin-orden                    pic 9(08) value zero.
       77  productos-desbordados              pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.

      * 1 is the period asked for, 2 the same dates a year before
       01  periodos-tabla.
           03 per-ent                         occurs 2.
              05 per-desde                    pic 9(08).
              05 per-hasta                    pic 9(08).
              05 per-ordenes                  pic 9(08).
              05 per-importe                  pic s9(15)v9(02).
              05 per-contrato                 pic s9(15)v9(02).
              05 per-spot                     pic s9(15)v9(02).
              05 per-promedio                 pic s9(15)v9(02).

       01  proveedores-tabla.
           03 prv-ent                         occurs 10000.
              05 prv-importe                  pic s9(15)v9(02)
                                              occurs 2.

       01  productos-tabla.
           03 prd-ent                         occurs 5000.
              05 prd-codigo                   pic 9(06).
              05 prd-importe                  pic s9(15)v9(02)
                                              occurs 2.

       01  importe-coma.
           03 imp-coma-ent                    pic 9(15).
           03                                 pic x(01) value ",".
           03 imp-coma-dec                    pic 9(02).

       01  porcentaje-coma.
           03 pct-coma-ent                    pic 9(07).
           03                                 pic x(01) value ",".
           03 pct-coma-dec                    pic 9(02).

       01  linea-resumen.
           03 Lrs-Periodo                     pic x(10).
           03                                 pic x(01).
           03 Lrs-Desde                       pic 9(08).
           03                                 pic x(01).
           03 Lrs-Hasta                       pic 9(08).
           03                                 pic x(02).
           03 Lrs-Ordenes                     pic zz,zzz,zz9.
           03                                 pic x(02).
           03 Lrs-Importe                     pic -zzz,zzz,zzz,zz9.99.
           03                                 pic x(02).
           03 Lrs-Promedio                    pic -zzz,zzz,zzz,zz9.99.
           03                                 pic x(02).
           03 Lrs-Contrato                    pic -zz9.99.
           03                                 pic x(02).
           03 Lrs-Spot                        pic -zz9.99.
           03                                 pic x(02).
           03 Lrs-Variacion                   pic -zzzzzz9.99.

       01  linea-ranking.
           03 Lrk-Posicion                    pic zzzzz9.
           03                                 pic x(01).
           03 Lrk-Codigo                      pic zzzzz9.
           03                                 pic x(01).
           03 Lrk-Descrip                     pic x(40).
           03                                 pic x(01).
           03 Lrk-Importe                     pic -zzz,zzz,zzz,zz9.99.
           03                                 pic x(01).
           03 Lrk-Porcentaje                  pic -zz9.99.
           03                                 pic x(01).
           03 Lrk-Acumulado                   pic -zz9.99.
           03                                 pic x(01).
           03 Lrk-Clase                       pic x(01).
           03                                 pic x(01).
           03 Lrk-Anterior                    pic -zzz,zzz,zzz,zz9.99.
           03                                 pic x(01).
           03 Lrk-Variacion                   pic -zzzzzz9.99.

       procedure division.
       begin section 1.

       IniciarProceso.
           accept Fecha-Hoy from date yyyymmdd
           display "Empresa                  : "
           accept Empresa-Analisis
           display "Fecha desde (AAAAMMDD)   : "
           accept Fecha-Desde
           display "Fecha hasta (0 = hoy)    : "
           accept Fecha-Hasta
           if Fecha-Hasta = zero
              move Fecha-Hoy                  to Fecha-Hasta
           end-if

      * a 29 February bound simply falls on the 28th a year before
           compute Desde-Anterior = Fecha-Desde - 10000
           compute Hasta-Anterior = Fecha-Hasta - 10000

           initialize periodos-tabla proveedores-tabla
                      productos-tabla
           move Fecha-Desde                   to per-desde(1)
           move Fecha-Hasta                   to per-hasta(1)
           move Desde-Anterior                to per-desde(2)
           move Hasta-Anterior                to per-hasta(2)

           open input ext-ord
           if fs-comun not = "00"
              display "No existe extracto EXT-ORDENES.SEQ"
              goback
           end-if
           open input ext-item
           if fs-comun not = "00"
              display "No existe extracto EXT-ITEMS.SEQ"
              close ext-ord
              goback
           end-if
           open input provee
           if fs-comun = "00"
              move "S"                        to sw-provee-disponible
           end-if
           open input produc
           if fs-comun = "00"
              move "S"                        to sw-produc-disponible
           end-if

           open output impresion
           open output planilla.

      * headers and items of both periods meet by order number, so
      * every line is priced at its own order's cotizacion
       AcumularGasto.
           sort trabajo-gasto
              on ascending key Sgs-Orden
                               Sgs-Clase
              input procedure is LeerExtractos
              output procedure is SumarGasto.

       ImprimirResumen.
           perform CalcularPromedios
           move "RESUMEN COMPARATIVO"         to titulo-seccion
           perform ImprimirEncabezado
           perform ImprimirTitulosResumen
           perform GrabarTitulosResumen
           move 1                             to indice-periodo
           perform 2 times
              perform ImprimirLineaResumen
              add 1                           to indice-periodo
           end-perform.

       RankingProveedores.
           move "V"                           to tipo-ranking
           move "RANKING POR PROVEEDOR"       to titulo-seccion
           move "PROVEEDOR"                   to seccion-planilla
           sort trabajo-ranking
              on descending key Rnk-Importe
              on ascending key Rnk-Codigo
              input procedure is SoltarProveedores
              output procedure is ImprimirRanking.

       RankingProductos.
           move "P"                           to tipo-ranking
           move "RANKING POR PRODUCTO"        to titulo-seccion
           move "PRODUCTO"                    to seccion-planilla
           sort trabajo-ranking
              on descending key Rnk-Importe
              on ascending key Rnk-Codigo
              input procedure is SoltarProductos
              output procedure is ImprimirRanking.

       TerminarProceso.
           close ext-ord
           close ext-item
           if sw-provee-disponible = "S"
              close provee
           end-if
           if sw-produc-disponible = "S"
              close produc
           end-if
           close impresion
           close planilla

           move ordenes-leidas                to ed-cantidad
           display "Ordenes consideradas  : " ed-cantidad
           move items-leidos                  to ed-cantidad
           display "Items considerados    : " ed-cantidad
           move items-sin-orden               to ed-cantidad
           display "Items sin orden       : " ed-cantidad
           move productos-usados              to ed-cantidad
           display "Productos             : " ed-cantidad
           move productos-desbordados         to ed-cantidad
           display "Productos desbordados : " ed-cantidad

           goback.

      * ---------------------------------------------------
       CalcularPromedios.
           move 1                             to indice-periodo
           perform 2 times
              move zero          to per-promedio(indice-periodo)
              if per-ordenes(indice-periodo) > zero
                 compute per-promedio(indice-periodo) rounded =
                    per-importe(indice-periodo)
                    / per-ordenes(indice-periodo)
              end-if
              add 1                           to indice-periodo
           end-perform.

       ImprimirTitulosResumen.
           move spaces                        to reg-impresion
           string "PERIODO    DESDE    HASTA        ORDENES"
                  "                GASTO     PROMEDIO X ORDEN"
                  "   %CONTR    %SPOT   VARIACION%"
              delimited by size into reg-impresion
           perform ImprimirRenglon.

       ImprimirLineaResumen.
           move spaces                        to linea-resumen
           if indice-periodo = 1
              move "ACTUAL"                   to Lrs-Periodo
           else
              move "ANTERIOR"                 to Lrs-Periodo
           end-if
           move per-desde(indice-periodo)     to Lrs-Desde
           move per-hasta(indice-periodo)     to Lrs-Hasta
           move per-ordenes(indice-periodo)   to Lrs-Ordenes
           move per-importe(indice-periodo)   to Lrs-Importe
           move per-promedio(indice-periodo)  to Lrs-Promedio

           move zero                          to porcentaje-linea
           move zero                          to porcentaje-previo
           if per-importe(indice-periodo) not = zero
              compute porcentaje-linea rounded =
                 per-contrato(indice-periodo) * 100
                 / per-importe(indice-periodo)
              compute porcentaje-previo rounded =
                 per-spot(indice-periodo) * 100
                 / per-importe(indice-periodo)
           end-if
           move porcentaje-linea              to Lrs-Contrato
           move porcentaje-previo             to Lrs-Spot

           move zero                          to variacion-linea
           if indice-periodo = 1 and per-importe(2) > zero
              compute variacion-linea rounded =
                 (per-importe(1) - per-importe(2)) * 100
                 / per-importe(2)
              move variacion-linea            to Lrs-Variacion
           end-if

           move linea-resumen                 to reg-impresion
           perform ImprimirRenglon
           perform GrabarLineaResumen.

      * ---------------------------------------------------
       ImprimirRenglon.
           if renglones-hoja >= renglones-maximo
              perform ImprimirEncabezado
           end-if
           add 1                              to renglones-hoja
           write reg-impresion.

       ImprimirEncabezado.
           add 1                              to hoja
           move zero                          to renglones-hoja

           move spaces                        to reg-impresion
           string "ANALISIS DE GASTO   EMPRESA " Empresa-Analisis
                  "   DEL " Fecha-Desde " AL " Fecha-Hasta
                  "   HOJA " hoja
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           move titulo-seccion                to reg-impresion
           write reg-impresion

           move all "-"                       to reg-impresion
           write reg-impresion
           add 3                              to renglones-hoja.

      * ---------------------------------------------------
      * the managers' sheet: ";" between fields, comma decimals
       GrabarTitulosResumen.
           move spaces                        to reg-planilla
           string "SECCION;PERIODO;DESDE;HASTA;ORDENES;GASTO;"
                  "PROMEDIO;%CONTRATO;%SPOT;VARIACION%"
              delimited by size into reg-planilla
           write reg-planilla.

       GrabarLineaResumen.
           move per-promedio(indice-periodo)  to importe-formatear
           perform FormatearImporte
           move texto-importe                 to texto-promedio
           move per-importe(indice-periodo)   to importe-formatear
           perform FormatearImporte
           move porcentaje-linea              to porcentaje-formatear
           perform FormatearPorcentaje
           move texto-porcentaje              to texto-contrato
           move porcentaje-previo             to porcentaje-formatear
           perform FormatearPorcentaje
           move texto-porcentaje              to texto-spot
           move spaces                        to texto-variacion
           if indice-periodo = 1 and per-importe(2) > zero
              move variacion-linea            to porcentaje-formatear
              perform FormatearPorcentaje
              move texto-porcentaje           to texto-variacion
           end-if

           move spaces                        to reg-planilla
           string "RESUMEN;" Lrs-Periodo delimited by " "
                  ";" per-desde(indice-periodo)
                  ";" per-hasta(indice-periodo)
                  ";" per-ordenes(indice-periodo)
                  ";" delimited by size
                  texto-importe delimited by " "
                  ";" delimited by size
                  texto-promedio delimited by " "
                  ";" delimited by size
                  texto-contrato delimited by " "
                  ";" delimited by size
                  texto-spot delimited by " "
                  ";" delimited by size
                  texto-variacion delimited by " "
              into reg-planilla
           write reg-planilla.

       GrabarTitulosRanking.
           move spaces                        to reg-planilla
           string "SECCION;POSICION;CODIGO;DESCRIPCION;GASTO;"
                  "%GASTO;%ACUMULADO;CLASE;GASTO ANTERIOR;"
                  "VARIACION%"
              delimited by size into reg-planilla
           write reg-planilla.

       GrabarLineaRanking.
           move Rnk-Anterior                  to importe-formatear
           perform FormatearImporte
           move texto-importe                 to texto-anterior
           move Rnk-Importe                   to importe-formatear
           perform FormatearImporte
           move porcentaje-acumulado          to porcentaje-formatear
           perform FormatearPorcentaje
           move texto-porcentaje              to texto-acumulado
           move spaces                        to texto-variacion
           if Rnk-Anterior > zero
              move variacion-linea            to porcentaje-formatear
              perform FormatearPorcentaje
              move texto-porcentaje           to texto-variacion
           end-if
           move porcentaje-linea              to porcentaje-formatear
           perform FormatearPorcentaje

           move spaces                        to reg-planilla
           string seccion-planilla delimited by " "
                  ";" posicion-ranking
                  ";" Rnk-Codigo
                  ";" delimited by size
                  descrip-ranking delimited by "  "
                  ";" delimited by size
                  texto-importe delimited by " "
                  ";" delimited by size
                  texto-porcentaje delimited by " "
                  ";" delimited by size
                  texto-acumulado delimited by " "
                  ";" clase-linea
                  ";" delimited by size
                  texto-anterior delimited by " "
                  ";" delimited by size
                  texto-variacion delimited by " "
              into reg-planilla
           write reg-planilla.

       FormatearImporte.
           move spaces                        to texto-importe
           if importe-formatear < zero
              compute importe-formatear = zero - importe-formatear
              move importe-formatear          to imp-coma-ent
              compute imp-coma-dec =
                 (importe-formatear - imp-coma-ent) * 100
              string "-" importe-coma
                 delimited by size into texto-importe
           else
              move importe-formatear          to imp-coma-ent
              compute imp-coma-dec =
                 (importe-formatear - imp-coma-ent) * 100
              move importe-coma               to texto-importe
           end-if.

       FormatearPorcentaje.
           move spaces                        to texto-porcentaje
           if porcentaje-formatear < zero
              compute porcentaje-formatear =
                 zero - porcentaje-formatear
              move porcentaje-formatear       to pct-coma-ent
              compute pct-coma-dec =
                 (porcentaje-formatear - pct-coma-ent) * 100
              string "-" porcentaje-coma
                 delimited by size into texto-porcentaje
           else
              move porcentaje-formatear       to pct-coma-ent
              compute pct-coma-dec =
                 (porcentaje-formatear - pct-coma-ent) * 100
              move porcentaje-coma            to texto-porcentaje
           end-if.

      * ---------------------------------------------------
       UbicarPeriodo.
           move zero                          to periodo-item
           if fecha-evaluar >= Fecha-Desde and
              fecha-evaluar <= Fecha-Hasta
              move 1                          to periodo-item
           end-if
           if fecha-evaluar >= Desde-Anterior and
              fecha-evaluar <= Hasta-Anterior
              move 2                          to periodo-item
           end-if.

       SoltarCabecera.
           move zero                          to sort-gasto-reg
           move Ext-Ord-Id                    to Sgs-Orden
           move 0                             to Sgs-Clase
           move periodo-item                  to Sgs-Periodo
           move Ext-Ord-Tipo                  to Sgs-Tipo
           move Ext-Ord-Cotiz                 to Sgs-Cotiz
           move Ext-Ord-Prove                 to Sgs-Prove
           release sort-gasto-reg.

       SoltarItem.
           move zero                          to sort-gasto-reg
           move Ext-Item-Orden                to Sgs-Orden
           move 1                             to Sgs-Clase
           move periodo-item                  to Sgs-Periodo
           move Ext-Item-Prove                to Sgs-Prove
           move Ext-Item-Producto             to Sgs-Producto
           compute Sgs-Importe =
              (Ext-Item-Cantidad * Ext-Item-Precio) - Ext-Item-Dto
           release sort-gasto-reg.

      * ---------------------------------------------------
       TomarCabecera.
           add 1                              to ordenes-leidas
           move Sgs-Orden                     to orden-vigente
           move Sgs-Periodo                   to periodo-vigente
           move Sgs-Tipo                      to tipo-vigente
           move Sgs-Cotiz                     to cotiz-vigente
           add 1                   to per-ordenes(periodo-vigente).

       SumarItem.
           add 1                              to items-leidos
           if cotiz-vigente > zero
              compute importe-pesos rounded =
                 Sgs-Importe * cotiz-vigente
           else
              move Sgs-Importe                to importe-pesos
           end-if

           add importe-pesos       to per-importe(periodo-vigente)
           if tipo-vigente = tipo-orden-consumo
              add importe-pesos    to per-contrato(periodo-vigente)
           else
              add importe-pesos    to per-spot(periodo-vigente)
           end-if

           compute indice-proveedor = Sgs-Prove + 1
           add importe-pesos
              to prv-importe(indice-proveedor, periodo-vigente)

           perform UbicarProducto
           if indice-producto > zero
              add importe-pesos
                 to prd-importe(indice-producto, periodo-vigente)
           end-if.

       UbicarProducto.
           if producto-cacheado > zero and
              prd-codigo(producto-cacheado) = Sgs-Producto
              move producto-cacheado          to indice-producto
           else
              move "N"                        to sw-producto-hallado
              move 1                          to indice-producto
              perform until sw-producto-hallado = "S"
                         or indice-producto > productos-usados
                 if prd-codigo(indice-producto) = Sgs-Producto
                    move "S"                  to sw-producto-hallado
                 else
                    add 1                     to indice-producto
                 end-if
              end-perform

              if sw-producto-hallado = "N"
                 if productos-usados >= 5000
                    add 1                     to productos-desbordados
                    move zero                 to indice-producto
                 else
                    add 1                     to productos-usados
                    move productos-usados     to indice-producto
                    move Sgs-Producto
                       to prd-codigo(indice-producto)
                 end-if
              end-if
              move indice-producto            to producto-cacheado
           end-if.

      * ---------------------------------------------------
       ClasificarLinea.
           add 1                              to posicion-ranking
           move porcentaje-acumulado          to porcentaje-previo
           move zero                          to porcentaje-linea
           move space                         to clase-linea

           if Rnk-Importe > zero and per-importe(1) > zero
              add Rnk-Importe                 to importe-acumulado
              compute porcentaje-linea rounded =
                 Rnk-Importe * 100 / per-importe(1)
              compute porcentaje-acumulado rounded =
                 importe-acumulado * 100 / per-importe(1)
              evaluate true
                 when porcentaje-previo < 80
                    move "A"                  to clase-linea
                 when porcentaje-previo < 95
                    move "B"                  to clase-linea
                 when other
                    move "C"                  to clase-linea
              end-evaluate
           end-if

           move zero                          to variacion-linea
           if Rnk-Anterior > zero
              compute variacion-linea rounded =
                 (Rnk-Importe - Rnk-Anterior) * 100 / Rnk-Anterior
           end-if.

       BuscarDescripcion.
           move spaces                        to descrip-ranking
           if tipo-ranking = "V"
              if sw-provee-disponible = "S"
                 move Rnk-Codigo              to Provee-Id
                 read provee
                    invalid key
                       continue
                    not invalid key
                       move Provee-Razon      to descrip-ranking
                 end-read
              end-if
           else
              if sw-produc-disponible = "S"
                 move Rnk-Codigo              to Produc-Codigo
                 read produc
                    invalid key
                       continue
                    not invalid key
                       move Produc-Descrip    to descrip-ranking
                 end-read
              end-if
           end-if.

       ImprimirTitulosRanking.
           move spaces                        to reg-impresion
           string "  POS. CODIGO DESCRIPCION"
                  "                                            GASTO"
                  "  %GASTO  %ACUM. C      GASTO ANTERIOR"
                  "  VARIACION%"
              delimited by size into reg-impresion
           perform ImprimirRenglon.

       ImprimirLineaRanking.
           move spaces                        to linea-ranking
           move posicion-ranking              to Lrk-Posicion
           move Rnk-Codigo                    to Lrk-Codigo
           move descrip-ranking               to Lrk-Descrip
           move Rnk-Importe                   to Lrk-Importe
           move porcentaje-linea              to Lrk-Porcentaje
           move porcentaje-acumulado          to Lrk-Acumulado
           move clase-linea                   to Lrk-Clase
           move Rnk-Anterior                  to Lrk-Anterior
           if Rnk-Anterior > zero
              move variacion-linea            to Lrk-Variacion
           end-if
           move linea-ranking                 to reg-impresion
           perform ImprimirRenglon.

      * ---------------------------------------------------
       LeerExtractos section.

       LeerExtractos-Inicio.
      * blanket contracts (tipo 8) are only a ceiling: the spend
      * under them is in their release orders (tipo 7)
           move "S"                           to sw-mas-ordenes
           perform until sw-mas-ordenes = "N"
              read ext-ord
                 at end
                    move "N"                  to sw-mas-ordenes
              end-read
              if sw-mas-ordenes = "S"
                 if Ext-Ord-Empresa = Empresa-Analisis and
                    Ext-Ord-Estado not = "7" and
                    Ext-Ord-Tipo not = tipo-orden-contrato
                    move Ext-Ord-Fecha        to fecha-evaluar
                    perform UbicarPeriodo
                    if periodo-item > zero
                       perform SoltarCabecera
                    end-if
                 end-if
              end-if
           end-perform

           move "S"                           to sw-mas-items
           perform until sw-mas-items = "N"
              read ext-item
                 at end
                    move "N"                  to sw-mas-items
              end-read
              if sw-mas-items = "S"
                 if Ext-Item-Empresa = Empresa-Analisis and
                    Ext-Item-Estado not = "7"
                    move Ext-Item-Fecha       to fecha-evaluar
                    perform UbicarPeriodo
                    if periodo-item > zero
                       perform SoltarItem
                    end-if
                 end-if
              end-if
           end-perform.

       LeerExtractos-Fin.
           exit.

      * ---------------------------------------------------
       SumarGasto section.

       SumarGasto-Inicio.
           move "N"                           to sw-fin-sort
           perform until sw-fin-sort = "S"
              return trabajo-gasto
                 at end
                    move "S"                  to sw-fin-sort
                 not at end
                    if Sgs-Clase = 0
                       perform TomarCabecera
                    else
                       if Sgs-Orden = orden-vigente
                          perform SumarItem
                       else
                          add 1               to items-sin-orden
                       end-if
                    end-if
              end-return
           end-perform.

       SumarGasto-Fin.
           exit.

      * ---------------------------------------------------
       SoltarProveedores section.

       SoltarProveedores-Inicio.
           move 1                             to indice-proveedor
           perform 10000 times
              if prv-importe(indice-proveedor, 1) not = zero or
                 prv-importe(indice-proveedor, 2) not = zero
                 move prv-importe(indice-proveedor, 1)
                    to Rnk-Importe
                 compute Rnk-Codigo = indice-proveedor - 1
                 move prv-importe(indice-proveedor, 2)
                    to Rnk-Anterior
                 release sort-ranking-reg
              end-if
              add 1                           to indice-proveedor
           end-perform.

       SoltarProveedores-Fin.
           exit.

      * ---------------------------------------------------
       SoltarProductos section.

       SoltarProductos-Inicio.
           move 1                             to indice-producto
           perform until indice-producto > productos-usados
              move prd-importe(indice-producto, 1) to Rnk-Importe
              move prd-codigo(indice-producto)     to Rnk-Codigo
              move prd-importe(indice-producto, 2) to Rnk-Anterior
              release sort-ranking-reg
              add 1                           to indice-producto
           end-perform.

       SoltarProductos-Fin.
           exit.

      * ---------------------------------------------------
       ImprimirRanking section.

      * A takes the first 80% of the spend, B the next 15% and C the
      * rest; the line that crosses a limit stays in the class it
      * started in.  Whoever only bought the year before is listed
      * for the comparison, with no class
       ImprimirRanking-Inicio.
           perform ImprimirEncabezado
           perform ImprimirTitulosRanking
           perform GrabarTitulosRanking

           move zero                          to posicion-ranking
           move zero                          to importe-acumulado
           move zero                          to porcentaje-acumulado
           move "N"                           to sw-fin-sort
           perform until sw-fin-sort = "S"
              return trabajo-ranking
                 at end
                    move "S"                  to sw-fin-sort
                 not at end
                    perform ClasificarLinea
                    perform BuscarDescripcion
                    perform ImprimirLineaRanking
                    perform GrabarLineaRanking
              end-return
           end-perform.

       ImprimirRanking-Fin.
           exit.
