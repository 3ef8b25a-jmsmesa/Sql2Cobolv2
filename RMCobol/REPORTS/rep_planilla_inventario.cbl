       identification division.
       program-id. RepPlanillaInventario.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy invcab.sl.
           copy invdet.sl.
           copy produc.sl.
           copy deposi.sl.

           select impresion
                  assign to random "INV-PLANILLA.PRN"
                  organization is line sequential
                  access is sequential
                  file status is st.

       data division.
       file section.
           copy invcab.fd.
           copy invdet.fd.
           copy produc.fd.
           copy deposi.fd.

       fd  impresion
                  label record is standard.

       01  reg-impresion                      pic x(132).

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  sw-mas-productos                   pic x(01).
       77  Numero-Inventario                  pic 9(06).
       77  descrip-deposito                   pic x(40).
       77  descrip-producto                   pic x(50).
       77  unidad-producto                    pic x(04).
       77  renglones-hoja                     pic 9(04) value zero.
       77  renglones-maximo                   pic 9(04) value 0050.
       77  hoja                               pic 9(04) value zero.
       77  impresos                           pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Inventario numero : "
           accept Numero-Inventario

           open input invcab
           if fs-comun not = "00"
              display "No existe archivo de inventarios"
              goback
           end-if
           move Numero-Inventario             to Invcab-Numero
           read invcab
              invalid key
                 display "Inventario inexistente"
                 close invcab
                 goback
           end-read
           if Invcab-Estado not = "A"
              display "El inventario no esta abierto"
              close invcab
              goback
           end-if

           open input invdet
           open input produc
           open input deposi
           open output impresion

           move Invcab-Deposito               to Deposi-Codigo
           read deposi
              invalid key
                 move spaces                  to Deposi-Descrip
           end-read
           move Deposi-Descrip                to descrip-deposito.

      * the sheets carry no quantities, so the count is blind to the
      * book balance
       ProcesarProductos.
           move Numero-Inventario             to Invdet-Numero
           move zero                          to Invdet-Producto
           move "S"                           to sw-mas-productos
           start invdet key is not less than Invdet-Key
              invalid key
                 move "N"                     to sw-mas-productos
           end-start

           perform until sw-mas-productos = "N"
              read invdet next record
                 at end
                    move "N"                  to sw-mas-productos
              end-read
              if sw-mas-productos = "S"
                 if Invdet-Numero not = Numero-Inventario
                    move "N"                  to sw-mas-productos
                 else
                    perform ImprimirRenglon
                 end-if
              end-if
           end-perform

           if hoja > zero
              perform ImprimirPie
           end-if.

       TerminarProceso.
           close invcab
           close invdet
           close produc
           close deposi
           close impresion

           move impresos                      to ed-cantidad
           display "Productos impresos : " ed-cantidad

           goback.

      * ---------------------------------------------------
       ImprimirRenglon.
           if renglones-hoja = zero or
              renglones-hoja >= renglones-maximo
              if hoja > zero
                 perform ImprimirPie
              end-if
              perform ImprimirEncabezado
           end-if

           add 1                              to impresos
           add 1                              to renglones-hoja
           perform BuscarProducto

           move spaces                        to reg-impresion
           string Invdet-Producto
                  "  " descrip-producto
                  "  " unidad-producto
                  "   ........................"
              delimited by size into reg-impresion
           write reg-impresion.

       ImprimirEncabezado.
           add 1                              to hoja
           move zero                          to renglones-hoja

           move spaces                        to reg-impresion
           string "PLANILLA DE INVENTARIO NRO " Invcab-Numero
                  "   FECHA " Invcab-Fecha
                  "   HOJA " hoja
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           string "DEPOSITO " Invcab-Deposito
                  "  " descrip-deposito
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           string "CODIGO  DESCRIPCION"
                  "                                         "
                  "UNID   CANTIDAD CONTADA"
              delimited by size into reg-impresion
           write reg-impresion

           move all "-"                       to reg-impresion
           write reg-impresion.

       ImprimirPie.
           move spaces                        to reg-impresion
           write reg-impresion
           move spaces                        to reg-impresion
           string "CONTO: ..........................."
                  "   CONTROLO: ..........................."
                  "   FECHA: ....../....../......"
              delimited by size into reg-impresion
           write reg-impresion

           move all "="                       to reg-impresion
           write reg-impresion.

       BuscarProducto.
           move spaces                        to descrip-producto
           move spaces                        to unidad-producto
           move Invdet-Producto               to Produc-Codigo
           read produc
              invalid key
                 continue
              not invalid key
                 move Produc-Descrip          to descrip-producto
                 move Produc-Unidad           to unidad-producto
           end-read.
