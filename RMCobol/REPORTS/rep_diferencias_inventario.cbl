       identification division.
       program-id. RepDiferenciasInventario.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy invcab.sl.
           copy invdet.sl.
           copy kardex.sl.

           select listado
                  assign to random "INV-DIFER.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

       data division.
       file section.
           copy invcab.fd.
           copy invdet.fd.
           copy kardex.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Producto                    pic 9(06).
           03                                  pic x(01).
           03 Lis-Stock-Libro                 pic s9(10)v9(04)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Stock-Esperado              pic s9(10)v9(04)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Contado                     pic 9(10)v9(04).
           03                                  pic x(01).
           03 Lis-Diferencia                  pic s9(10)v9(04)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Valor-Diferencia            pic s9(13)v9(02)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Observacion                 pic x(10).

       01  reg-total.
           03 Tot-Titulo                      pic x(20).
           03 Tot-Cantidad                    pic zz,zzz,zz9.
           03                                  pic x(01).
           03 Tot-Valor                       pic s9(13)v9(02)
              sign is trailing separate.

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  sw-mas-productos                   pic x(01).
       77  sw-mas-movimientos                 pic x(01).
       77  sw-listar                          pic x(01).
       77  Numero-Inventario                  pic 9(06).
       77  Solo-Diferencias                   pic x(01).
       77  leidos                             pic 9(08) value zero.
       77  sin-contar                         pic 9(08) value zero.
       77  cantidad-sobrantes                 pic 9(08) value zero.
       77  cantidad-faltantes                 pic 9(08) value zero.
       77  valor-sobrantes                    pic s9(13)v9(02)
           value zero.
       77  valor-faltantes                    pic s9(13)v9(02)
           value zero.
       77  valor-neto                         pic s9(13)v9(02)
           value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.

       01  momento-snapshot.
           03 snap-fecha                      pic 9(08).
           03 snap-hora                       pic 9(06).

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Inventario numero : "
           accept Numero-Inventario
           display "Solo productos con diferencia (S/N) : "
           accept Solo-Diferencias

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
           move Invcab-Fecha                  to snap-fecha
           move Invcab-Hora                   to snap-hora

           open input invdet
           open input kardex
           open output listado.

      * an open count is compared the same way the approval will do
      * it; an approved one shows what was actually posted
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
                    add 1                     to leidos
                    if Invcab-Estado = "A"
                       perform CalcularDiferencia
                    end-if
                    perform GrabarDetalle
                 end-if
              end-if
           end-perform

           perform GrabarTotales.

       TerminarProceso.
           close invcab
           close invdet
           close kardex
           close listado

           move leidos                        to ed-cantidad
           display "Productos leidos   : " ed-cantidad
           move sin-contar                    to ed-cantidad
           display "Sin contar         : " ed-cantidad
           move cantidad-sobrantes            to ed-cantidad
           display "Con sobrante       : " ed-cantidad
           move cantidad-faltantes            to ed-cantidad
           display "Con faltante       : " ed-cantidad

           goback.

      * ---------------------------------------------------
       CalcularDiferencia.
           move Invdet-Stock-Libro            to Invdet-Stock-Esperado
           move Invdet-Valor-Libro            to Invdet-Valor-Esperado
           move zero                          to Invdet-Ajuste
           move zero                          to Invdet-Ajuste-Valor

           if Invdet-Sw-Contado = "S"
              perform SumarMovimientosPosteriores
              compute Invdet-Ajuste =
                 Invdet-Contado - Invdet-Stock-Esperado
              perform ValorizarAjuste
           end-if.

       SumarMovimientosPosteriores.
           move Invdet-Producto               to Kardex-Producto
           move Invcab-Deposito               to Kardex-Deposito
           move snap-fecha                    to Kardex-Fecha
           move snap-hora                     to Kardex-Hora
           move zero                          to Kardex-Orden
           move zero                          to Kardex-Entrega
           move low-value                     to Kardex-TipoMov
           move "S"                           to sw-mas-movimientos
           start kardex key is not less than Kardex-Key
              invalid key
                 move "N"                     to sw-mas-movimientos
           end-start
           perform until sw-mas-movimientos = "N"
              read kardex next record
                 at end
                    move "N"                  to sw-mas-movimientos
              end-read
              if sw-mas-movimientos = "S"
                 if Kardex-Producto not = Invdet-Producto or
                    Kardex-Deposito not = Invcab-Deposito or
                    Kardex-Fecha > Invdet-Fecha-Conteo
                    move "N"                  to sw-mas-movimientos
                 else
                    if Kardex-Key(11:14) > momento-snapshot
                       perform AcumularPosterior
                    end-if
                 end-if
              end-if
           end-perform.

       AcumularPosterior.
           if Kardex-TipoMov = "D" or Kardex-TipoMov = "C" or
              Kardex-TipoMov = "T" or Kardex-TipoMov = "B"
              subtract Kardex-Cantidad      from Invdet-Stock-Esperado
              subtract Kardex-Valor         from Invdet-Valor-Esperado
           else
              add Kardex-Cantidad           to Invdet-Stock-Esperado
              add Kardex-Valor              to Invdet-Valor-Esperado
           end-if.

       ValorizarAjuste.
           evaluate true
              when Invdet-Ajuste = zero
                 move zero                    to Invdet-Ajuste-Valor
              when Invdet-Contado = zero
                 compute Invdet-Ajuste-Valor =
                    zero - Invdet-Valor-Esperado
              when Invdet-Stock-Esperado > zero
                 compute Invdet-Ajuste-Valor rounded =
                    Invdet-Valor-Esperado * Invdet-Ajuste
                    / Invdet-Stock-Esperado
              when Invdet-Stock-Libro > zero
                 compute Invdet-Ajuste-Valor rounded =
                    Invdet-Valor-Libro * Invdet-Ajuste
                    / Invdet-Stock-Libro
              when other
                 move zero                    to Invdet-Ajuste-Valor
           end-evaluate.

       GrabarDetalle.
           if Invdet-Sw-Contado not = "S"
              add 1                           to sin-contar
           else
              if Invdet-Ajuste > zero
                 add 1                        to cantidad-sobrantes
                 add Invdet-Ajuste-Valor      to valor-sobrantes
              end-if
              if Invdet-Ajuste < zero
                 add 1                        to cantidad-faltantes
                 add Invdet-Ajuste-Valor      to valor-faltantes
              end-if
              add Invdet-Ajuste-Valor         to valor-neto
           end-if

           move "S"                           to sw-listar
           if Solo-Diferencias = "S" or Solo-Diferencias = "s"
              if Invdet-Sw-Contado = "S" and Invdet-Ajuste = zero
                 move "N"                     to sw-listar
              end-if
           end-if

           if sw-listar = "S"
              perform GrabarListado
           end-if.

       GrabarListado.
           move spaces                        to reg-listado
           move Invdet-Producto               to Lis-Producto
           move Invdet-Stock-Libro            to Lis-Stock-Libro
           move Invdet-Stock-Esperado         to Lis-Stock-Esperado
           move Invdet-Contado                to Lis-Contado
           move Invdet-Ajuste                 to Lis-Diferencia
           move Invdet-Ajuste-Valor           to Lis-Valor-Diferencia
           evaluate true
              when Invdet-Sw-Contado not = "S"
                 move "SIN CONTAR"            to Lis-Observacion
              when Invdet-Ajuste > zero
                 move "SOBRANTE"              to Lis-Observacion
              when Invdet-Ajuste < zero
                 move "FALTANTE"              to Lis-Observacion
              when other
                 move spaces                  to Lis-Observacion
           end-evaluate
           write reg-listado.

       GrabarTotales.
           move spaces                        to reg-total
           move "TOTAL SOBRANTES     "        to Tot-Titulo
           move cantidad-sobrantes            to Tot-Cantidad
           move valor-sobrantes               to Tot-Valor
           write reg-total

           move spaces                        to reg-total
           move "TOTAL FALTANTES     "        to Tot-Titulo
           move cantidad-faltantes            to Tot-Cantidad
           move valor-faltantes               to Tot-Valor
           write reg-total

           move spaces                        to reg-total
           move "DIFERENCIA NETA     "        to Tot-Titulo
           move zero                          to Tot-Cantidad
           move valor-neto                    to Tot-Valor
           write reg-total.
