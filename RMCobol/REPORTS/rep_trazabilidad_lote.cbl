       identification division.
       program-id. RepTrazabilidadLote.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy lotpro.sl.
           copy kardex.sl.
           copy inspec.sl.
           copy ord-comp.sl.
           copy provee.sl.
           copy consumo.sl.

           select listado
                  assign to random "TRAZA-LOTE.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

       data division.
       file section.
           copy lotpro.fd.
           copy kardex.fd.
           copy inspec.fd.
           copy ord-comp.fd.
           copy provee.fd.
           copy consumo.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Fecha                       pic 9(08).
           03                                  pic x(01).
           03 Lis-Deposito                    pic 9(04).
           03                                  pic x(01).
           03 Lis-Movimiento                  pic x(15).
           03                                  pic x(01).
           03 Lis-Documento                   pic 9(06).
           03                                  pic x(01).
           03 Lis-Prove                       pic 9(04).
           03                                  pic x(01).
           03 Lis-Razon                       pic x(30).
           03                                  pic x(01).
           03 Lis-Sector                      pic 9(04).
           03                                  pic x(01).
           03 Lis-Ord-Tra                     pic 9(06).
           03                                  pic x(01).
           03 Lis-Proy                        pic 9(04).
           03                                  pic x(01).
           03 Lis-Cantidad                    pic s9(10)v9(04)
              sign is trailing separate.

       01  reg-cabecera.
           03 Cab-Titulo                      pic x(20).
           03 Cab-Producto                    pic 9(06).
           03                                  pic x(01).
           03 Cab-Lote                        pic x(10).
           03                                  pic x(01).
           03 Cab-Vencimiento                 pic 9(08).
           03                                  pic x(01).
           03 Cab-Fecha-Alta                  pic 9(08).
           03                                  pic x(01).
           03 Cab-Orden                       pic 9(06).
           03                                  pic x(01).
           03 Cab-Prove                       pic 9(04).
           03                                  pic x(01).
           03 Cab-Razon                       pic x(30).

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  sw-mas-movimientos                 pic x(01).
       77  sw-mas-inspecciones                pic x(01).
       77  sw-inspec-disponible               pic x(01) value "N".
       77  sw-consumo-disponible              pic x(01) value "N".
       77  Producto-Pedido                    pic 9(06).
       77  Lote-Pedido                        pic x(10).
       77  orden-buscada                      pic 9(06).
       77  orden-cacheada                     pic 9(06) value zero.
       77  prove-cacheado                     pic 9(04) value zero.
       77  razon-cacheada                     pic x(30) value spaces.
       77  cantidad-ingresada                 pic 9(10)v9(04)
           value zero.
       77  cantidad-egresada                  pic 9(10)v9(04)
           value zero.
       77  movimientos                        pic 9(08) value zero.
       77  inspecciones                       pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Producto : "
           accept Producto-Pedido
           display "Lote     : "
           accept Lote-Pedido

           open input lotpro
           if fs-comun not = "00"
              display "No existe archivo de lotes"
              goback
           end-if
           move Producto-Pedido               to Lotpro-Producto
           move Lote-Pedido                   to Lotpro-Lote
           read lotpro
              invalid key
                 display "Lote inexistente para el producto"
                 close lotpro
                 goback
           end-read

           open input kardex
           open input ord-comp
           open input provee
           open input inspec
           if fs-comun = "00"
              move "S"                        to sw-inspec-disponible
           end-if
           open input consumo
           if fs-comun = "00"
              move "S"                        to sw-consumo-disponible
           end-if
           open output listado

           perform GrabarCabecera.

      * every kardex movement that named the lot: the orders and
      * providers it came from or went back to, the sectors and
      * work orders that used it, and the depositos it moved through
       ProcesarKardex.
           move Producto-Pedido               to Kardex-Producto
           move zero                          to Kardex-Deposito
           move zero                          to Kardex-Fecha
           move zero                          to Kardex-Hora
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
                 if Kardex-Producto not = Producto-Pedido
                    move "N"                  to sw-mas-movimientos
                 else
                    if Kardex-Lote = Lote-Pedido
                       perform GrabarMovimiento
                    end-if
                 end-if
              end-if
           end-perform.

      * inspections show the receptions still waiting and the ones
      * quality turned back, which never reached the kardex
       ProcesarInspecciones.
           if sw-inspec-disponible = "S"
              move low-value                  to Inspec-Key
              move "S"                        to sw-mas-inspecciones
              start inspec key is not less than Inspec-Key
                 invalid key
                    move "N"                  to sw-mas-inspecciones
              end-start
              perform until sw-mas-inspecciones = "N"
                 read inspec next record
                    at end
                       move "N"               to sw-mas-inspecciones
                 end-read
                 if sw-mas-inspecciones = "S"
                    if Inspec-Producto = Producto-Pedido and
                       Inspec-Lote = Lote-Pedido and
                       Inspec-Estado not = "A"
                       perform GrabarInspeccion
                    end-if
                 end-if
              end-perform
           end-if

           perform GrabarTotales.

       TerminarProceso.
           close lotpro
           close kardex
           close ord-comp
           close provee
           if sw-inspec-disponible = "S"
              close inspec
           end-if
           if sw-consumo-disponible = "S"
              close consumo
           end-if
           close listado

           move movimientos                   to ed-cantidad
           display "Movimientos del lote  : " ed-cantidad
           move inspecciones                  to ed-cantidad
           display "Inspecciones abiertas : " ed-cantidad

           goback.

      * ---------------------------------------------------
       GrabarCabecera.
           move spaces                        to reg-cabecera
           move "LOTE               "         to Cab-Titulo
           move Lotpro-Producto               to Cab-Producto
           move Lotpro-Lote                   to Cab-Lote
           move Lotpro-Vencimiento            to Cab-Vencimiento
           move Lotpro-Fecha-Alta             to Cab-Fecha-Alta
           move Lotpro-Orden                  to Cab-Orden
           move Lotpro-Prove                  to Cab-Prove
           move Lotpro-Prove                  to Provee-Id
           read provee
              invalid key
                 move spaces                  to Provee-Razon
           end-read
           move Provee-Razon                  to Cab-Razon
           write reg-cabecera.

       GrabarMovimiento.
           add 1                              to movimientos
           move spaces                        to reg-listado
           move Kardex-Fecha                  to Lis-Fecha
           move Kardex-Deposito               to Lis-Deposito
           move Kardex-Orden                  to Lis-Documento
           move zero                          to Lis-Prove
           move zero                          to Lis-Sector
           move zero                          to Lis-Ord-Tra
           move zero                          to Lis-Proy
           move Kardex-Cantidad               to Lis-Cantidad

           evaluate Kardex-TipoMov
              when "R"
                 move "RECEPCION"             to Lis-Movimiento
                 move Kardex-Orden            to orden-buscada
                 perform BuscarProveedorOrden
              when "D"
                 move "DEVOLUCION"            to Lis-Movimiento
                 move Kardex-Orden            to orden-buscada
                 perform BuscarProveedorOrden
              when "C"
                 move "CONSUMO"               to Lis-Movimiento
                 perform BuscarConsumo
              when "T"
                 move "TRANSF ENVIADA"        to Lis-Movimiento
              when "I"
                 move "TRANSF RECIBIDA"       to Lis-Movimiento
              when "A"
                 move "AJUSTE SOBRANTE"       to Lis-Movimiento
              when "B"
                 move "AJUSTE FALTANTE"       to Lis-Movimiento
              when other
                 move Kardex-TipoMov          to Lis-Movimiento
           end-evaluate

           if Kardex-TipoMov = "D" or Kardex-TipoMov = "C" or
              Kardex-TipoMov = "T" or Kardex-TipoMov = "B"
              compute Lis-Cantidad = zero - Kardex-Cantidad
              add Kardex-Cantidad             to cantidad-egresada
           else
              add Kardex-Cantidad             to cantidad-ingresada
           end-if
           write reg-listado.

       BuscarProveedorOrden.
           if orden-buscada not = orden-cacheada
              move orden-buscada              to orden-cacheada
              move zero                       to prove-cacheado
              move spaces                     to razon-cacheada
              move orden-buscada              to Ord-Comp-Id
              read ord-comp
                 invalid key
                    continue
                 not invalid key
                    move Ord-Comp-Prove       to prove-cacheado
                    move Ord-Comp-Prove       to Provee-Id
                    read provee
                       invalid key
                          continue
                       not invalid key
                          move Provee-Razon   to razon-cacheada
                    end-read
              end-read
           end-if
           move prove-cacheado                to Lis-Prove
           move razon-cacheada                to Lis-Razon.

       BuscarConsumo.
           if sw-consumo-disponible = "S"
              move Kardex-Producto            to Consumo-Producto
              move Kardex-Deposito            to Consumo-Deposito
              move Kardex-Fecha               to Consumo-Fecha
              move Kardex-Hora                to Consumo-Hora
              read consumo
                 invalid key
                    continue
                 not invalid key
                    move Consumo-Sector       to Lis-Sector
                    move Consumo-Ord-Tra      to Lis-Ord-Tra
                    move Consumo-Proy         to Lis-Proy
              end-read
           end-if.

       GrabarInspeccion.
           add 1                              to inspecciones
           move spaces                        to reg-listado
           move Inspec-Fecha                  to Lis-Fecha
           move zero                          to Lis-Deposito
           if Inspec-Estado = "R"
              move "INSP RECHAZADA"           to Lis-Movimiento
           else
              move "INSP PENDIENTE"           to Lis-Movimiento
           end-if
           move Inspec-Orden                  to Lis-Documento
           move Inspec-Orden                  to orden-buscada
           perform BuscarProveedorOrden
           move Inspec-Sector                 to Lis-Sector
           move zero                          to Lis-Ord-Tra
           move zero                          to Lis-Proy
           move Inspec-Cantidad               to Lis-Cantidad
           write reg-listado.

       GrabarTotales.
           move spaces                        to reg-listado
           move zero                          to Lis-Fecha
           move zero                          to Lis-Deposito
           move "TOTAL INGRESADO"             to Lis-Movimiento
           move zero                          to Lis-Documento
           move zero                          to Lis-Prove
           move zero                          to Lis-Sector
           move zero                          to Lis-Ord-Tra
           move zero                          to Lis-Proy
           move cantidad-ingresada            to Lis-Cantidad
           write reg-listado

           move "TOTAL EGRESADO"              to Lis-Movimiento
           compute Lis-Cantidad = zero - cantidad-egresada
           write reg-listado

           move "SALDO DEL LOTE"              to Lis-Movimiento
           compute Lis-Cantidad =
              cantidad-ingresada - cantidad-egresada
           write reg-listado.
