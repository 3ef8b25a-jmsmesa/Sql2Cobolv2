       identification division.
       program-id. GenReposicion.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy reposi.sl.
           copy produc.sl.
           copy kardex.sl.
           copy ord-comp.sl.
           copy item-com.sl.
           copy solici.sl.

           select listado
                  assign to random "REPOSICION.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

           select candado
                  assign to random "INTERFASE.LCK"
                  organization is line sequential
                  access is sequential
                  file status is st-candado.

       data division.
       file section.
           copy reposi.fd.
           copy produc.fd.
           copy kardex.fd.
           copy ord-comp.fd.
           copy item-com.fd.
           copy solici.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Solici                      pic 9(06).
           03                                  pic x(01).
           03 Lis-Producto                    pic 9(06).
           03                                  pic x(01).
           03 Lis-Deposito                    pic 9(04).
           03                                  pic x(01).
           03 Lis-Stock                       pic s9(10)v9(04)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Pedido                      pic 9(10)v9(04).
           03                                  pic x(01).
           03 Lis-Solicitado                  pic 9(10)v9(04).
           03                                  pic x(01).
           03 Lis-Punto                       pic 9(10)v9(04).
           03                                  pic x(01).
           03 Lis-Maximo                      pic 9(10)v9(04).
           03                                  pic x(01).
           03 Lis-Cantidad                    pic 9(10)v9(04).
           03                                  pic x(01).
           03 Lis-Fecha-Necesaria             pic 9(08).
           03                                  pic x(01).
           03 Lis-Observacion                 pic x(12).

       fd  candado
                  label record is standard.

       01  reg-candado.
           02 Lck-Estado                      pic x(01).
           02 LckSep0                         pic x(01).
           02 Lck-Proceso                     pic x(20).
           02 LckSep1                         pic x(01).
           02 Lck-FechaHora                   pic 9(14).
           02 LckSep2                         pic x(01).
           02 Lck-Request                     pic x(30).

       working-storage section.
           copy fs-comun.wk.

       01  Item-Com-Ws.
           copy item-com.wk.

       77  st                                 pic x(02).
       77  sw-mas-reposi                      pic x(01).
       77  sw-mas-items                       pic x(01).
       77  sw-mas-solicitudes                 pic x(01).
       77  sw-mas-movimientos                 pic x(01).
       77  sw-orden-abierta                   pic x(01).
       77  sw-hallado                         pic x(01).
       77  Fecha-Hoy                          pic 9(08).
       77  fecha-entera                       pic 9(08).
       77  orden-corte                        pic 9(06) value zero.
       77  deposito-orden                     pic 9(04).
       77  producto-buscado                   pic 9(06).
       77  deposito-buscado                   pic 9(04).
       77  indice-rep                         pic 9(04).
       77  indice-slot                        pic 9(01).
       77  saldo-slot                         pic s9(10)v9(04).
       77  reps-usados                        pic 9(04) value zero.
       77  reps-maximo                        pic 9(04) value 2000.
       77  disponible                         pic s9(11)v9(04).
       77  cantidad-pedir                     pic 9(10)v9(04).
       77  numero-solicitud                   pic 9(06).
       77  parametros-leidos                  pic 9(08) value zero.
       77  sin-lugar                          pic 9(08) value zero.
       77  generadas                          pic 9(08) value zero.
       77  bajo-minimo                        pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.
       77  st-candado                         pic x(02).
       77  sw-candado-tomado                  pic x(01) value "N".
       77  sw-candado-leido                   pic x(01).
       77  intentos-candado                   pic 9(02).
       77  max-intentos-candado               pic 9(02) value 06.
       77  espera-candado                     pic 9(06) value 10.
       77  candado-ahora                      pic 9(14).
       77  candado-segundos                   pic s9(10).
       77  candado-lck-seg                    pic s9(10).
       77  candado-fecha-wk                   pic 9(08).
       77  candado-hora-wk                    pic 9(08).
       77  candado-hms                        pic 9(06).
       01  candado-estampa.
           03 cand-est-fecha                  pic 9(08).
           03 cand-est-hh                     pic 9(02).
           03 cand-est-mm                     pic 9(02).
           03 cand-est-ss                     pic 9(02).

      * the active reorder parameters, in key order, with what is
      * on hand and on the way for each of them
       01  reposicion-tabla.
           03 rep-ent occurs 2000.
              05 rep-producto                 pic 9(06).
              05 rep-deposito                 pic 9(04).
              05 rep-minimo                   pic 9(10)v9(04).
              05 rep-punto                    pic 9(10)v9(04).
              05 rep-maximo                   pic 9(10)v9(04).
              05 rep-plazo                    pic 9(03).
              05 rep-stock                    pic s9(10)v9(04).
              05 rep-pedido                   pic 9(10)v9(04).
              05 rep-solicitado               pic 9(10)v9(04).

       procedure division.
       begin section 1.

       IniciarProceso.
           accept Fecha-Hoy from date yyyymmdd

           perform TomarCandado
           if sw-candado-tomado = "N"
              display "Interfase ocupada, no se puede ejecutar."
              goback
           end-if

           open input reposi
           if fs-comun not = "00"
              display "No existe archivo de parametros de reposicion"
              perform LiberarCandado
              goback
           end-if
           open input produc
           open input kardex
           open input ord-comp
           open input item-com
           open i-o solici
           if arch-no-existe
              open output solici
              close solici
              open i-o solici
           end-if
           open output listado.

       CargarParametros.
           move low-value                     to Reposi-Key
           move "S"                           to sw-mas-reposi
           start reposi key is not less than Reposi-Key
              invalid key
                 move "N"                     to sw-mas-reposi
           end-start
           perform until sw-mas-reposi = "N"
              read reposi next record
                 at end
                    move "N"                  to sw-mas-reposi
              end-read
              if sw-mas-reposi = "S"
                 add 1                        to parametros-leidos
                 if Reposi-Estado = "A"
                    perform AgregarParametro
                 end-if
              end-if
           end-perform.

      * available = book stock plus what open orders still have to
      * deliver plus what open requisitions still have to order
       ProcesarPendientes.
           perform AcumularOrdenes
           perform AcumularSolicitudes

           move 1                             to indice-rep
           perform until indice-rep > reps-usados
              perform CalcularStock
              add 1                           to indice-rep
           end-perform.

       GenerarSolicitudes.
           perform TomarNumeroSolicitud
           move 1                             to indice-rep
           perform until indice-rep > reps-usados
              perform EvaluarReposicion
              add 1                           to indice-rep
           end-perform.

       TerminarProceso.
           close reposi
           close produc
           close kardex
           close ord-comp
           close item-com
           close solici
           close listado

           move parametros-leidos             to ed-cantidad
           display "Parametros leidos      : " ed-cantidad
           move reps-usados                   to ed-cantidad
           display "Parametros activos     : " ed-cantidad
           move generadas                     to ed-cantidad
           display "Solicitudes generadas  : " ed-cantidad
           move bajo-minimo                   to ed-cantidad
           display "Bajo stock minimo      : " ed-cantidad
           if sin-lugar > zero
              move sin-lugar                  to ed-cantidad
              display "Parametros sin lugar en la tabla : "
                 ed-cantidad
           end-if

           perform LiberarCandado

           goback.

      * ---------------------------------------------------
       AgregarParametro.
           if reps-usados >= reps-maximo
              add 1                           to sin-lugar
           else
              move Reposi-Producto            to Produc-Codigo
              read produc
                 invalid key
                    move spaces               to Produc-Estado
              end-read
              if Produc-Estado = "A"
                 add 1                        to reps-usados
                 move reps-usados             to indice-rep
                 move Reposi-Producto   to rep-producto(indice-rep)
                 move Reposi-Deposito   to rep-deposito(indice-rep)
                 move Reposi-Minimo     to rep-minimo(indice-rep)
                 move Reposi-Punto      to rep-punto(indice-rep)
                 move Reposi-Maximo     to rep-maximo(indice-rep)
                 move Reposi-Plazo      to rep-plazo(indice-rep)
                 move zero              to rep-stock(indice-rep)
                 move zero              to rep-pedido(indice-rep)
                 move zero              to rep-solicitado(indice-rep)
              end-if
           end-if.

       BuscarParametro.
           move "N"                           to sw-hallado
           move 1                             to indice-rep
           perform until sw-hallado = "S"
                      or indice-rep > reps-usados
              if rep-producto(indice-rep) = producto-buscado and
                 rep-deposito(indice-rep) = deposito-buscado
                 move "S"                     to sw-hallado
              else
                 add 1                        to indice-rep
              end-if
           end-perform.

       AcumularOrdenes.
           move low-value                     to Item-Com-Key
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
              if sw-mas-items = "S" and Item-Com-Producto > 0
                 if Item-Com-Orden not = orden-corte
                    perform LeerCabeceraItem
                 end-if
                 if sw-orden-abierta = "S"
                    move Item-Com-Producto    to producto-buscado
                    move deposito-orden       to deposito-buscado
                    perform BuscarParametro
                    if sw-hallado = "S"
                       move Item-Com-Campo    to item-com-reg-2
                       perform AcumularSaldoItem
                    end-if
                 end-if
              end-if
           end-perform.

       LeerCabeceraItem.
      * orders received in full, closed short or anulled have
      * nothing more to deliver
           move Item-Com-Orden                to orden-corte
           move "N"                           to sw-orden-abierta
           move Item-Com-Orden                to Ord-Comp-Id
           read ord-comp
              invalid key
                 continue
              not invalid key
                 if Ord-Comp-Pend not = 0 and
                    Ord-Comp-Resto(1:1) not = "5" and
                    Ord-Comp-Resto(1:1) not = "6" and
                    Ord-Comp-Resto(1:1) not = "7"
                    move "S"                  to sw-orden-abierta
                    move Ord-Comp-Depo        to deposito-orden
                 end-if
           end-read.

       AcumularSaldoItem.
           move 1                             to indice-slot
           perform 5 times
              compute saldo-slot =
                 Item-Com-Cantidad(indice-slot) -
                 Item-Com-Recibida(indice-slot)
              if saldo-slot > zero
                 add saldo-slot           to rep-pedido(indice-rep)
              end-if
              add 1                           to indice-slot
           end-perform.

       AcumularSolicitudes.
      * only requisitions that name a deposito can be set against
      * one; once ordered they are counted through the order
           move low-value                     to Solici-Id
           move "S"                           to sw-mas-solicitudes
           start solici key is not less than Solici-Id
              invalid key
                 move "N"                     to sw-mas-solicitudes
           end-start
           perform until sw-mas-solicitudes = "N"
              read solici next record
                 at end
                    move "N"                  to sw-mas-solicitudes
              end-read
              if sw-mas-solicitudes = "S"
                 if Solici-Estado = "P" and
                    Solici-Deposito is numeric and
                    Solici-Deposito not = zero
                    move Solici-Producto      to producto-buscado
                    move Solici-Deposito      to deposito-buscado
                    perform BuscarParametro
                    if sw-hallado = "S"
                       add Solici-Cantidad
                          to rep-solicitado(indice-rep)
                    end-if
                 end-if
              end-if
           end-perform.

       CalcularStock.
           move rep-producto(indice-rep)      to Kardex-Producto
           move rep-deposito(indice-rep)      to Kardex-Deposito
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
                 if Kardex-Producto not = rep-producto(indice-rep) or
                    Kardex-Deposito not = rep-deposito(indice-rep)
                    move "N"                  to sw-mas-movimientos
                 else
                    perform AcumularMovimiento
                 end-if
              end-if
           end-perform.

       AcumularMovimiento.
           if Kardex-TipoMov = "D" or Kardex-TipoMov = "C" or
              Kardex-TipoMov = "T" or Kardex-TipoMov = "B"
              subtract Kardex-Cantidad     from rep-stock(indice-rep)
           else
              add Kardex-Cantidad          to rep-stock(indice-rep)
           end-if.

      * ---------------------------------------------------
       EvaluarReposicion.
      * at or under the reorder point a requisition is raised for
      * what brings the available quantity back to the maximum
           compute disponible = rep-stock(indice-rep) +
              rep-pedido(indice-rep) + rep-solicitado(indice-rep)
           if disponible not > rep-punto(indice-rep) and
              disponible < rep-maximo(indice-rep)
              compute cantidad-pedir =
                 rep-maximo(indice-rep) - disponible
              perform GrabarSolicitud
              perform GrabarListado
           end-if.

       TomarNumeroSolicitud.
           move 999999                        to Solici-Id
           move zero                          to numero-solicitud
           start solici key is not greater than Solici-Id
              invalid key
                 continue
              not invalid key
                 read solici next record
                    at end
                       continue
                    not at end
                       move Solici-Id         to numero-solicitud
                 end-read
           end-start.

       GrabarSolicitud.
           add 1                              to numero-solicitud
           initialize solici-reg
           move numero-solicitud              to Solici-Id
           move zero                          to Solici-Sector
           move "REPOSICION AUTOMATICA"       to Solici-Solicitante
           move Fecha-Hoy                     to Solici-Fecha
           move rep-producto(indice-rep)      to Solici-Producto
           move cantidad-pedir                to Solici-Cantidad
           move zero                          to Solici-Proy
           move "P"                           to Solici-Estado
           move zero                          to Solici-Orden
           move "S"                           to Solici-Origen
           move rep-deposito(indice-rep)      to Solici-Deposito
           move spaces                        to Solici-Resto
           write solici-reg
           add 1                              to generadas.

       GrabarListado.
           move spaces                        to reg-listado
           move numero-solicitud              to Lis-Solici
           move rep-producto(indice-rep)      to Lis-Producto
           move rep-deposito(indice-rep)      to Lis-Deposito
           move rep-stock(indice-rep)         to Lis-Stock
           move rep-pedido(indice-rep)        to Lis-Pedido
           move rep-solicitado(indice-rep)    to Lis-Solicitado
           move rep-punto(indice-rep)         to Lis-Punto
           move rep-maximo(indice-rep)        to Lis-Maximo
           move cantidad-pedir                to Lis-Cantidad
           compute fecha-entera =
              function integer-of-date(Fecha-Hoy) +
              rep-plazo(indice-rep)
           compute Lis-Fecha-Necesaria =
              function date-of-integer(fecha-entera)
           if rep-stock(indice-rep) < rep-minimo(indice-rep)
              move "BAJO MINIMO"              to Lis-Observacion
              add 1                           to bajo-minimo
           end-if
           write reg-listado.

      * ---------------------------------------------------
       TomarCandado.
           move "N"                            to sw-candado-tomado
           move zero                           to intentos-candado

           perform IntentarCandado
           perform until sw-candado-tomado = "S"
                      or intentos-candado >= max-intentos-candado
              add 1 to intentos-candado
              call "C$Delay" using espera-candado
              perform IntentarCandado
           end-perform.

       IntentarCandado.
           perform ObtenerFechaHoraCandado

           move "N"                            to sw-candado-leido
           open input candado
           if st-candado = "00"
              read candado
                 at end
                    continue
                 not at end
                    move "S"                   to sw-candado-leido
              end-read
              close candado
           end-if

           if sw-candado-leido = "N"
              perform EscribirCandado
           else
              if Lck-Estado not = "T"
                 perform EscribirCandado
              else
                 if Lck-FechaHora not numeric
                    perform EscribirCandado
                 else
                    move Lck-FechaHora         to candado-estampa
                    perform CalcularSegundosCandado
                    move candado-segundos      to candado-lck-seg
                    move candado-ahora         to candado-estampa
                    perform CalcularSegundosCandado
                    if candado-segundos > candado-lck-seg + 7200
                       perform EscribirCandado
                    end-if
                 end-if
              end-if
           end-if.

       EscribirCandado.
           move spaces                         to reg-candado
           move "|"                            to LckSep0 LckSep1
                                                  LckSep2
           move "T"                            to Lck-Estado
           move "GenReposicion" to Lck-Proceso
           move candado-ahora                  to Lck-FechaHora
           move spaces                         to Lck-Request
           open output candado
           if st-candado = "00"
              write reg-candado
              close candado
              move "S"                         to sw-candado-tomado
           end-if.

       LiberarCandado.
           if sw-candado-tomado = "S"
              perform ObtenerFechaHoraCandado
              move spaces                      to reg-candado
              move "|"                         to LckSep0 LckSep1
                                                  LckSep2
              move "L"                         to Lck-Estado
              move "GenReposicion" to Lck-Proceso
              move candado-ahora               to Lck-FechaHora
              move spaces                      to Lck-Request
              open output candado
              if st-candado = "00"
                 write reg-candado
                 close candado
              end-if
           end-if.

       ObtenerFechaHoraCandado.
           accept candado-fecha-wk from date yyyymmdd
           accept candado-hora-wk from time
           move candado-hora-wk(1:6)           to candado-hms
           compute candado-ahora =
              (candado-fecha-wk * 1000000) + candado-hms.

       CalcularSegundosCandado.
           compute candado-segundos =
              (function integer-of-date(cand-est-fecha) * 86400)
              + (cand-est-hh * 3600) + (cand-est-mm * 60)
              + cand-est-ss.
