       identification division.
       program-id. GenRevaluacionCosto.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy kardex.sl.
           copy costo.sl.
           copy transf.sl.
           copy consumo.sl.

           select listado
                  assign to random "REVAL-COSTO.LST"
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
           copy kardex.fd.
           copy costo.fd.
           copy transf.fd.
           copy consumo.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Producto                    pic 9(06).
           03                                  pic x(01).
           03 Lis-Deposito                    pic 9(04).
           03                                  pic x(01).
           03 Lis-Stock                       pic s9(10)v9(04)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Valor-Anterior              pic s9(13)v9(02)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Valor-Nuevo                 pic s9(13)v9(02)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Unitario                    pic 9(11)v9(04).
           03                                  pic x(01).
           03 Lis-Revaluados                  pic 9(05).
           03                                  pic x(01).
           03 Lis-Observacion                 pic x(15).

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

       77  st                                 pic x(02).
       77  sw-mas-movimientos                 pic x(01).
       77  sw-producto-abierto                pic x(01) value "N".
       77  sw-transf-disponible               pic x(01).
       77  sw-consumo-disponible              pic x(01).
       77  sw-hallado                         pic x(01).
       77  sw-cambios                         pic x(01).
       77  sw-desbordado                      pic x(01).
       77  Periodo-Desde                      pic 9(06).
       77  fecha-desde                        pic 9(08).
       77  fecha-hoy                          pic 9(08).
       77  periodo-wk                         pic 9(06).
       77  sw-periodo-cerrado                 pic x(01).
       77  producto-corte                     pic 9(06).
       77  kardex-key-guardada                pic x(34).
       77  indice-dep                         pic 9(04).
       77  indice-mov                         pic 9(05).
       77  indice-tr                          pic 9(04).
       77  deps-usados                        pic 9(04) value zero.
       77  deps-maximo                        pic 9(04) value 0200.
       77  movs-usados                        pic 9(05) value zero.
       77  movs-maximo                        pic 9(05) value 05000.
       77  trs-usados                         pic 9(04) value zero.
       77  trs-maximo                         pic 9(04) value 0500.
       77  pasadas                            pic 9(02).
       77  pasadas-maximo                     pic 9(02) value 05.
       77  valor-calculado                    pic 9(13)v9(02).
       77  movimientos-leidos                 pic 9(08) value zero.
       77  productos                          pic 9(08) value zero.
       77  revaluados                         pic 9(08) value zero.
       77  no-revaluados                      pic 9(08) value zero.
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

           copy peripar.wk.

      * the depositos of the producto: the balance brought forward
      * to the period, the running balance while it is replayed and
      * the closing value as the kardex had it before
       01  deposito-tabla.
           03 dep-ent occurs 200.
              05 dep-codigo                   pic 9(04).
              05 dep-stock-inicial            pic s9(10)v9(04).
              05 dep-valor-inicial            pic s9(13)v9(02).
              05 dep-stock                    pic s9(10)v9(04).
              05 dep-valor                    pic s9(13)v9(02).
              05 dep-unitario                 pic 9(11)v9(04).
              05 dep-valor-anterior           pic s9(13)v9(02).
              05 dep-fecha-ult                pic 9(08).
              05 dep-revaluados               pic 9(05).

      * the producto's movements of the period, in kardex order
       01  movimiento-tabla.
           03 mov-ent occurs 5000.
              05 mov-key                      pic x(34).
              05 mov-indice-dep               pic 9(04).
              05 mov-fecha                    pic 9(08).
              05 mov-hora                     pic 9(06).
              05 mov-orden                    pic 9(06).
              05 mov-tipo                     pic x(01).
              05 mov-cantidad                 pic 9(10)v9(04).
              05 mov-valor                    pic 9(13)v9(02).
              05 mov-valor-nuevo              pic 9(13)v9(02).

      * the value each transfer left its origen with, for the half
      * that comes in at the destino
       01  transferencia-tabla.
           03 tr-ent occurs 500.
              05 tr-numero                    pic 9(06).
              05 tr-valor                     pic 9(13)v9(02).

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Revaluar desde el periodo (AAAAMM) : "
           accept Periodo-Desde
           compute fecha-desde = (Periodo-Desde * 100) + 1

           perform TomarCandado
           if sw-candado-tomado = "N"
              display "Interfase ocupada, no se puede ejecutar."
              goback
           end-if

           perform VerificarPeriodosRevaluacion
           if sw-periodo-cerrado = "S"
              display "Periodo cerrado : " periodo-wk
              perform LiberarCandado
              goback
           end-if

           open i-o kardex
           if fs-comun not = "00"
              display "No existe archivo KARDEX"
              perform LiberarCandado
              goback
           end-if
           open i-o costo
           if arch-no-existe
              open output costo
              close costo
              open i-o costo
           end-if
           move "N"                           to sw-transf-disponible
           open i-o transf
           if fs-comun = "00"
              move "S"                        to sw-transf-disponible
           end-if
           move "N"                           to sw-consumo-disponible
           open i-o consumo
           if fs-comun = "00"
              move "S"                        to sw-consumo-disponible
           end-if
           open output listado.

      * the movements rewritten run from the first period asked for
      * up to today; none of those months may be closed for any
      * empresa
       VerificarPeriodosRevaluacion.
           accept fecha-hoy from date yyyymmdd
           move Periodo-Desde                 to periodo-wk
           move "N"                           to sw-periodo-cerrado
           if periodo-wk(1:4) = "0000" or periodo-wk(5:2) < "01" or
              periodo-wk(5:2) > "12"
              move fecha-hoy(1:6)             to periodo-wk
           end-if
           perform until periodo-wk > fecha-hoy(1:6) or
                         sw-periodo-cerrado = "S"
              move "T"                        to Ppar-Funcion
              move periodo-wk                 to Ppar-Fecha(1:6)
              move "01"                       to Ppar-Fecha(7:2)
              call "PeriodoContable" using periodo-parametros
              if Ppar-Cerrado = "S"
                 move "S"                     to sw-periodo-cerrado
              else
                 if periodo-wk(5:2) = "12"
                    compute periodo-wk = periodo-wk + 89
                 else
                    add 1                     to periodo-wk
                 end-if
              end-if
           end-perform
           move "F"                           to Ppar-Funcion
           call "PeriodoContable" using periodo-parametros.

      * one producto at a time, all its depositos together, so the
      * value a transfer leaves with can follow it to the destino
       ProcesarKardex.
           perform StartKardex
           perform until sw-mas-movimientos = "N"
              perform LeerKardexNext
              if sw-mas-movimientos = "S"
                 if sw-producto-abierto = "N" or
                    Kardex-Producto not = producto-corte
                    move Kardex-Key           to kardex-key-guardada
                    perform CerrarProducto
                    perform ReposicionarKardex
                    perform AbrirProducto
                 end-if
                 add 1                        to movimientos-leidos
                 perform CargarMovimiento
              end-if
           end-perform

           perform CerrarProducto.

       TerminarProceso.
           close kardex
           close costo
           if sw-transf-disponible = "S"
              close transf
           end-if
           if sw-consumo-disponible = "S"
              close consumo
           end-if
           close listado

           move movimientos-leidos            to ed-cantidad
           display "Movimientos leidos    : " ed-cantidad
           move productos                     to ed-cantidad
           display "Productos             : " ed-cantidad
           move revaluados                    to ed-cantidad
           display "Movimientos revaluados: " ed-cantidad
           move no-revaluados                 to ed-cantidad
           display "Productos sin revaluar: " ed-cantidad

           perform LiberarCandado

           goback.

      * ---------------------------------------------------
       AbrirProducto.
           move "S"                           to sw-producto-abierto
           move Kardex-Producto               to producto-corte
           move zero                          to deps-usados
           move zero                          to movs-usados
           move zero                          to trs-usados
           move "N"                           to sw-desbordado
           initialize deposito-tabla.

       CargarMovimiento.
      * what happened before the period is taken as it stands and
      * only brought forward; the period itself is replayed
           perform BuscarDeposito
           if sw-hallado = "S"
              if Kardex-TipoMov = "D" or Kardex-TipoMov = "C" or
                 Kardex-TipoMov = "T" or Kardex-TipoMov = "B"
                 subtract Kardex-Valor
                    from dep-valor-anterior(indice-dep)
              else
                 add Kardex-Valor to dep-valor-anterior(indice-dep)
              end-if

              if Kardex-Fecha < fecha-desde
                 perform AcumularInicial
              else
                 perform AgregarMovimiento
              end-if
           end-if.

       BuscarDeposito.
           move "N"                           to sw-hallado
           move 1                             to indice-dep
           perform until sw-hallado = "S"
                      or indice-dep > deps-usados
              if dep-codigo(indice-dep) = Kardex-Deposito
                 move "S"                     to sw-hallado
              else
                 add 1                        to indice-dep
              end-if
           end-perform

           if sw-hallado = "N"
              if deps-usados >= deps-maximo
                 move "S"                     to sw-desbordado
              else
                 add 1                        to deps-usados
                 move deps-usados             to indice-dep
                 move Kardex-Deposito   to dep-codigo(indice-dep)
                 move "S"                     to sw-hallado
              end-if
           end-if.

       AcumularInicial.
           if Kardex-TipoMov = "D" or Kardex-TipoMov = "C" or
              Kardex-TipoMov = "T" or Kardex-TipoMov = "B"
              subtract Kardex-Cantidad
                 from dep-stock-inicial(indice-dep)
              subtract Kardex-Valor
                 from dep-valor-inicial(indice-dep)
           else
              add Kardex-Cantidad   to dep-stock-inicial(indice-dep)
              add Kardex-Valor      to dep-valor-inicial(indice-dep)
           end-if
           move Kardex-Fecha         to dep-fecha-ult(indice-dep).

       AgregarMovimiento.
           if movs-usados >= movs-maximo
              move "S"                        to sw-desbordado
           else
              add 1                           to movs-usados
              move movs-usados                to indice-mov
              move Kardex-Key          to mov-key(indice-mov)
              move indice-dep          to mov-indice-dep(indice-mov)
              move Kardex-Fecha        to mov-fecha(indice-mov)
              move Kardex-Hora         to mov-hora(indice-mov)
              move Kardex-Orden        to mov-orden(indice-mov)
              move Kardex-TipoMov      to mov-tipo(indice-mov)
              move Kardex-Cantidad     to mov-cantidad(indice-mov)
              move Kardex-Valor        to mov-valor(indice-mov)
              move Kardex-Valor        to mov-valor-nuevo(indice-mov)
           end-if.

       CerrarProducto.
           if sw-producto-abierto = "S"
              add 1                           to productos
              if sw-desbordado = "S"
                 add 1                        to no-revaluados
                 perform ListarDesbordado
              else
                 perform RevaluarProducto
                 perform GrabarRevaluacion
                 perform GrabarCostos
              end-if
           end-if.

      * ---------------------------------------------------
       RevaluarProducto.
      * a transfer's destino may sort ahead of its origen, so the
      * replay is repeated until no value moves any more
           move zero                          to pasadas
           move "S"                           to sw-cambios
           perform until sw-cambios = "N"
                      or pasadas >= pasadas-maximo
              add 1                           to pasadas
              move "N"                        to sw-cambios
              perform IniciarSaldos
              move 1                          to indice-mov
              perform until indice-mov > movs-usados
                 perform ReplayMovimiento
                 add 1                        to indice-mov
              end-perform
           end-perform.

       IniciarSaldos.
           move 1                             to indice-dep
           perform until indice-dep > deps-usados
              move dep-stock-inicial(indice-dep)
                 to dep-stock(indice-dep)
              move dep-valor-inicial(indice-dep)
                 to dep-valor(indice-dep)
              move zero                  to dep-unitario(indice-dep)
              if dep-stock(indice-dep) > zero and
                 dep-valor(indice-dep) > zero
                 compute dep-unitario(indice-dep) rounded =
                    dep-valor(indice-dep) / dep-stock(indice-dep)
              end-if
              add 1                           to indice-dep
           end-perform.

       ReplayMovimiento.
           move mov-indice-dep(indice-mov)    to indice-dep
           move mov-valor-nuevo(indice-mov)   to valor-calculado

           evaluate mov-tipo(indice-mov)
              when "D"
              when "C"
              when "T"
              when "B"
                 perform ValorizarEgreso
              when "I"
                 perform BuscarTransferencia
                 if sw-hallado = "S"
                    move tr-valor(indice-tr)  to valor-calculado
                 end-if
              when "A"
                 if dep-unitario(indice-dep) > zero
                    compute valor-calculado rounded =
                       mov-cantidad(indice-mov) *
                       dep-unitario(indice-dep)
                 end-if
              when other
                 continue
           end-evaluate

           if valor-calculado not = mov-valor-nuevo(indice-mov)
              move "S"                        to sw-cambios
              move valor-calculado
                 to mov-valor-nuevo(indice-mov)
           end-if

           if mov-tipo(indice-mov) = "T"
              perform GuardarTransferencia
           end-if

           if mov-tipo(indice-mov) = "D" or mov-tipo(indice-mov) = "C"
              or mov-tipo(indice-mov) = "T" or
              mov-tipo(indice-mov) = "B"
              subtract mov-cantidad(indice-mov)
                 from dep-stock(indice-dep)
              subtract valor-calculado        from dep-valor(indice-dep)
           else
              add mov-cantidad(indice-mov)    to dep-stock(indice-dep)
              add valor-calculado             to dep-valor(indice-dep)
              if dep-stock(indice-dep) > zero and
                 dep-valor(indice-dep) > zero
                 compute dep-unitario(indice-dep) rounded =
                    dep-valor(indice-dep) / dep-stock(indice-dep)
              end-if
           end-if
           move mov-fecha(indice-mov)    to dep-fecha-ult(indice-dep).

       ValorizarEgreso.
      * the same rule the online cost follows
           if dep-stock(indice-dep) > zero and
              dep-valor(indice-dep) > zero and
              mov-cantidad(indice-mov) not < dep-stock(indice-dep)
              move dep-valor(indice-dep)      to valor-calculado
           else
              compute valor-calculado rounded =
                 mov-cantidad(indice-mov) * dep-unitario(indice-dep)
           end-if.

       BuscarTransferencia.
           move "N"                           to sw-hallado
           move 1                             to indice-tr
           perform until sw-hallado = "S"
                      or indice-tr > trs-usados
              if tr-numero(indice-tr) = mov-orden(indice-mov)
                 move "S"                     to sw-hallado
              else
                 add 1                        to indice-tr
              end-if
           end-perform.

       GuardarTransferencia.
           perform BuscarTransferencia
           if sw-hallado = "N" and trs-usados < trs-maximo
              add 1                           to trs-usados
              move trs-usados                 to indice-tr
              move mov-orden(indice-mov)      to tr-numero(indice-tr)
              move "S"                        to sw-hallado
           end-if
           if sw-hallado = "S"
              move valor-calculado            to tr-valor(indice-tr)
           end-if.

      * ---------------------------------------------------
       GrabarRevaluacion.
      * only the movements whose value changed are rewritten, with
      * the documents that carry a copy of it
           move 1                             to indice-mov
           perform until indice-mov > movs-usados
              if mov-valor-nuevo(indice-mov) not =
                 mov-valor(indice-mov)
                 perform ReGrabarMovimiento
              end-if
              add 1                           to indice-mov
           end-perform.

       ReGrabarMovimiento.
           move mov-key(indice-mov)           to Kardex-Key
           read kardex
              invalid key
                 continue
              not invalid key
                 move mov-valor-nuevo(indice-mov) to Kardex-Valor
                 rewrite kardex-reg
                 add 1                        to revaluados
                 move mov-indice-dep(indice-mov) to indice-dep
                 add 1                   to dep-revaluados(indice-dep)
                 if Kardex-TipoMov = "T"
                    perform ReGrabarTransferencia
                 end-if
                 if Kardex-TipoMov = "C"
                    perform ReGrabarConsumo
                 end-if
           end-read.

       ReGrabarTransferencia.
           if sw-transf-disponible = "S"
              move Kardex-Orden               to Transf-Numero
              read transf
                 invalid key
                    continue
                 not invalid key
                    move Kardex-Valor         to Transf-Valor
                    rewrite transf-reg
              end-read
           end-if.

       ReGrabarConsumo.
           if sw-consumo-disponible = "S"
              move Kardex-Producto            to Consumo-Producto
              move Kardex-Deposito            to Consumo-Deposito
              move Kardex-Fecha               to Consumo-Fecha
              move Kardex-Hora                to Consumo-Hora
              read consumo
                 invalid key
                    continue
                 not invalid key
                    move Kardex-Valor         to Consumo-Valor
                    rewrite consumo-reg
              end-read
           end-if.

       GrabarCostos.
      * the cost file is rebuilt from the replay's closing balances
           move 1                             to indice-dep
           perform until indice-dep > deps-usados
              move producto-corte             to Costo-Producto
              move dep-codigo(indice-dep)     to Costo-Deposito
              read costo
                 invalid key
                    move spaces               to Costo-Resto
              end-read
              move dep-stock(indice-dep)      to Costo-Stock
              move dep-valor(indice-dep)      to Costo-Valor
              move dep-unitario(indice-dep)   to Costo-Unitario
              move dep-fecha-ult(indice-dep)  to Costo-Fecha-Ult
              if fs-comun = "00"
                 rewrite costo-reg
              else
                 write costo-reg
              end-if
              perform ListarDeposito
              add 1                           to indice-dep
           end-perform.

       ListarDeposito.
           move spaces                        to reg-listado
           move producto-corte                to Lis-Producto
           move dep-codigo(indice-dep)        to Lis-Deposito
           move dep-stock(indice-dep)         to Lis-Stock
           move dep-valor-anterior(indice-dep) to Lis-Valor-Anterior
           move dep-valor(indice-dep)         to Lis-Valor-Nuevo
           move dep-unitario(indice-dep)      to Lis-Unitario
           move dep-revaluados(indice-dep)    to Lis-Revaluados
           if dep-valor(indice-dep) not = dep-valor-anterior(indice-dep)
              move "REVALUADO"                to Lis-Observacion
           end-if
           write reg-listado.

       ListarDesbordado.
           move spaces                        to reg-listado
           move producto-corte                to Lis-Producto
           move zero                          to Lis-Deposito
           move zero                          to Lis-Stock
           move zero                          to Lis-Valor-Anterior
           move zero                          to Lis-Valor-Nuevo
           move zero                          to Lis-Unitario
           move zero                          to Lis-Revaluados
           move "SIN REVALUAR"                to Lis-Observacion
           write reg-listado.

      * ---------------------------------------------------
       StartKardex.
           move low-value                     to Kardex-Key
           move "S"                           to sw-mas-movimientos
           start kardex key is not less than Kardex-Key
              invalid key
                 move "N"                     to sw-mas-movimientos
           end-start.

       LeerKardexNext.
           read kardex next record
              at end
                 move "N"                     to sw-mas-movimientos
           end-read.

       ReposicionarKardex.
      * the rewrites moved the file off the first movement of the
      * next producto; it is read again from there
           move kardex-key-guardada           to Kardex-Key
           start kardex key is not less than Kardex-Key
              invalid key
                 move "N"                     to sw-mas-movimientos
           end-start
           if sw-mas-movimientos = "S"
              perform LeerKardexNext
           end-if.

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
           move "GenRevaluacionCosto" to Lck-Proceso
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
              move "GenRevaluacionCosto" to Lck-Proceso
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
