       identification division.
       program-id. GenCostoImportacion.
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
           copy produc.sl.
           copy kardex.sl.
           copy prechis.sl.

           select listado
                  assign to random "GASTOS-IMP.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

           select candado
                  assign to random "INTERFASE.LCK"
                  organization is line sequential
                  access is sequential
                  file status is st-candado.

           select auditoria
                  assign to random "AUDITORIA.LOG"
                  organization is line sequential
                  access is sequential
                  file status is st-auditoria.

       data division.
       file section.
           copy impcab.fd.
           copy gasimp.fd.
           copy gasdis.fd.
           copy ord-comp.fd.
           copy item-com.fd.
           copy produc.fd.
           copy kardex.fd.
           copy prechis.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Orden                       pic 9(06).
           03                                  pic x(01).
           03 Lis-Producto                    pic 9(06).
           03                                  pic x(01).
           03 Lis-Deposito                    pic 9(04).
           03                                  pic x(01).
           03 Lis-Recibida                    pic 9(10)v9(04).
           03                                  pic x(01).
           03 Lis-Fob                         pic 9(13)v9(02).
           03                                  pic x(01).
           03 Lis-Asignado                    pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Unitario                    pic 9(06)v9(04).
           03                                  pic x(01).
           03 Lis-Observacion                 pic x(12).

       01  reg-gasto.
           03 Gas-Titulo                      pic x(08).
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
           03 Gas-Importe                     pic 9(12)v9(02).
           03                                  pic x(01).
           03 Gas-Observacion                 pic x(12).

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

       fd  auditoria
                  label record is standard.

       01  reg-auditoria.
           02 Aud-Fecha                       pic 9(08).
           02 AudSep0                         pic x(01).
           02 Aud-Hora                        pic 9(06).
           02 AudSep1                         pic x(01).
           02 Aud-Request                     pic x(30).
           02 AudSep2                         pic x(01).
           02 Aud-Operacion                   pic x(10).
           02 AudSep3                         pic x(01).
           02 Aud-Archivo                     pic x(08).
           02 AudSep4                         pic x(01).
           02 Aud-Clave                       pic x(30).
           02 AudSep5                         pic x(01).
           02 Aud-Antes                       pic x(700).
           02 AudSep6                         pic x(01).
           02 Aud-Despues                     pic x(700).
           02 AudSep7                         pic x(01).
           02 Aud-Operador                    pic x(08).

       working-storage section.
           copy fs-comun.wk.
           copy costopar.wk.
           copy peripar.wk.

       01  Item-Com-Ws.
           copy item-com.wk.

       77  st                                 pic x(02).
       77  st-auditoria                       pic x(02).
       77  aud-hora-wk                        pic 9(08).
       77  aud-imagen-antes                   pic x(700).
       77  sw-mas-items                       pic x(01).
       77  sw-mas-gastos                      pic x(01).
       77  sw-prechis-disponible              pic x(01) value "N".
       77  Numero-Importacion                 pic 9(06).
       77  Fecha-Hoy                          pic 9(08).
       77  hora-wk                            pic 9(08).
       77  indice-orden                       pic 9(02).
       77  indice-item                        pic 9(04).
       77  indice-slot                        pic 9(01).
       77  ultimo-con-base                    pic 9(04).
       77  items-usados                       pic 9(04) value zero.
       77  items-maximo                       pic 9(04) value 0200.
       77  sin-lugar                          pic 9(08) value zero.
       77  base-item                          pic 9(13)v9(04).
       77  base-total                         pic 9(15)v9(04).
       77  importe-repartido                  pic 9(12)v9(02).
       77  importe-item                       pic 9(12)v9(02).
       77  unitario-item                      pic 9(06)v9(04).
       77  observacion-gasto                  pic x(12).
       77  distribuidos                       pic 9(08) value zero.
       77  sin-base                           pic 9(08) value zero.
       77  movimientos                        pic 9(08) value zero.
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

      * the received items of the import's orders, with the three
      * bases a cost can be spread on
       01  item-tabla.
           03 it-ent occurs 200.
              05 it-orden                     pic 9(06).
              05 it-producto                  pic 9(06).
              05 it-tipo                      pic 9(01).
              05 it-secuencia                 pic 9(04).
              05 it-deposito                  pic 9(04).
              05 it-prove                     pic 9(04).
              05 it-fecha-orden               pic 9(08).
              05 it-recibida                  pic 9(10)v9(04).
              05 it-fob                       pic 9(13)v9(02).
              05 it-peso                      pic 9(13)v9(04).
              05 it-asignado                  pic 9(12)v9(02).

       procedure division.
       begin section 1.

       IniciarProceso.
           accept Fecha-Hoy from date yyyymmdd
           display "Importacion numero : "
           accept Numero-Importacion

           perform TomarCandado
           if sw-candado-tomado = "N"
              display "Interfase ocupada, no se puede ejecutar."
              goback
           end-if

           open input impcab
           if fs-comun not = "00"
              display "No existe archivo de importaciones"
              perform LiberarCandado
              goback
           end-if
           move Numero-Importacion            to Impcab-Id
           read impcab
              invalid key
                 display "Importacion inexistente"
                 close impcab
                 perform LiberarCandado
                 goback
           end-read

           open i-o gasimp
           if fs-comun not = "00"
              display "La importacion no tiene gastos"
              close impcab
              perform LiberarCandado
              goback
           end-if
           open i-o gasdis
           if arch-no-existe
              open output gasdis
              close gasdis
              open i-o gasdis
           end-if
           open input ord-comp
           open input item-com
           open input produc
           open i-o kardex
           if arch-no-existe
              open output kardex
              close kardex
              open i-o kardex
           end-if
           open i-o prechis
           if fs-comun = "00"
              move "S"                        to sw-prechis-disponible
           end-if
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if
           open output listado

           perform VerificarPeriodosImportacion
           if Ppar-Cerrado = "S"
              display "Periodo cerrado para la empresa : "
                 Ppar-Empresa
              perform TerminarProceso
           end-if.

      * only what was actually received carries cost into stock
       CargarItems.
           perform varying indice-orden from 1 by 1
              until indice-orden > 8
              if Impcab-Orden(indice-orden) not = zero
                 perform CargarOrden
              end-if
           end-perform.

       ProcesarGastos.
           move Numero-Importacion            to Gasimp-Importacion
           move zero                          to Gasimp-Secuencia
           move "S"                           to sw-mas-gastos
           start gasimp key is not less than Gasimp-Key
              invalid key
                 move "N"                     to sw-mas-gastos
           end-start

           perform until sw-mas-gastos = "N"
              read gasimp next record
                 at end
                    move "N"                  to sw-mas-gastos
              end-read
              if sw-mas-gastos = "S"
                 if Gasimp-Importacion not = Numero-Importacion
                    move "N"                  to sw-mas-gastos
                 else
                    if Gasimp-Estado = "P"
                       perform DistribuirGasto
                    end-if
                 end-if
              end-if
           end-perform.

      * the cost spread on each item enters stock as a value-only
      * ingreso and raises the order's price history
       AplicarCostos.
           move 1                             to indice-item
           perform until indice-item > items-usados
              if it-asignado(indice-item) > zero
                 perform RegistrarKardexGasto
                 perform ActualizarPrecioHistorico
                 perform GrabarListadoItem
              end-if
              add 1                           to indice-item
           end-perform.

       TerminarProceso.
           move "F"                           to Cpar-Funcion
           call "CostoPromedio" using costo-parametros
           move "F"                           to Ppar-Funcion
           call "PeriodoContable" using periodo-parametros

           close impcab
           close gasimp
           close gasdis
           close ord-comp
           close item-com
           close produc
           close kardex
           if sw-prechis-disponible = "S"
              close prechis
           end-if
           close auditoria
           close listado

           move items-usados                  to ed-cantidad
           display "Items recibidos        : " ed-cantidad
           move distribuidos                  to ed-cantidad
           display "Gastos distribuidos    : " ed-cantidad
           move sin-base                      to ed-cantidad
           display "Gastos sin base        : " ed-cantidad
           move movimientos                   to ed-cantidad
           display "Movimientos de stock   : " ed-cantidad
           if sin-lugar > zero
              move sin-lugar                  to ed-cantidad
              display "Items sin lugar en la tabla : " ed-cantidad
           end-if

           perform LiberarCandado

           goback.

      * ---------------------------------------------------
      * the costs are posted today; every order of the importacion
      * must belong to an empresa whose period is still open
       VerificarPeriodosImportacion.
           move "N"                           to Ppar-Cerrado
           perform varying indice-orden from 1 by 1
              until indice-orden > 8 or Ppar-Cerrado = "S"
              if Impcab-Orden(indice-orden) not = zero
                 move Impcab-Orden(indice-orden) to Ord-Comp-Id
                 read ord-comp
                    invalid key
                       continue
                    not invalid key
                       move "C"               to Ppar-Funcion
                       move Ord-Comp-Empresa  to Ppar-Empresa
                       move Fecha-Hoy         to Ppar-Fecha
                       call "PeriodoContable"
                          using periodo-parametros
                 end-read
              end-if
           end-perform.

       CargarOrden.
           move Impcab-Orden(indice-orden)    to Ord-Comp-Id
           read ord-comp
              invalid key
                 move zero                    to Ord-Comp-Id
           end-read

           if Ord-Comp-Id not = zero
              move Ord-Comp-Id                to Item-Com-Orden
              move zero                       to Item-Com-Producto
              move zero                       to Item-Com-Tipo
              move zero                       to Item-Com-Secuencia
              move "S"                        to sw-mas-items
              start item-com key is not less than Item-Com-Key
                 invalid key
                    move "N"                  to sw-mas-items
              end-start
              perform until sw-mas-items = "N"
                 read item-com next record
                    at end
                       move "N"               to sw-mas-items
                 end-read
                 if sw-mas-items = "S"
                    if Item-Com-Orden not = Ord-Comp-Id
                       move "N"               to sw-mas-items
                    else
                       if Item-Com-Producto > 0
                          perform AgregarItem
                       end-if
                    end-if
                 end-if
              end-perform
           end-if.

       AgregarItem.
           move Item-Com-Campo                to item-com-reg-2
           move zero                          to base-item
           move 1                             to indice-slot
           perform 5 times
              add Item-Com-Recibida(indice-slot) to base-item
              add 1                           to indice-slot
           end-perform

           if base-item > zero
              if items-usados >= items-maximo
                 add 1                        to sin-lugar
              else
                 add 1                        to items-usados
                 move items-usados            to indice-item
                 move Item-Com-Orden    to it-orden(indice-item)
                 move Item-Com-Producto to it-producto(indice-item)
                 move Item-Com-Tipo     to it-tipo(indice-item)
                 move Item-Com-Secuencia
                    to it-secuencia(indice-item)
                 move Ord-Comp-Depo     to it-deposito(indice-item)
                 move Ord-Comp-Prove    to it-prove(indice-item)
                 move Ord-Comp-Fecha    to it-fecha-orden(indice-item)
                 move base-item         to it-recibida(indice-item)
                 compute it-fob(indice-item) rounded =
                    base-item * Item-Com-Precio
                 move zero              to it-peso(indice-item)
                 move Item-Com-Producto       to Produc-Codigo
                 read produc
                    invalid key
                       move zero              to Produc-Peso
                 end-read
                 if Produc-Peso is numeric
                    compute it-peso(indice-item) rounded =
                       base-item * Produc-Peso
                 end-if
                 move zero              to it-asignado(indice-item)
              end-if
           end-if.

      * ---------------------------------------------------
       DistribuirGasto.
           move gasimp-reg                    to aud-imagen-antes
           move zero                          to base-total
           move zero                          to ultimo-con-base
           move 1                             to indice-item
           perform until indice-item > items-usados
              perform ObtenerBaseItem
              if base-item > zero
                 add base-item                to base-total
                 move indice-item             to ultimo-con-base
              end-if
              add 1                           to indice-item
           end-perform

           if base-total = zero
              add 1                           to sin-base
              move "SIN BASE"                 to observacion-gasto
              perform GrabarListadoGasto
           else
              perform RepartirGasto
              move "D"                        to Gasimp-Estado
              move Fecha-Hoy                  to Gasimp-Fecha-Dist
              rewrite gasimp-reg
              perform RegistrarAuditoria
              add 1                           to distribuidos
              move "DISTRIBUIDO"              to observacion-gasto
              perform GrabarListadoGasto
           end-if.

       RepartirGasto.
      * the last item with a base takes the rounding left over, so
      * the whole cost is always spread
           move zero                          to importe-repartido
           move 1                             to indice-item
           perform until indice-item > items-usados
              perform ObtenerBaseItem
              if base-item > zero
                 if indice-item = ultimo-con-base
                    compute importe-item =
                       Gasimp-Importe - importe-repartido
                 else
                    compute importe-item rounded =
                       Gasimp-Importe * base-item / base-total
                 end-if
                 add importe-item             to importe-repartido
                 add importe-item       to it-asignado(indice-item)
                 perform GrabarDistribucion
              end-if
              add 1                           to indice-item
           end-perform.

       ObtenerBaseItem.
           evaluate Gasimp-Criterio
              when "V"
                 move it-fob(indice-item)     to base-item
              when "P"
                 move it-peso(indice-item)    to base-item
              when "C"
                 move it-recibida(indice-item) to base-item
              when other
                 move zero                    to base-item
           end-evaluate.

       GrabarDistribucion.
           move Numero-Importacion            to Gasdis-Importacion
           move it-orden(indice-item)         to Gasdis-Orden
           move it-producto(indice-item)      to Gasdis-Producto
           move it-tipo(indice-item)          to Gasdis-Tipo
           move it-secuencia(indice-item)     to Gasdis-Item-Sec
           move Gasimp-Secuencia              to Gasdis-Secuencia
           move Gasimp-Concepto               to Gasdis-Concepto
           move Gasimp-Criterio               to Gasdis-Criterio
           move base-item                     to Gasdis-Base
           move importe-item                  to Gasdis-Importe
           move Fecha-Hoy                     to Gasdis-Fecha
           move spaces                        to Gasdis-Resto
           write gasdis-reg
           if fs-comun = "22"
              rewrite gasdis-reg
           end-if.

      * the gasto leaves the trail distributed the same way an edit
      * through s2c_importaciones would leave it
       RegistrarAuditoria.
           if fs-comun = "00"
              accept Aud-Fecha from date yyyymmdd
              accept aud-hora-wk from time
              move aud-hora-wk(1:6)           to Aud-Hora
              move "|" to AudSep0 AudSep1 AudSep2 AudSep3
                          AudSep4 AudSep5 AudSep6 AudSep7
              move "GenCostoImportacion"      to Aud-Request
              move "rewrite   "               to Aud-Operacion
              move "gasimp"                   to Aud-Archivo
              move spaces                     to Aud-Clave
              string "GASIMP=" Gasimp-Importacion "-"
                     Gasimp-Secuencia
                 delimited by size into Aud-Clave
              move aud-imagen-antes           to Aud-Antes
              move gasimp-reg                 to Aud-Despues
              move "BATCH"                    to Aud-Operador
              write reg-auditoria
           end-if.

      * ---------------------------------------------------
       RegistrarKardexGasto.
      * stock only moves where the order names a deposito
           if it-deposito(indice-item) > 0
              move it-producto(indice-item)   to Kardex-Producto
              move it-deposito(indice-item)   to Kardex-Deposito
              move Fecha-Hoy                  to Kardex-Fecha
              accept hora-wk from time
              move hora-wk(1:6)               to Kardex-Hora
              move it-orden(indice-item)      to Kardex-Orden
              move zero                       to Kardex-Entrega
              move "G"                        to Kardex-TipoMov
              move zero                       to Kardex-Cantidad
              move it-asignado(indice-item)   to Kardex-Valor
              move spaces                     to Kardex-Lote
              write kardex-reg
              perform until fs-comun not = "22"
                 add 1                        to Kardex-Hora
                 write kardex-reg
              end-perform
              add 1                           to movimientos

              move "I"                        to Cpar-Funcion
              move Kardex-Producto            to Cpar-Producto
              move Kardex-Deposito            to Cpar-Deposito
              move Kardex-Fecha               to Cpar-Fecha
              move zero                       to Cpar-Cantidad
              move Kardex-Valor               to Cpar-Valor
              call "CostoPromedio" using costo-parametros
           end-if.

       ActualizarPrecioHistorico.
           compute unitario-item rounded =
              it-asignado(indice-item) / it-recibida(indice-item)
           if sw-prechis-disponible = "S"
              move it-producto(indice-item)   to Prechis-Producto
              move it-prove(indice-item)      to Prechis-Prove
              move it-fecha-orden(indice-item) to Prechis-Fecha
              move it-orden(indice-item)      to Prechis-Orden
              read prechis
                 invalid key
                    continue
                 not invalid key
                    if Prechis-Gasto not numeric
                       move zero              to Prechis-Gasto
                    end-if
                    add unitario-item         to Prechis-Gasto
                    rewrite prechis-reg
              end-read
           end-if.

       GrabarListadoItem.
           move spaces                        to reg-listado
           move it-orden(indice-item)         to Lis-Orden
           move it-producto(indice-item)      to Lis-Producto
           move it-deposito(indice-item)      to Lis-Deposito
           move it-recibida(indice-item)      to Lis-Recibida
           move it-fob(indice-item)           to Lis-Fob
           move it-asignado(indice-item)      to Lis-Asignado
           move unitario-item                 to Lis-Unitario
           if it-deposito(indice-item) = 0
              move "SIN DEPOSITO"             to Lis-Observacion
           end-if
           write reg-listado.

       GrabarListadoGasto.
           move spaces                        to reg-gasto
           move "GASTO   "                    to Gas-Titulo
           move Gasimp-Secuencia              to Gas-Secuencia
           move Gasimp-Concepto               to Gas-Concepto
           move Gasimp-Criterio               to Gas-Criterio
           move Gasimp-Prove                  to Gas-Prove
           move Gasimp-Factura                to Gas-Factura
           move Gasimp-Importe                to Gas-Importe
           move observacion-gasto             to Gas-Observacion
           write reg-gasto.

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
           move "GenCostoImportacion" to Lck-Proceso
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
              move "GenCostoImportacion" to Lck-Proceso
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
