       identification division.
       program-id. s2cConsumos.
       author.     sm.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma
           program collating sequence is upper-lower.

       special-names.
           alphabet upper-lower is
               1 thru 65,
               'A' also 'a', 'B' also 'b', 'C' also 'c', 'D' also 'd',
               'E' also 'e', 'F' also 'f', 'G' also 'g', 'H' also 'h',
               'I' also 'i', 'J' also 'j', 'K' also 'k', 'L' also 'l',
               'M' also 'm', 'N' also 'n', 'O' also 'o', 'P' also 'p',
               'Q' also 'q', 'R' also 'r', 'S' also 's', 'T' also 't',
               'U' also 'u', 'V' also 'v', 'W' also 'w', 'X' also 'x',
               'Y' also 'y', 'Z' also 'z',  92 thru 97, 124 thru 128.

       input-output section.
       file-control.
           select request
                  assign to disc NombreRequest
                  organization is line sequential
                  access is sequential
                  file status is fs-comun.

           select response
                  assign to disc NombreResponse
                  organization is line sequential
                  access is sequential
                  file status is fs-comun.

           select rejects
                  assign to disc NombreRejects
                  organization is line sequential
                  access is sequential
                  file status is fs-comun.

           select manifiesto
                  assign to disc NombreManifiesto
                  organization is line sequential
                  access is sequential
                  file status is fs-comun.

           select registro-monitor
                  assign to random "INTERFASES.LST"
                  organization is line sequential
                  access is sequential
                  file status is st-monitor.

           copy kardex.sl.

           copy consumo.sl.

           copy produc.sl.

           copy deposi.sl.

           copy lotpro.sl.

           copy operad.sl.

           select candado
                  assign to random "INTERFASE.LCK"
                  organization is line sequential
                  access is sequential
                  file status is st-candado.

       data division.
       file section.
       fd  request
                  block contains 1 records
                  label record is standard.

       01  reg-requestConsumos.
           02 ReqConsumos-producto          pic 9(06).
           02                               pic x(01).
           02 ReqConsumos-deposito          pic 9(04).
           02                               pic x(01).
           02 ReqConsumos-cantidad          pic 9(10)v9(04).
           02                               pic x(01).
           02 ReqConsumos-sector            pic 9(04).
           02                               pic x(01).
           02 ReqConsumos-ord-tra           pic 9(06).
           02                               pic x(01).
           02 ReqConsumos-proyecto          pic 9(04).
           02                               pic x(01).
           02 ReqConsumos-fecha             pic 9(08).
           02                               pic x(01).
           02 ReqConsumos-lote              pic x(10).

       fd  response
                  block contains 1 records
                  label record is standard.

       01  reg-responseConsumos.
           02 ResConsumos-status            pic x(02).
           02 ResSep0                       pic x(01).
           02 ResConsumos-proceso           pic x(20).
           02 ResSep1                       pic x(01).
           02 ResConsumos-archivo           pic x(20).
           02 ResSep2                       pic x(01).
           02 ResConsumos-operacion         pic x(20).
           02 ResSep3                       pic x(01).
           02 ResConsumos-request           pic x(30).

       01  reg-responseConsumosTot.
           02 TotConsumos-salidas           pic 9(08).
           02                                pic x(01).
           02 TotConsumos-rechazos          pic 9(08).

           copy kardex.fd.

           copy consumo.fd.

           copy produc.fd.

           copy deposi.fd.

           copy lotpro.fd.

           copy operad.fd.

       fd  rejects
                  block contains 1 records
                  label record is standard.

       01  reg-rejectConsumos.
           02 RejConsumos-motivo            pic x(20).
           02 RejSep0                       pic x(01).
           02 RejConsumos-opcion            pic x(01).
           02 RejSep1                       pic x(01).
           02 RejConsumos-request           pic x(30).

       fd  manifiesto
                  label record is standard.

       01  reg-manifiesto                   pic x(80).

       fd  registro-monitor
                  label record is standard.

       01  reg-registro-monitor             pic x(20).

       fd  candado
                  label record is standard.

       01  reg-candado.
           02 Lck-Estado                    pic x(01).
           02 LckSep0                       pic x(01).
           02 Lck-Proceso                   pic x(20).
           02 LckSep1                       pic x(01).
           02 Lck-FechaHora                 pic 9(14).
           02 LckSep2                       pic x(01).
           02 Lck-Request                   pic x(30).

       working-storage section.
           copy fs-comun.wk.

       77  Archivo                          pic x(20).
       77  Operacion                        pic x(20).

       77  NombreRequest                      pic x(80).
       77  NombreResponse                     pic x(80).
       77  NombreRejects                      pic x(80).
       77  NombreManifiesto                   pic x(80).
       77  retorno                            pic 9(09) binary.
       77  st                                 pic x(02).
       77  motivo-rechazo                     pic x(20).
       77  sw-modo-manifiesto                 pic x(01) value "N".
       77  sw-mas-manifiesto                  pic x(01).
       77  contador-salidas                   pic 9(08) value zero.
       77  contador-rechazos                   pic 9(08) value zero.
       77  st-monitor                          pic x(02).
       77  st-candado                          pic x(02).
       77  sw-candado-tomado                   pic x(01) value "N".
       77  sw-candado-leido                    pic x(01).
       77  intentos-candado                    pic 9(02).
       77  max-intentos-candado                pic 9(02) value 06.
       77  espera-candado                      pic 9(06) value 10.
       77  candado-ahora                       pic 9(14).
       77  candado-segundos                    pic s9(10).
       77  candado-lck-seg                     pic s9(10).
       77  candado-fecha-wk                    pic 9(08).
       77  candado-hora-wk                     pic 9(08).
       77  candado-hms                         pic 9(06).
       01  candado-estampa.
           03 cand-est-fecha                  pic 9(08).
           03 cand-est-hh                     pic 9(02).
           03 cand-est-mm                     pic 9(02).
           03 cand-est-ss                     pic 9(02).

       77  sw-operador-ok                      pic x(01).
       77  sw-consumo-ok                       pic x(01).
       77  sw-mas-movimientos                  pic x(01).
       77  Fecha-Hoy                           pic 9(08).
       77  fecha-movimiento                    pic 9(08).
       77  kardex-hora-wk                      pic 9(08).
       77  stock-disponible                    pic s9(11)v9(04).
       77  valor-consumo                       pic 9(13)v9(02).
       77  sw-lotpro-disponible                pic x(01) value "N".

           copy costopar.wk.
           copy peripar.wk.

       01  Argumentos.
           03 arg-archivo                   pic x(080).
           03 arg-path                      pic x(256).
           03 arg-opcion                    pic x(001).
           03 arg-operador                  pic x(008).

       linkage section.
       01  args.
           02  argc                         pic s9(5) comp-1.
           02  argv.
               03                           pic x(01) occurs 1 to 4000
                                                  depending on argc.

       procedure division using args.
       declaratives.
       file-request section.
           use after standard error procedure on request.
       disp-request.
           move "request"   to archivo.
           perform mensaje-status.

       file-response section.
           use after standard error procedure on response.
       disp-response.
           move "response"   to archivo.
           perform mensaje-status.

       file-rejects section.
           use after standard error procedure on rejects.
       disp-rejects.
           move "rejects"    to archivo.
           perform mensaje-status.

       file-manifiesto section.
           use after standard error procedure on manifiesto.
       disp-manifiesto.
           move "manifiesto" to archivo.
           perform mensaje-status.

       mensaje-status.
           move fs-comun to st
           if st not = "00" and not = "02" and not = "10" and not = "22"
              and not = "23" and not = "21"
              open output response
              initialize reg-responseConsumos
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResConsumos-status
              move "s2c_consumos"   to ResConsumos-proceso
              move Archivo          to ResConsumos-archivo
              move Operacion        to ResConsumos-operacion
              move argv(1:26)       to ResConsumos-request

              write reg-responseConsumos
              close response

              if sw-candado-tomado = "S"
                 move spaces                   to reg-candado
                 move "|"                      to LckSep0 LckSep1
                                                  LckSep2
                 move "L"                      to Lck-Estado
                 move "s2c_consumos"           to Lck-Proceso
                 move candado-ahora            to Lck-FechaHora
                 move arg-archivo              to Lck-Request
                 open output candado
                 write reg-candado
                 close candado
              end-if

              goback.
       f-sentencias.
       end declaratives.

       begin section 1.

       IniciarProceso.
           if argv(1:1) = spaces
              goback
           else
              unstring argv
                delimited by "|"
                   into
                      arg-archivo
                      arg-path
                      arg-opcion
                      arg-operador
              end-unstring
           end-if

           call "C$SetEnv" USING "RUNPATH", arg-path , retorno.

           perform ValidarOperadorOpcion
           if sw-operador-ok = "N"
              perform ResponderOperadorInvalido
              goback
           end-if

           perform TomarCandado
           if sw-candado-tomado = "N"
              perform ResponderInterfaseOcupada
              goback
           end-if

           accept Fecha-Hoy from date yyyymmdd

           Perform AbrirKardex.
           Perform AbrirConsumos.
           Perform AbrirProductos.
           Perform AbrirDepositos.
           Perform AbrirLotesProducto.

           move "N"                             to sw-modo-manifiesto
           if arg-archivo(1:1) = "@"
              move "S"                          to sw-modo-manifiesto
              string ".\interfases\" arg-archivo(2:79) ".response"
                     delimited by " " into NombreResponse
              string ".\interfases\" arg-archivo(2:79) ".lst"
                     delimited by " " into NombreManifiesto
              perform AbrirManifiesto
           end-if.

       Procesarrequest.
           if sw-modo-manifiesto = "S"
              perform until sw-mas-manifiesto = "N"
                 perform ProcesarUnArchivo
                 perform LeerManifiestoNext
              end-perform
           else
              perform ProcesarUnArchivo
           end-if.

       TerminarProceso.
           if sw-modo-manifiesto = "S"
              perform CerrarManifiesto
           end-if

           Perform CerrarKardex.
           Perform CerrarConsumos.
           Perform CerrarProductos.
           Perform CerrarDepositos.
           Perform CerrarLotesProducto.

           perform LiberarCandado

           goback.

       ProcesarUnArchivo.
           move zero                         to contador-salidas
           move zero                         to contador-rechazos

           perform RegistrarMonitor

           string ".\interfases\" arg-archivo ".request"
                  delimited by " " into NombreRequest
           string ".\interfases\" arg-archivo ".response"
                  delimited by " " into NombreResponse
           string ".\interfases\" arg-archivo ".rejects"
                  delimited by " " into NombreRejects

           perform AbrirRequest
           Perform AbrirRejects.

           perform LeerRequest
           perform until eof
              evaluate arg-opcion
                 when "s"
                    perform ProcesarSalida
                 when other
                    perform RechazarOpcionInvalida
              end-evaluate
              perform LeerRequest
           end-perform

           perform GenerarResponse
           perform GrabarControlTotales

           perform CerrarRequest
           Perform CerrarRejects.

       AbrirManifiesto.
           move "open      " to operacion
           open input manifiesto
           move "S"                             to sw-mas-manifiesto
           perform LeerManifiestoNext.

       LeerManifiestoNext.
           move "read      " to operacion
           read manifiesto into arg-archivo
              at end
                 move "N"                        to sw-mas-manifiesto
           end-read.

       CerrarManifiesto.
           move "close     " to operacion
           close manifiesto.

       RegistrarMonitor.
           move spaces                          to reg-registro-monitor
           move arg-archivo(1:20)                to reg-registro-monitor

           open extend registro-monitor
           if st-monitor not = "00"
              open output registro-monitor
           end-if

           if st-monitor = "00"
              write reg-registro-monitor
              close registro-monitor
           end-if.

       GrabarControlTotales.
           move contador-salidas         to TotConsumos-salidas
           move contador-rechazos        to TotConsumos-rechazos

           move "open      " to operacion
           open extend response
           move "write     " to operacion
           write reg-responseConsumosTot
           move "close     " to operacion
           close response.

       GenerarResponse.
           perform AbrirResponse

           initialize reg-responseConsumos
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "s2c_consumos"   to ResConsumos-proceso
           move "00"             to ResConsumos-status
           move spaces           to ResConsumos-archivo
           move spaces           to ResConsumos-operacion
           move arg-archivo      to ResConsumos-request

           perform GrabarResponse.

           perform CerrarResponse.

      * stock taken from a deposito to be used up by a sector and
      * its work order; it leaves at the deposito's average cost
       ProcesarSalida.
           add 1 to contador-salidas
           move "S"                         to sw-consumo-ok
           move ReqConsumos-fecha           to fecha-movimiento
           if ReqConsumos-fecha not numeric or ReqConsumos-fecha = zero
              move Fecha-Hoy                to fecha-movimiento
           end-if

           perform ValidarConsumo
           if sw-consumo-ok = "S"
              perform VerificarPeriodoConsumo
           end-if
           if sw-consumo-ok = "S"
              perform CalcularStock
              if ReqConsumos-cantidad > stock-disponible
                 move "stock insuficiente"  to motivo-rechazo
                 perform RechazarConsumo
              end-if
           end-if

           if sw-consumo-ok = "S"
              perform ValorizarConsumo
              perform RegistrarKardexConsumo
              perform RegistrarConsumo
           end-if.

       ValidarConsumo.
           if ReqConsumos-cantidad not numeric or
              ReqConsumos-cantidad = zero
              move "cantidad invalida"      to motivo-rechazo
              perform RechazarConsumo
           end-if

           if sw-consumo-ok = "S"
              if ReqConsumos-sector not numeric or
                 ReqConsumos-sector = zero
                 move "sector invalido"     to motivo-rechazo
                 perform RechazarConsumo
              end-if
           end-if

           if sw-consumo-ok = "S"
              if ReqConsumos-ord-tra not numeric or
                 ReqConsumos-ord-tra = zero
                 move "orden trab. invalida" to motivo-rechazo
                 perform RechazarConsumo
              end-if
           end-if

           if sw-consumo-ok = "S"
              if ReqConsumos-proyecto not numeric
                 move zero                  to ReqConsumos-proyecto
              end-if
           end-if

           if sw-consumo-ok = "S"
              move ReqConsumos-producto     to Produc-Codigo
              perform LeerProductos
              if no-existe
                 move "producto inexistente" to motivo-rechazo
                 perform RechazarConsumo
              else
                 if Produc-Estado not = "A"
                    move "producto inactivo" to motivo-rechazo
                    perform RechazarConsumo
                 end-if
              end-if
           end-if

           if sw-consumo-ok = "S"
              move ReqConsumos-deposito     to Deposi-Codigo
              perform LeerDepositos
              if no-existe
                 move "deposito inexistente" to motivo-rechazo
                 perform RechazarConsumo
              else
                 if Deposi-Estado not = "A"
                    move "deposito inactivo" to motivo-rechazo
                    perform RechazarConsumo
                 end-if
              end-if
           end-if

           if sw-consumo-ok = "S" and ReqConsumos-lote not = spaces
              perform ValidarLoteConsumo
           end-if.

       ValidarLoteConsumo.
      * the lot is optional; when named it must be known for the
      * producto and still within its expiry date
           move ReqConsumos-producto        to Lotpro-Producto
           move ReqConsumos-lote            to Lotpro-Lote
           if sw-lotpro-disponible = "S"
              perform LeerLotesProducto
           end-if
           if sw-lotpro-disponible not = "S" or fs-comun not = "00"
              move "lote inexistente"       to motivo-rechazo
              perform RechazarConsumo
           else
              if Lotpro-Vencimiento not = zero and
                 Lotpro-Vencimiento < fecha-movimiento
                 move "lote vencido"        to motivo-rechazo
                 perform RechazarConsumo
              end-if
           end-if.

      * a deposito belongs to no empresa, so the movement's month
      * must be open for all of them
       VerificarPeriodoConsumo.
           move "T"                         to Ppar-Funcion
           move fecha-movimiento            to Ppar-Fecha
           call "PeriodoContable" using periodo-parametros
           if Ppar-Cerrado = "S"
              move "periodo cerrado"        to motivo-rechazo
              perform RechazarConsumo
           end-if.

       CalcularStock.
      * same reading of the kardex as the stock by deposito report:
      * devoluciones, consumos, transfers sent and ajustes faltantes
      * leave, everything else comes in
           move zero                        to stock-disponible

           move ReqConsumos-producto        to Kardex-Producto
           move ReqConsumos-deposito        to Kardex-Deposito
           move zero                        to Kardex-Fecha
           move zero                        to Kardex-Hora
           move zero                        to Kardex-Orden
           move zero                        to Kardex-Entrega
           move low-value                   to Kardex-TipoMov
           perform StartKardex
           perform until sw-mas-movimientos = "N"
              perform LeerKardexNext
              if sw-mas-movimientos = "S"
                 if Kardex-Producto not = ReqConsumos-producto or
                    Kardex-Deposito not = ReqConsumos-deposito
                    move "N"                to sw-mas-movimientos
                 else
                    if Kardex-TipoMov = "D" or Kardex-TipoMov = "C"
                       or Kardex-TipoMov = "T" or Kardex-TipoMov = "B"
                       subtract Kardex-Cantidad from stock-disponible
                    else
                       add Kardex-Cantidad    to stock-disponible
                    end-if
                 end-if
              end-if
           end-perform.

       ValorizarConsumo.
      * the issue leaves at the deposito's weighted-average cost
           move ReqConsumos-producto        to Cpar-Producto
           move ReqConsumos-deposito        to Cpar-Deposito
           move fecha-movimiento            to Cpar-Fecha
           move ReqConsumos-cantidad        to Cpar-Cantidad
           move "E"                         to Cpar-Funcion
           call "CostoPromedio" using costo-parametros
           move Cpar-Valor                  to valor-consumo.

       RegistrarKardexConsumo.
           move ReqConsumos-producto        to Kardex-Producto
           move ReqConsumos-deposito        to Kardex-Deposito
           move fecha-movimiento            to Kardex-Fecha
           accept kardex-hora-wk from time
           move kardex-hora-wk(1:6)         to Kardex-Hora
           move zero                        to Kardex-Orden
           move zero                        to Kardex-Entrega
           move "C"                         to Kardex-TipoMov
           move ReqConsumos-cantidad        to Kardex-Cantidad
           move valor-consumo               to Kardex-Valor
           move ReqConsumos-lote            to Kardex-Lote

           perform GrabarKardex
           perform until fs-comun not = "22"
              add 1                         to Kardex-Hora
              perform GrabarKardex
           end-perform.

       RegistrarConsumo.
      * one consumo per kardex movement, under the same key, with
      * what the kardex has no room for
           move Kardex-Producto             to Consumo-Producto
           move Kardex-Deposito             to Consumo-Deposito
           move Kardex-Fecha                to Consumo-Fecha
           move Kardex-Hora                 to Consumo-Hora
           move ReqConsumos-cantidad        to Consumo-Cantidad
           move valor-consumo               to Consumo-Valor
           move ReqConsumos-sector          to Consumo-Sector
           move ReqConsumos-ord-tra         to Consumo-Ord-Tra
           move ReqConsumos-proyecto        to Consumo-Proy
           move arg-operador                to Consumo-Operador
           move spaces                      to Consumo-Resto

           perform GrabarConsumos.

       RechazarConsumo.
           move "N"                         to sw-consumo-ok
           add 1 to contador-rechazos
           move spaces                      to reg-rejectConsumos
           move "|"                         to RejSep0 RejSep1
           move motivo-rechazo              to RejConsumos-motivo
           move arg-opcion                  to RejConsumos-opcion
           move spaces                      to RejConsumos-request
           string "CONSUMO=" ReqConsumos-producto "-"
                  ReqConsumos-deposito
              delimited by size into RejConsumos-request

           perform GrabarRejects.

       RechazarOpcionInvalida.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectConsumos
           move "|"                         to RejSep0 RejSep1
           move "opcion invalida"           to RejConsumos-motivo
           move arg-opcion                  to RejConsumos-opcion
           move spaces                      to RejConsumos-request
           string "CONSUMO=" ReqConsumos-producto "-"
                  ReqConsumos-deposito
              delimited by size into RejConsumos-request

           perform GrabarRejects.

      * ---------------------------------------------------
       AbrirRequest.
           move "open      " to operacion
           open input request.

       LeerRequest.
           move "read      " to operacion
           read request.

       CerrarRequest.
           move "close     " to operacion
           close request.

      * ---------------------------------------------------
       AbrirResponse.
           move "open      " to operacion
           open output response.

       GrabarResponse.
           move "write     " to operacion
           write reg-responseConsumos.

       CerrarResponse.
           move "close     " to operacion
           close response.

      * ---------------------------------------------------
       AbrirRejects.
           move "open      " to operacion
           open output rejects.

       GrabarRejects.
           move "write     " to operacion
           write reg-rejectConsumos.

       CerrarRejects.
           move "close     " to operacion
           close rejects.

      * ---------------------------------------------------
       VerificarEstadoMaestro.
           if fs-comun not = "00" and fs-comun not = "02" and
              fs-comun not = "21" and fs-comun not = "22" and
              fs-comun not = "23"
              move fs-comun         to st
              open output response
              initialize reg-responseConsumos
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResConsumos-status
              move "s2c_consumos"   to ResConsumos-proceso
              move Archivo          to ResConsumos-archivo
              move Operacion        to ResConsumos-operacion
              move arg-archivo      to ResConsumos-request

              write reg-responseConsumos
              close response

              perform LiberarCandado
              goback
           end-if.

       AbrirKardex.
           move "open      " to operacion
           open i-o kardex
           if arch-no-existe
              open output kardex
              close kardex
              open i-o kardex
           end-if.

       StartKardex.
           move "start     " to operacion
           move "S"                           to sw-mas-movimientos
           start kardex key is not less than Kardex-Key
              invalid key
                 move "N"                     to sw-mas-movimientos
           end-start.

       LeerKardexNext.
           move "read      " to operacion
           read kardex next record
              at end
                 move "N"                     to sw-mas-movimientos
           end-read.

       GrabarKardex.
           move "kardex"         to Archivo
           move "write     " to operacion
           write kardex-reg
           perform VerificarEstadoMaestro.

       CerrarKardex.
           move "close     " to operacion
           Close kardex
           move "F"                           to Cpar-Funcion
           call "CostoPromedio" using costo-parametros
           move "F"                           to Ppar-Funcion
           call "PeriodoContable" using periodo-parametros.

      * ---------------------------------------------------
       AbrirConsumos.
           move "open      " to operacion
           open i-o consumo
           if arch-no-existe
              open output consumo
              close consumo
              open i-o consumo
           end-if.

       GrabarConsumos.
           move "consumo"        to Archivo
           move "write     " to operacion
           write consumo-reg
           perform VerificarEstadoMaestro.

       CerrarConsumos.
           move "close     " to operacion
           Close consumo.

      * ---------------------------------------------------
       AbrirLotesProducto.
           move "open      " to operacion
           open input lotpro
           if fs-comun = "00"
              move "S"                        to sw-lotpro-disponible
           end-if.

       LeerLotesProducto.
           move "read      " to operacion
           read lotpro.

       CerrarLotesProducto.
           move "close     " to operacion
           if sw-lotpro-disponible = "S"
              Close lotpro
           end-if.

      * ---------------------------------------------------
       AbrirProductos.
           move "open      " to operacion
           open input produc.

       LeerProductos.
           move "read      " to operacion
           read produc.

       CerrarProductos.
           move "close     " to operacion
           Close produc.

      * ---------------------------------------------------
       AbrirDepositos.
           move "open      " to operacion
           open input deposi.

       LeerDepositos.
           move "read      " to operacion
           read deposi.

       CerrarDepositos.
           move "close     " to operacion
           Close deposi.

      * ---------------------------------------------------
       ValidarOperadorOpcion.
           perform AbrirMaestroOperadores
           move "S"                            to sw-operador-ok
           if arg-operador = spaces
              move "N"                         to sw-operador-ok
           else
              move arg-operador                to Operad-Codigo
              perform LeerMaestroOperadores
              if no-existe
                 move "N"                      to sw-operador-ok
              else
              if Operad-Estado not = "A"
                 move "N"                      to sw-operador-ok
              else
                 perform VerificarPermisoOpcion
              end-if
              end-if
           end-if
           perform CerrarMaestroOperadores.

       VerificarPermisoOpcion.
           evaluate arg-opcion
              when "s"
                 if Operad-Perm-Recepcion not = "S"
                    move "N"                   to sw-operador-ok
                 end-if
              when other
                 continue
           end-evaluate.

       ResponderOperadorInvalido.
           if arg-archivo(1:1) = "@"
              string ".\interfases\" arg-archivo(2:79) ".response"
                     delimited by " " into NombreResponse
           else
              string ".\interfases\" arg-archivo ".response"
                     delimited by " " into NombreResponse
           end-if

           open output response
           initialize reg-responseConsumos
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "91"             to ResConsumos-status
           move "s2c_consumos" to ResConsumos-proceso
           move "operad"         to ResConsumos-archivo
           move "operador sin permiso"
              to ResConsumos-operacion
           move arg-archivo      to ResConsumos-request

           write reg-responseConsumos
           close response.

       ResponderInterfaseOcupada.
           if arg-archivo(1:1) = "@"
              string ".\interfases\" arg-archivo(2:79) ".response"
                     delimited by " " into NombreResponse
           else
              string ".\interfases\" arg-archivo ".response"
                     delimited by " " into NombreResponse
           end-if

           open output response
           initialize reg-responseConsumos
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "93"             to ResConsumos-status
           move "s2c_consumos" to ResConsumos-proceso
           move "candado"        to ResConsumos-archivo
           move "interfase ocupada"
              to ResConsumos-operacion
           move arg-archivo      to ResConsumos-request

           write reg-responseConsumos
           close response.

       AbrirMaestroOperadores.
           move "open      " to operacion
           open input operad.

       LeerMaestroOperadores.
           move "read      " to operacion
           read operad.

       CerrarMaestroOperadores.
           move "close     " to operacion
           Close operad.

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
           move "s2c_consumos"                 to Lck-Proceso
           move candado-ahora                  to Lck-FechaHora
           move arg-archivo                    to Lck-Request

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
              move "s2c_consumos"              to Lck-Proceso
              move candado-ahora               to Lck-FechaHora
              move arg-archivo                 to Lck-Request

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
