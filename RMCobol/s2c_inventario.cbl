       identification division.
       program-id. s2cInventario.
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

           copy invcab.sl.

           copy invdet.sl.

           copy produc.sl.

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

       01  reg-requestInventario.
           02 ReqInventario-numero         pic 9(06).
           02                               pic x(01).
           02 ReqInventario-producto       pic 9(06).
           02                               pic x(01).
           02 ReqInventario-cantidad       pic 9(10)v9(04).
           02                               pic x(01).
           02 ReqInventario-fecha          pic 9(08).

       fd  response
                  block contains 1 records
                  label record is standard.

       01  reg-responseInventario.
           02 ResInventario-status         pic x(02).
           02 ResSep0                       pic x(01).
           02 ResInventario-proceso        pic x(20).
           02 ResSep1                       pic x(01).
           02 ResInventario-archivo        pic x(20).
           02 ResSep2                       pic x(01).
           02 ResInventario-operacion      pic x(20).
           02 ResSep3                       pic x(01).
           02 ResInventario-request        pic x(30).

       01  reg-responseInventarioTot.
           02 TotInventario-conteos        pic 9(08).
           02                                pic x(01).
           02 TotInventario-aprobaciones   pic 9(08).
           02                                pic x(01).
           02 TotInventario-anulaciones    pic 9(08).
           02                                pic x(01).
           02 TotInventario-rechazos       pic 9(08).

           copy kardex.fd.

           copy invcab.fd.

           copy invdet.fd.

           copy produc.fd.

           copy operad.fd.

       fd  rejects
                  block contains 1 records
                  label record is standard.

       01  reg-rejectInventario.
           02 RejInventario-motivo         pic x(20).
           02 RejSep0                       pic x(01).
           02 RejInventario-opcion         pic x(01).
           02 RejSep1                       pic x(01).
           02 RejInventario-request        pic x(30).

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
       77  contador-conteos                   pic 9(08) value zero.
       77  contador-aprobaciones              pic 9(08) value zero.
       77  contador-anulaciones               pic 9(08) value zero.
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
       77  sw-inventario-ok                    pic x(01).
       77  sw-mas-productos                    pic x(01).
       77  sw-mas-movimientos                  pic x(01).
       77  Fecha-Hoy                           pic 9(08).
       77  fecha-movimiento                    pic 9(08).
       77  kardex-hora-wk                      pic 9(08).
       77  numero-inventario                   pic 9(06).

       01  momento-snapshot.
           03 snap-fecha                      pic 9(08).
           03 snap-hora                       pic 9(06).

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
              initialize reg-responseInventario
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResInventario-status
              move "s2c_inventario"   to ResInventario-proceso
              move Archivo          to ResInventario-archivo
              move Operacion        to ResInventario-operacion
              move argv(1:26)       to ResInventario-request

              write reg-responseInventario
              close response

              if sw-candado-tomado = "S"
                 move spaces                   to reg-candado
                 move "|"                      to LckSep0 LckSep1
                                                  LckSep2
                 move "L"                      to Lck-Estado
                 move "s2c_inventario"         to Lck-Proceso
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
           Perform AbrirInventarios.
           Perform AbrirProductos.

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
           Perform CerrarInventarios.
           Perform CerrarProductos.

           perform LiberarCandado

           goback.

       ProcesarUnArchivo.
           move zero                         to contador-conteos
           move zero                         to contador-aprobaciones
           move zero                         to contador-anulaciones
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
                 when "c"
                    perform ProcesarConteo
                 when "f"
                    perform ProcesarAprobacion
                 when "x"
                    perform ProcesarAnulacion
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
           move contador-conteos         to TotInventario-conteos
           move contador-aprobaciones    to TotInventario-aprobaciones
           move contador-anulaciones     to TotInventario-anulaciones
           move contador-rechazos        to TotInventario-rechazos

           move "open      " to operacion
           open extend response
           move "write     " to operacion
           write reg-responseInventarioTot
           move "close     " to operacion
           close response.

       GenerarResponse.
           perform AbrirResponse

           initialize reg-responseInventario
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "s2c_inventario"   to ResInventario-proceso
           move "00"             to ResInventario-status
           move spaces           to ResInventario-archivo
           move spaces           to ResInventario-operacion
           move arg-archivo      to ResInventario-request

           perform GrabarResponse.

           perform CerrarResponse.

      * a counted quantity for one producto of an open count; a
      * second count of the same producto replaces the first
       ProcesarConteo.
           add 1 to contador-conteos
           move "S"                         to sw-inventario-ok
           perform TomarFechaMovimiento

           perform LeerInventarioAbierto
           if sw-inventario-ok = "S"
              if ReqInventario-cantidad not numeric
                 move "cantidad invalida"   to motivo-rechazo
                 perform RechazarInventario
              end-if
           end-if

           if sw-inventario-ok = "S"
              move ReqInventario-numero     to Invdet-Numero
              move ReqInventario-producto   to Invdet-Producto
              perform LeerInventarioDetalle
              if fs-comun = "00"
                 perform RegistrarConteo
                 perform ReGrabarInventarioDetalle
              else
                 perform AgregarProductoContado
              end-if
           end-if.

      * found on the shelf but never moved through this deposito
       AgregarProductoContado.
           move ReqInventario-producto      to Produc-Codigo
           perform LeerProductos
           if fs-comun not = "00"
              move "producto inexistente"   to motivo-rechazo
              perform RechazarInventario
           else
              move ReqInventario-numero     to Invdet-Numero
              move ReqInventario-producto   to Invdet-Producto
              move zero                     to Invdet-Stock-Libro
              move zero                     to Invdet-Valor-Libro
              move zero                     to Invdet-Stock-Esperado
              move zero                     to Invdet-Valor-Esperado
              move zero                     to Invdet-Ajuste
              move zero                     to Invdet-Ajuste-Valor
              move spaces                   to Invdet-Resto
              perform RegistrarConteo
              perform GrabarInventarioDetalle
           end-if.

       RegistrarConteo.
           move ReqInventario-cantidad      to Invdet-Contado
           move "S"                         to Invdet-Sw-Contado
           move fecha-movimiento            to Invdet-Fecha-Conteo.

      * the supervisor accepts the count: every counted producto is
      * compared against its snapshot plus what moved since, and the
      * difference is posted to the kardex as an ajuste
       ProcesarAprobacion.
           add 1 to contador-aprobaciones
           move "S"                         to sw-inventario-ok
           perform TomarFechaMovimiento

           perform LeerInventarioAbierto
           if sw-inventario-ok = "S"
              perform VerificarPeriodoAjuste
           end-if
           if sw-inventario-ok = "S"
              move Invcab-Fecha             to snap-fecha
              move Invcab-Hora              to snap-hora

              move ReqInventario-numero     to Invdet-Numero
              move zero                     to Invdet-Producto
              perform StartInventarioDetalle
              perform until sw-mas-productos = "N"
                 perform LeerInventarioDetalleNext
                 if sw-mas-productos = "S"
                    if Invdet-Numero not = ReqInventario-numero
                       move "N"             to sw-mas-productos
                    else
                       perform AjustarProducto
                    end-if
                 end-if
              end-perform

              move ReqInventario-numero     to Invcab-Numero
              perform LeerInventarios
              move "P"                      to Invcab-Estado
              move fecha-movimiento         to Invcab-Fecha-Estado
              move arg-operador             to Invcab-Operador
              perform ReGrabarInventarios
           end-if.

      * a count that will not be used; nothing reaches the kardex
       ProcesarAnulacion.
           add 1 to contador-anulaciones
           move "S"                         to sw-inventario-ok
           perform TomarFechaMovimiento

           perform LeerInventarioAbierto
           if sw-inventario-ok = "S"
              move "X"                      to Invcab-Estado
              move fecha-movimiento         to Invcab-Fecha-Estado
              move arg-operador             to Invcab-Operador
              perform ReGrabarInventarios
           end-if.

       TomarFechaMovimiento.
           move ReqInventario-fecha         to fecha-movimiento
           if ReqInventario-fecha not numeric or
              ReqInventario-fecha = zero
              move Fecha-Hoy                to fecha-movimiento
           end-if.

      * the ajustes are posted at the approval date, which must be
      * open for every empresa since the deposito belongs to none
       VerificarPeriodoAjuste.
           move "T"                         to Ppar-Funcion
           move fecha-movimiento            to Ppar-Fecha
           call "PeriodoContable" using periodo-parametros
           if Ppar-Cerrado = "S"
              move "periodo cerrado"        to motivo-rechazo
              perform RechazarInventario
           end-if.

       LeerInventarioAbierto.
           move ReqInventario-numero        to Invcab-Numero
           perform LeerInventarios
           if fs-comun not = "00"
              move "inventario inexist."    to motivo-rechazo
              perform RechazarInventario
           else
              if Invcab-Estado not = "A"
                 move "inventario cerrado"  to motivo-rechazo
                 perform RechazarInventario
              end-if
           end-if.

       AjustarProducto.
           move Invdet-Stock-Libro          to Invdet-Stock-Esperado
           move Invdet-Valor-Libro          to Invdet-Valor-Esperado
           move zero                        to Invdet-Ajuste
           move zero                        to Invdet-Ajuste-Valor

           if Invdet-Sw-Contado = "S"
              perform SumarMovimientosPosteriores
              compute Invdet-Ajuste =
                 Invdet-Contado - Invdet-Stock-Esperado
              perform ValorizarAjuste
              if Invdet-Ajuste not = zero
                 perform RegistrarKardexAjuste
              end-if
           end-if

           perform ReGrabarInventarioDetalle.

       SumarMovimientosPosteriores.
      * movements after the snapshot up to the day the producto was
      * counted were already on the shelf, or already gone, when it
      * was counted; they are not differences
           move Invdet-Producto             to Kardex-Producto
           move Invcab-Deposito             to Kardex-Deposito
           move snap-fecha                  to Kardex-Fecha
           move snap-hora                   to Kardex-Hora
           move zero                        to Kardex-Orden
           move zero                        to Kardex-Entrega
           move low-value                   to Kardex-TipoMov
           perform StartKardex
           perform until sw-mas-movimientos = "N"
              perform LeerKardexNext
              if sw-mas-movimientos = "S"
                 if Kardex-Producto not = Invdet-Producto or
                    Kardex-Deposito not = Invcab-Deposito or
                    Kardex-Fecha > Invdet-Fecha-Conteo
                    move "N"                to sw-mas-movimientos
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
      * at the average cost of what the book expected; counting
      * nothing takes the whole book value with it
           evaluate true
              when Invdet-Ajuste = zero
                 move zero                  to Invdet-Ajuste-Valor
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
                 move zero                  to Invdet-Ajuste-Valor
           end-evaluate.

       RegistrarKardexAjuste.
      * the count number goes as the kardex orden; "A" is a sobrante
      * that comes in, "B" a faltante that leaves
           move Invdet-Producto             to Kardex-Producto
           move Invcab-Deposito             to Kardex-Deposito
           move fecha-movimiento            to Kardex-Fecha
           accept kardex-hora-wk from time
           move kardex-hora-wk(1:6)         to Kardex-Hora
           move Invdet-Numero               to Kardex-Orden
           move zero                        to Kardex-Entrega
           if Invdet-Ajuste > zero
              move "A"                      to Kardex-TipoMov
              move Invdet-Ajuste            to Kardex-Cantidad
           else
              move "B"                      to Kardex-TipoMov
              compute Kardex-Cantidad = zero - Invdet-Ajuste
           end-if
           perform ValorizarKardexAjuste
           move spaces                      to Kardex-Lote

           perform GrabarKardex
           perform until fs-comun not = "22"
              add 1                         to Kardex-Hora
              perform GrabarKardex
           end-perform.

       ValorizarKardexAjuste.
      * what is posted goes through the deposito's average cost: a
      * faltante leaves at it, a sobrante comes in at it, or at the
      * count's own valuation when the deposito has no cost yet
           move Kardex-Producto             to Cpar-Producto
           move Kardex-Deposito             to Cpar-Deposito
           move Kardex-Fecha                to Cpar-Fecha
           move Kardex-Cantidad             to Cpar-Cantidad
           if Kardex-TipoMov = "B"
              move "E"                      to Cpar-Funcion
              call "CostoPromedio" using costo-parametros
              move Cpar-Valor               to Kardex-Valor
              compute Invdet-Ajuste-Valor = zero - Kardex-Valor
           else
              move "C"                      to Cpar-Funcion
              call "CostoPromedio" using costo-parametros
              if Cpar-Unitario > zero
                 move Cpar-Valor            to Kardex-Valor
              else
                 move Invdet-Ajuste-Valor   to Kardex-Valor
              end-if
              move Kardex-Valor             to Invdet-Ajuste-Valor
              move Kardex-Valor             to Cpar-Valor
              move "I"                      to Cpar-Funcion
              call "CostoPromedio" using costo-parametros
           end-if.

       RechazarInventario.
           move "N"                         to sw-inventario-ok
           add 1 to contador-rechazos
           move spaces                      to reg-rejectInventario
           move "|"                         to RejSep0 RejSep1
           move motivo-rechazo              to RejInventario-motivo
           move arg-opcion                  to RejInventario-opcion
           move spaces                      to RejInventario-request
           string "INVENT=" ReqInventario-numero "-"
                  ReqInventario-producto
              delimited by size into RejInventario-request

           perform GrabarRejects.

       RechazarOpcionInvalida.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectInventario
           move "|"                         to RejSep0 RejSep1
           move "opcion invalida"           to RejInventario-motivo
           move arg-opcion                  to RejInventario-opcion
           move spaces                      to RejInventario-request
           string "INVENT=" ReqInventario-numero "-"
                  ReqInventario-producto
              delimited by size into RejInventario-request

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
           write reg-responseInventario.

       CerrarResponse.
           move "close     " to operacion
           close response.

      * ---------------------------------------------------
       AbrirRejects.
           move "open      " to operacion
           open output rejects.

       GrabarRejects.
           move "write     " to operacion
           write reg-rejectInventario.

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
              initialize reg-responseInventario
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResInventario-status
              move "s2c_inventario"   to ResInventario-proceso
              move Archivo          to ResInventario-archivo
              move Operacion        to ResInventario-operacion
              move arg-archivo      to ResInventario-request

              write reg-responseInventario
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
       AbrirInventarios.
           move "open      " to operacion
           open i-o invcab
           open i-o invdet.

       LeerInventarios.
           move "read      " to operacion
           read invcab.

       ReGrabarInventarios.
           move "invcab"         to Archivo
           move "rewrite   " to operacion
           rewrite invcab-reg
           perform VerificarEstadoMaestro.

       StartInventarioDetalle.
           move "start     " to operacion
           move "S"                           to sw-mas-productos
           start invdet key is not less than Invdet-Key
              invalid key
                 move "N"                     to sw-mas-productos
           end-start.

       LeerInventarioDetalleNext.
           move "read      " to operacion
           read invdet next record
              at end
                 move "N"                     to sw-mas-productos
           end-read.

       LeerInventarioDetalle.
           move "read      " to operacion
           read invdet.

       GrabarInventarioDetalle.
           move "invdet"         to Archivo
           move "write     " to operacion
           write invdet-reg
           perform VerificarEstadoMaestro.

       ReGrabarInventarioDetalle.
           move "invdet"         to Archivo
           move "rewrite   " to operacion
           rewrite invdet-reg
           perform VerificarEstadoMaestro.

       CerrarInventarios.
           move "close     " to operacion
           Close invcab
           Close invdet.

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
              when "x"
                 if Operad-Perm-Bajas not = "S"
                    move "N"                   to sw-operador-ok
                 end-if
              when "c"
                 if Operad-Perm-Recepcion not = "S"
                    move "N"                   to sw-operador-ok
                 end-if
              when "f"
                 if Operad-Perm-Confirma not = "S"
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
           initialize reg-responseInventario
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "91"             to ResInventario-status
           move "s2c_inventario" to ResInventario-proceso
           move "operad"         to ResInventario-archivo
           move "operador sin permiso"
              to ResInventario-operacion
           move arg-archivo      to ResInventario-request

           write reg-responseInventario
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
           initialize reg-responseInventario
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "93"             to ResInventario-status
           move "s2c_inventario" to ResInventario-proceso
           move "candado"        to ResInventario-archivo
           move "interfase ocupada"
              to ResInventario-operacion
           move arg-archivo      to ResInventario-request

           write reg-responseInventario
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
           move "s2c_inventario"               to Lck-Proceso
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
              move "s2c_inventario"            to Lck-Proceso
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
