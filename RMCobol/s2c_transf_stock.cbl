       identification division.
       program-id. s2cTransfStock.
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

           copy transf.sl.

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

       01  reg-requestTransfStock.
           02 ReqTransfStock-numero         pic 9(06).
           02                               pic x(01).
           02 ReqTransfStock-producto       pic 9(06).
           02                               pic x(01).
           02 ReqTransfStock-origen         pic 9(04).
           02                               pic x(01).
           02 ReqTransfStock-destino        pic 9(04).
           02                               pic x(01).
           02 ReqTransfStock-cantidad       pic 9(10)v9(04).
           02                               pic x(01).
           02 ReqTransfStock-fecha          pic 9(08).
           02                               pic x(01).
           02 ReqTransfStock-lote           pic x(10).

       fd  response
                  block contains 1 records
                  label record is standard.

       01  reg-responseTransfStock.
           02 ResTransfStock-status         pic x(02).
           02 ResSep0                       pic x(01).
           02 ResTransfStock-proceso        pic x(20).
           02 ResSep1                       pic x(01).
           02 ResTransfStock-archivo        pic x(20).
           02 ResSep2                       pic x(01).
           02 ResTransfStock-operacion      pic x(20).
           02 ResSep3                       pic x(01).
           02 ResTransfStock-request        pic x(30).

       01  reg-responseTransfStockTot.
           02 TotTransfStock-envios         pic 9(08).
           02                                pic x(01).
           02 TotTransfStock-recepciones    pic 9(08).
           02                                pic x(01).
           02 TotTransfStock-anulaciones    pic 9(08).
           02                                pic x(01).
           02 TotTransfStock-rechazos       pic 9(08).

           copy kardex.fd.

           copy transf.fd.

           copy produc.fd.

           copy deposi.fd.

           copy lotpro.fd.

           copy operad.fd.

       fd  rejects
                  block contains 1 records
                  label record is standard.

       01  reg-rejectTransfStock.
           02 RejTransfStock-motivo         pic x(20).
           02 RejSep0                       pic x(01).
           02 RejTransfStock-opcion         pic x(01).
           02 RejSep1                       pic x(01).
           02 RejTransfStock-request        pic x(30).

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
       77  contador-envios                    pic 9(08) value zero.
       77  contador-recepciones               pic 9(08) value zero.
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
       77  sw-transf-ok                        pic x(01).
       77  sw-mas-movimientos                  pic x(01).
       77  Fecha-Hoy                           pic 9(08).
       77  fecha-movimiento                    pic 9(08).
       77  kardex-hora-wk                      pic 9(08).
       77  stock-disponible                    pic s9(11)v9(04).
       77  valor-transf                        pic 9(13)v9(02).
       77  producto-stock                      pic 9(06).
       77  deposito-stock                      pic 9(04).
       77  deposito-kardex                     pic 9(04).
       77  tipo-kardex                         pic x(01).
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
              initialize reg-responseTransfStock
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResTransfStock-status
              move "s2c_transf_stock"   to ResTransfStock-proceso
              move Archivo          to ResTransfStock-archivo
              move Operacion        to ResTransfStock-operacion
              move argv(1:26)       to ResTransfStock-request

              write reg-responseTransfStock
              close response

              if sw-candado-tomado = "S"
                 move spaces                   to reg-candado
                 move "|"                      to LckSep0 LckSep1
                                                  LckSep2
                 move "L"                      to Lck-Estado
                 move "s2c_transf_stock"       to Lck-Proceso
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
           Perform AbrirTransferencias.
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
           Perform CerrarTransferencias.
           Perform CerrarProductos.
           Perform CerrarDepositos.
           Perform CerrarLotesProducto.

           perform LiberarCandado

           goback.

       ProcesarUnArchivo.
           move zero                         to contador-envios
           move zero                         to contador-recepciones
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
                 when "t"
                    perform ProcesarEnvio
                 when "r"
                    perform ProcesarRecepcion
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
           move contador-envios          to TotTransfStock-envios
           move contador-recepciones     to TotTransfStock-recepciones
           move contador-anulaciones     to TotTransfStock-anulaciones
           move contador-rechazos        to TotTransfStock-rechazos

           move "open      " to operacion
           open extend response
           move "write     " to operacion
           write reg-responseTransfStockTot
           move "close     " to operacion
           close response.

       GenerarResponse.
           perform AbrirResponse

           initialize reg-responseTransfStock
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "s2c_transf_stock"   to ResTransfStock-proceso
           move "00"             to ResTransfStock-status
           move spaces           to ResTransfStock-archivo
           move spaces           to ResTransfStock-operacion
           move arg-archivo      to ResTransfStock-request

           perform GrabarResponse.

           perform CerrarResponse.

      * the stock leaves the origen now and stays in transit until
      * the destino confirms it arrived
       ProcesarEnvio.
           add 1 to contador-envios
           move "S"                         to sw-transf-ok
           perform TomarFechaMovimiento

           perform ValidarEnvio
           if sw-transf-ok = "S"
              perform VerificarPeriodoTransf
           end-if
           if sw-transf-ok = "S"
              move ReqTransfStock-producto  to producto-stock
              move ReqTransfStock-origen    to deposito-stock
              perform CalcularStock
              if ReqTransfStock-cantidad > stock-disponible
                 move "stock insuficiente"  to motivo-rechazo
                 perform RechazarTransferencia
              end-if
           end-if

           if sw-transf-ok = "S"
              perform ValorizarEnvio

              move ReqTransfStock-numero    to Transf-Numero
              move ReqTransfStock-producto  to Transf-Producto
              move ReqTransfStock-origen    to Transf-Origen
              move ReqTransfStock-destino   to Transf-Destino
              move ReqTransfStock-cantidad  to Transf-Cantidad
              move valor-transf             to Transf-Valor
              move fecha-movimiento         to Transf-Fecha
              move "T"                      to Transf-Estado
              move fecha-movimiento         to Transf-Fecha-Estado
              move zero                     to Transf-Hora-Estado
              move arg-operador             to Transf-Operador
              move ReqTransfStock-lote      to Transf-Lote

              move Transf-Origen            to deposito-kardex
              move "T"                      to tipo-kardex
              perform RegistrarKardexTransf
              move Kardex-Hora              to Transf-Hora

              perform GrabarTransferencias
           end-if.

      * the destino confirms receipt; the stock enters there at the
      * value it left the origen with
       ProcesarRecepcion.
           add 1 to contador-recepciones
           move "S"                         to sw-transf-ok
           perform TomarFechaMovimiento

           perform LeerTransferenciaEnTransito
           if sw-transf-ok = "S"
              perform VerificarPeriodoTransf
           end-if
           if sw-transf-ok = "S"
              move Transf-Destino           to deposito-kardex
              move "I"                      to tipo-kardex
              perform IngresarCosto
              perform RegistrarKardexTransf

              move "R"                      to Transf-Estado
              move fecha-movimiento         to Transf-Fecha-Estado
              move Kardex-Hora              to Transf-Hora-Estado
              perform ReGrabarTransferencias
           end-if.

      * a transfer that never left puts the stock back in the origen
       ProcesarAnulacion.
           add 1 to contador-anulaciones
           move "S"                         to sw-transf-ok
           perform TomarFechaMovimiento

           perform LeerTransferenciaEnTransito
           if sw-transf-ok = "S"
              perform VerificarPeriodoTransf
           end-if
           if sw-transf-ok = "S"
              move Transf-Origen            to deposito-kardex
              move "I"                      to tipo-kardex
              perform IngresarCosto
              perform RegistrarKardexTransf

              move "A"                      to Transf-Estado
              move fecha-movimiento         to Transf-Fecha-Estado
              move Kardex-Hora              to Transf-Hora-Estado
              perform ReGrabarTransferencias
           end-if.

       TomarFechaMovimiento.
           move ReqTransfStock-fecha        to fecha-movimiento
           if ReqTransfStock-fecha not numeric or
              ReqTransfStock-fecha = zero
              move Fecha-Hoy                to fecha-movimiento
           end-if.

      * depositos belong to no empresa, so the movement's month must
      * be open for all of them
       VerificarPeriodoTransf.
           move "T"                         to Ppar-Funcion
           move fecha-movimiento            to Ppar-Fecha
           call "PeriodoContable" using periodo-parametros
           if Ppar-Cerrado = "S"
              move "periodo cerrado"        to motivo-rechazo
              perform RechazarTransferencia
           end-if.

       LeerTransferenciaEnTransito.
           move ReqTransfStock-numero       to Transf-Numero
           perform LeerTransferencias
           if fs-comun not = "00"
              move "transf. inexistente"    to motivo-rechazo
              perform RechazarTransferencia
           else
              if Transf-Estado not = "T"
                 move "estado invalido"     to motivo-rechazo
                 perform RechazarTransferencia
              end-if
           end-if.

       ValidarEnvio.
           if ReqTransfStock-numero not numeric or
              ReqTransfStock-numero = zero
              move "numero invalido"        to motivo-rechazo
              perform RechazarTransferencia
           end-if

           if sw-transf-ok = "S"
              if ReqTransfStock-cantidad not numeric or
                 ReqTransfStock-cantidad = zero
                 move "cantidad invalida"   to motivo-rechazo
                 perform RechazarTransferencia
              end-if
           end-if

           if sw-transf-ok = "S"
              if ReqTransfStock-origen = ReqTransfStock-destino
                 move "origen igual destino" to motivo-rechazo
                 perform RechazarTransferencia
              end-if
           end-if

           if sw-transf-ok = "S"
              move ReqTransfStock-numero    to Transf-Numero
              perform LeerTransferencias
              if fs-comun = "00"
                 move "transf. existente"   to motivo-rechazo
                 perform RechazarTransferencia
              end-if
           end-if

           if sw-transf-ok = "S"
              move ReqTransfStock-producto  to Produc-Codigo
              perform LeerProductos
              if no-existe
                 move "producto inexistente" to motivo-rechazo
                 perform RechazarTransferencia
              else
                 if Produc-Estado not = "A"
                    move "producto inactivo" to motivo-rechazo
                    perform RechazarTransferencia
                 end-if
              end-if
           end-if

           if sw-transf-ok = "S"
              move ReqTransfStock-origen    to Deposi-Codigo
              perform LeerDepositos
              if no-existe
                 move "origen inexistente"  to motivo-rechazo
                 perform RechazarTransferencia
              else
                 if Deposi-Estado not = "A"
                    move "origen inactivo"  to motivo-rechazo
                    perform RechazarTransferencia
                 end-if
              end-if
           end-if

           if sw-transf-ok = "S"
              move ReqTransfStock-destino   to Deposi-Codigo
              perform LeerDepositos
              if no-existe
                 move "destino inexistente" to motivo-rechazo
                 perform RechazarTransferencia
              else
                 if Deposi-Estado not = "A"
                    move "destino inactivo" to motivo-rechazo
                    perform RechazarTransferencia
                 end-if
              end-if
           end-if

           if sw-transf-ok = "S" and ReqTransfStock-lote not = spaces
              move ReqTransfStock-producto  to Lotpro-Producto
              move ReqTransfStock-lote      to Lotpro-Lote
              if sw-lotpro-disponible = "S"
                 perform LeerLotesProducto
              end-if
              if sw-lotpro-disponible not = "S" or
                 fs-comun not = "00"
                 move "lote inexistente"    to motivo-rechazo
                 perform RechazarTransferencia
              end-if
           end-if.

       CalcularStock.
      * same reading of the kardex as the stock by deposito report:
      * devoluciones, consumos, transfers sent and ajustes faltantes
      * leave, everything else comes in
           move zero                        to stock-disponible

           move producto-stock              to Kardex-Producto
           move deposito-stock              to Kardex-Deposito
           move zero                        to Kardex-Fecha
           move zero                        to Kardex-Hora
           move zero                        to Kardex-Orden
           move zero                        to Kardex-Entrega
           move low-value                   to Kardex-TipoMov
           perform StartKardex
           perform until sw-mas-movimientos = "N"
              perform LeerKardexNext
              if sw-mas-movimientos = "S"
                 if Kardex-Producto not = producto-stock or
                    Kardex-Deposito not = deposito-stock
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

       ValorizarEnvio.
      * the transfer leaves the origen at its weighted-average cost
      * and carries that value to whichever deposito takes it in
           move ReqTransfStock-producto     to Cpar-Producto
           move ReqTransfStock-origen       to Cpar-Deposito
           move fecha-movimiento            to Cpar-Fecha
           move ReqTransfStock-cantidad     to Cpar-Cantidad
           move "E"                         to Cpar-Funcion
           call "CostoPromedio" using costo-parametros
           move Cpar-Valor                  to valor-transf.

       IngresarCosto.
           move Transf-Producto             to Cpar-Producto
           move deposito-kardex             to Cpar-Deposito
           move fecha-movimiento            to Cpar-Fecha
           move Transf-Cantidad             to Cpar-Cantidad
           move Transf-Valor                to Cpar-Valor
           move "I"                         to Cpar-Funcion
           call "CostoPromedio" using costo-parametros.

       RegistrarKardexTransf.
      * both halves of a transfer carry its number as the kardex
      * orden; the tipo tells them apart from purchase orders
           move Transf-Producto             to Kardex-Producto
           move deposito-kardex             to Kardex-Deposito
           move fecha-movimiento            to Kardex-Fecha
           accept kardex-hora-wk from time
           move kardex-hora-wk(1:6)         to Kardex-Hora
           move Transf-Numero               to Kardex-Orden
           move zero                        to Kardex-Entrega
           move tipo-kardex                 to Kardex-TipoMov
           move Transf-Cantidad             to Kardex-Cantidad
           move Transf-Valor                to Kardex-Valor
           move Transf-Lote                 to Kardex-Lote

           perform GrabarKardex
           perform until fs-comun not = "22"
              add 1                         to Kardex-Hora
              perform GrabarKardex
           end-perform.

       RechazarTransferencia.
           move "N"                         to sw-transf-ok
           add 1 to contador-rechazos
           move spaces                      to reg-rejectTransfStock
           move "|"                         to RejSep0 RejSep1
           move motivo-rechazo              to RejTransfStock-motivo
           move arg-opcion                  to RejTransfStock-opcion
           move spaces                      to RejTransfStock-request
           string "TRANSF=" ReqTransfStock-numero
              delimited by size into RejTransfStock-request

           perform GrabarRejects.

       RechazarOpcionInvalida.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectTransfStock
           move "|"                         to RejSep0 RejSep1
           move "opcion invalida"           to RejTransfStock-motivo
           move arg-opcion                  to RejTransfStock-opcion
           move spaces                      to RejTransfStock-request
           string "TRANSF=" ReqTransfStock-numero
              delimited by size into RejTransfStock-request

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
           write reg-responseTransfStock.

       CerrarResponse.
           move "close     " to operacion
           close response.

      * ---------------------------------------------------
       AbrirRejects.
           move "open      " to operacion
           open output rejects.

       GrabarRejects.
           move "write     " to operacion
           write reg-rejectTransfStock.

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
              initialize reg-responseTransfStock
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResTransfStock-status
              move "s2c_transf_stock"   to ResTransfStock-proceso
              move Archivo          to ResTransfStock-archivo
              move Operacion        to ResTransfStock-operacion
              move arg-archivo      to ResTransfStock-request

              write reg-responseTransfStock
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
       AbrirTransferencias.
           move "open      " to operacion
           open i-o transf
           if arch-no-existe
              open output transf
              close transf
              open i-o transf
           end-if.

       LeerTransferencias.
           move "read      " to operacion
           read transf.

       GrabarTransferencias.
           move "transf"         to Archivo
           move "write     " to operacion
           write transf-reg
           perform VerificarEstadoMaestro.

       ReGrabarTransferencias.
           move "transf"         to Archivo
           move "rewrite   " to operacion
           rewrite transf-reg
           perform VerificarEstadoMaestro.

       CerrarTransferencias.
           move "close     " to operacion
           Close transf.

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
              when "x"
                 if Operad-Perm-Bajas not = "S"
                    move "N"                   to sw-operador-ok
                 end-if
              when "t"
              when "r"
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
           initialize reg-responseTransfStock
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "91"             to ResTransfStock-status
           move "s2c_transf_stock" to ResTransfStock-proceso
           move "operad"         to ResTransfStock-archivo
           move "operador sin permiso"
              to ResTransfStock-operacion
           move arg-archivo      to ResTransfStock-request

           write reg-responseTransfStock
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
           initialize reg-responseTransfStock
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "93"             to ResTransfStock-status
           move "s2c_transf_stock" to ResTransfStock-proceso
           move "candado"        to ResTransfStock-archivo
           move "interfase ocupada"
              to ResTransfStock-operacion
           move arg-archivo      to ResTransfStock-request

           write reg-responseTransfStock
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
           move "s2c_transf_stock"             to Lck-Proceso
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
              move "s2c_transf_stock"          to Lck-Proceso
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
