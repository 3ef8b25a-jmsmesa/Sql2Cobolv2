       identification division.
       program-id. s2cCheques.
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

           select auditoria
                  assign to random "AUDITORIA.LOG"
                  organization is line sequential
                  access is sequential
                  file status is st-auditoria.

           copy cheque.sl.

           copy propago.sl.

           copy operad.sl.

       data division.
       file section.
       fd  request
                  block contains 1 records
                  label record is standard.

       01  reg-requestCheques.
           02 ReqCheques-banco             pic 9(03).
           02                               pic x(01).
           02 ReqCheques-numero            pic 9(08).
           02                               pic x(01).
           02 ReqCheques-fecha             pic 9(08).

       fd  response
                  block contains 1 records
                  label record is standard.

       01  reg-responseCheques.
           02 ResCheques-status            pic x(02).
           02 ResSep0                       pic x(01).
           02 ResCheques-proceso           pic x(20).
           02 ResSep1                       pic x(01).
           02 ResCheques-archivo           pic x(20).
           02 ResSep2                       pic x(01).
           02 ResCheques-operacion         pic x(20).
           02 ResSep3                       pic x(01).
           02 ResCheques-request           pic x(30).

       01  reg-responseChequesTot.
           02 TotCheques-entregas          pic 9(08).
           02                                pic x(01).
           02 TotCheques-debitos           pic 9(08).
           02                                pic x(01).
           02 TotCheques-anulaciones       pic 9(08).
           02                                pic x(01).
           02 TotCheques-rechazos           pic 9(08).

           copy cheque.fd.

           copy propago.fd.

           copy operad.fd.

       fd  rejects
                  block contains 1 records
                  label record is standard.

       01  reg-rejectCheques.
           02 RejCheques-motivo            pic x(20).
           02 RejSep0                       pic x(01).
           02 RejCheques-opcion            pic x(01).
           02 RejSep1                       pic x(01).
           02 RejCheques-request           pic x(30).

       fd  manifiesto
                  label record is standard.

       01  reg-manifiesto                   pic x(80).

       fd  registro-monitor
                  label record is standard.

       01  reg-registro-monitor             pic x(20).

       fd  auditoria
                  label record is standard.

       01  reg-auditoria.
           02 Aud-Fecha                     pic 9(08).
           02 AudSep0                       pic x(01).
           02 Aud-Hora                      pic 9(06).
           02 AudSep1                       pic x(01).
           02 Aud-Request                   pic x(30).
           02 AudSep2                       pic x(01).
           02 Aud-Operacion                 pic x(10).
           02 AudSep3                       pic x(01).
           02 Aud-Archivo                   pic x(08).
           02 AudSep4                       pic x(01).
           02 Aud-Clave                     pic x(30).
           02 AudSep5                       pic x(01).
           02 Aud-Antes                     pic x(700).
           02 AudSep6                       pic x(01).
           02 Aud-Despues                   pic x(700).
           02 AudSep7                       pic x(01).
           02 Aud-Operador                  pic x(08).

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
       77  contador-entregas                  pic 9(08) value zero.
       77  contador-debitos                   pic 9(08) value zero.
       77  contador-anulaciones               pic 9(08) value zero.
       77  contador-rechazos                   pic 9(08) value zero.
       77  st-monitor                          pic x(02).
       77  st-auditoria                        pic x(02).
       77  aud-imagen-antes                    pic x(700).
       77  aud-hora-wk                         pic 9(08).

       77  sw-operador-ok                      pic x(01).
       77  sw-cheque-ok                        pic x(01).
       77  estado-propuesta                    pic x(01).
       77  Fecha-Hoy                           pic 9(08).
       77  fecha-movimiento                    pic 9(08).

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
              initialize reg-responseCheques
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResCheques-status
              move "s2c_cheques"   to ResCheques-proceso
              move Archivo          to ResCheques-archivo
              move Operacion        to ResCheques-operacion
              move argv(1:26)       to ResCheques-request

              write reg-responseCheques
              close response

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

           accept Fecha-Hoy from date yyyymmdd

           Perform AbrirCheques.
           Perform AbrirPropuestas.
           Perform AbrirAuditoria.

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

           Perform CerrarCheques.
           Perform CerrarPropuestas.
           Perform CerrarAuditoria.

           goback.

       ProcesarUnArchivo.
           move zero                         to contador-entregas
           move zero                         to contador-debitos
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
                 when "e"
                    perform ProcesarEntrega
                 when "d"
                    perform ProcesarDebito
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
           move contador-entregas        to TotCheques-entregas
           move contador-debitos         to TotCheques-debitos
           move contador-anulaciones     to TotCheques-anulaciones
           move contador-rechazos        to TotCheques-rechazos

           move "open      " to operacion
           open extend response
           move "write     " to operacion
           write reg-responseChequesTot
           move "close     " to operacion
           close response.

       GenerarResponse.
           perform AbrirResponse

           initialize reg-responseCheques
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "s2c_cheques"   to ResCheques-proceso
           move "00"             to ResCheques-status
           move spaces           to ResCheques-archivo
           move spaces           to ResCheques-operacion
           move arg-archivo      to ResCheques-request

           perform GrabarResponse.

           perform CerrarResponse.

      * the cheque is handed to the provider
       ProcesarEntrega.
           add 1 to contador-entregas
           perform LeerChequeRequest
           if sw-cheque-ok = "S"
              if Cheque-Estado not = "E"
                 move "estado invalido"     to motivo-rechazo
                 perform RechazarCheque
              else
                 move "N"                   to Cheque-Estado
                 move fecha-movimiento      to Cheque-Fecha-Estado
                 perform ReGrabarCheques
              end-if
           end-if.

      * the bank statement shows the cheque paid; the proposal is
      * closed as paid the same way an accredited transfer is
       ProcesarDebito.
           add 1 to contador-debitos
           perform LeerChequeRequest
           if sw-cheque-ok = "S"
              if Cheque-Estado not = "E" and Cheque-Estado not = "N"
                 move "estado invalido"     to motivo-rechazo
                 perform RechazarCheque
              else
                 move "D"                   to Cheque-Estado
                 move fecha-movimiento      to Cheque-Fecha-Estado
                 perform ReGrabarCheques
                 move "A"                   to Propago-Estado
                 perform ActualizarPropuesta
              end-if
           end-if.

      * a voided cheque puts the proposal back in the next cheque run
       ProcesarAnulacion.
           add 1 to contador-anulaciones
           perform LeerChequeRequest
           if sw-cheque-ok = "S"
              if Cheque-Estado not = "E" and Cheque-Estado not = "N"
                 move "estado invalido"     to motivo-rechazo
                 perform RechazarCheque
              else
                 move "A"                   to Cheque-Estado
                 move fecha-movimiento      to Cheque-Fecha-Estado
                 perform ReGrabarCheques
                 move "C"                   to Propago-Estado
                 perform ActualizarPropuesta
              end-if
           end-if.

       LeerChequeRequest.
           move "S"                         to sw-cheque-ok
           move ReqCheques-fecha            to fecha-movimiento
           if ReqCheques-fecha not numeric or ReqCheques-fecha = zero
              move Fecha-Hoy                to fecha-movimiento
           end-if

           move ReqCheques-banco            to Cheque-Banco
           move ReqCheques-numero           to Cheque-Numero
           perform LeerCheques
           if fs-comun not = "00"
              move "N"                      to sw-cheque-ok
              move "cheque inexistente"     to motivo-rechazo
              perform RechazarCheque
           end-if.

       ActualizarPropuesta.
      * Propago-Estado carries the new state while the record is read
           move Propago-Estado              to estado-propuesta
           move Cheque-Prove                to Propago-Prove
           move Cheque-Propago              to Propago-Numero
           perform LeerPropuestas
           if fs-comun = "00" and Propago-Estado = "Q"
              move propago-reg              to aud-imagen-antes
              move estado-propuesta         to Propago-Estado
              perform ReGrabarPropuestas
              perform RegistrarAuditoriaPropuesta
           end-if.

       RechazarCheque.
           move "N"                         to sw-cheque-ok
           add 1 to contador-rechazos
           move spaces                      to reg-rejectCheques
           move "|"                         to RejSep0 RejSep1
           move motivo-rechazo              to RejCheques-motivo
           move arg-opcion                  to RejCheques-opcion
           move spaces                      to RejCheques-request
           string "CHEQUE=" ReqCheques-banco "-" ReqCheques-numero
              delimited by size into RejCheques-request

           perform GrabarRejects.

       RechazarOpcionInvalida.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectCheques
           move "|"                         to RejSep0 RejSep1
           move "opcion invalida"           to RejCheques-motivo
           move arg-opcion                  to RejCheques-opcion
           move spaces                      to RejCheques-request
           string "CHEQUE=" ReqCheques-banco "-" ReqCheques-numero
              delimited by size into RejCheques-request

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
           write reg-responseCheques.

       CerrarResponse.
           move "close     " to operacion
           close response.

      * ---------------------------------------------------
       AbrirRejects.
           move "open      " to operacion
           open output rejects.

       GrabarRejects.
           move "write     " to operacion
           write reg-rejectCheques.

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
              initialize reg-responseCheques
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResCheques-status
              move "s2c_cheques"   to ResCheques-proceso
              move "cheque"       to ResCheques-archivo
              move Operacion        to ResCheques-operacion
              move arg-archivo      to ResCheques-request

              write reg-responseCheques
              close response

              goback
           end-if.

       AbrirCheques.
           move "open      " to operacion
           open i-o cheque
           if arch-no-existe
              open output cheque
              close cheque
              open i-o cheque
           end-if.

       LeerCheques.
           move "read      " to operacion
           read cheque.

       ReGrabarCheques.
           move "rewrite   " to operacion
           rewrite cheque-reg
           perform VerificarEstadoMaestro.

       CerrarCheques.
           move "close     " to operacion
           Close cheque.

      * ---------------------------------------------------
       AbrirPropuestas.
           move "open      " to operacion
           open i-o propago.

       LeerPropuestas.
           move "read      " to operacion
           read propago.

       ReGrabarPropuestas.
           move "rewrite   " to operacion
           rewrite propago-reg.

       CerrarPropuestas.
           move "close     " to operacion
           Close propago.

      * ---------------------------------------------------
       AbrirAuditoria.
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if.

       CerrarAuditoria.
           close auditoria.

       RegistrarAuditoriaPropuesta.
           if fs-comun = "00"
              accept Aud-Fecha from date yyyymmdd
              accept aud-hora-wk from time
              move aud-hora-wk(1:6)            to Aud-Hora
              move "|" to AudSep0 AudSep1 AudSep2 AudSep3
                          AudSep4 AudSep5 AudSep6 AudSep7
              move arg-archivo                 to Aud-Request
              move "rewrite   "                to Aud-Operacion
              move "propago"                   to Aud-Archivo
              move spaces                      to Aud-Clave
              string "PROPAGO=" Propago-Prove "-" Propago-Numero
                 delimited by size into Aud-Clave
              move aud-imagen-antes            to Aud-Antes
              move propago-reg                 to Aud-Despues
              move arg-operador                to Aud-Operador
              write reg-auditoria
           end-if.

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
              when "e"
              when "d"
                 if Operad-Perm-Modif not = "S"
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
           initialize reg-responseCheques
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "91"             to ResCheques-status
           move "s2c_cheques" to ResCheques-proceso
           move "operad"         to ResCheques-archivo
           move "operador sin permiso"
              to ResCheques-operacion
           move arg-archivo      to ResCheques-request

           write reg-responseCheques
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
