       identification division.
       program-id. s2cPeriodos.
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

           select candado
                  assign to random "INTERFASE.LCK"
                  organization is line sequential
                  access is sequential
                  file status is st-candado.

           copy period.sl.
           copy empresa.sl.

           copy operad.sl.

       data division.
       file section.
       fd  request
                  block contains 1 records
                  label record is standard.

       01  reg-requestPeriodos.
           02 ReqPeriodos-empresa           pic 9(02).
           02                               pic x(01).
           02 ReqPeriodos-periodo           pic 9(06).
           02                               pic x(01).
           02 ReqPeriodos-estado            pic x(01).

       fd  response
                  block contains 1 records
                  label record is standard.

       01  reg-responsePeriodos.
           02 ResPeriodos-status            pic x(02).
           02 ResSep0                       pic x(01).
           02 ResPeriodos-proceso           pic x(20).
           02 ResSep1                       pic x(01).
           02 ResPeriodos-archivo           pic x(20).
           02 ResSep2                       pic x(01).
           02 ResPeriodos-operacion         pic x(20).
           02 ResSep3                       pic x(01).
           02 ResPeriodos-request           pic x(30).

       01  reg-responsePeriodosTot.
           02 TotPeriodos-altas             pic 9(08).
           02                                pic x(01).
           02 TotPeriodos-bajas              pic 9(08).
           02                                pic x(01).
           02 TotPeriodos-modificaciones     pic 9(08).
           02                                pic x(01).
           02 TotPeriodos-rechazos           pic 9(08).

           copy period.fd.
           copy empresa.fd.

           copy operad.fd.

       fd  rejects
                  block contains 1 records
                  label record is standard.

       01  reg-rejectPeriodos.
           02 RejPeriodos-motivo            pic x(25).
           02 RejSep0                       pic x(01).
           02 RejPeriodos-opcion            pic x(01).
           02 RejSep1                       pic x(01).
           02 RejPeriodos-request           pic x(30).

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
       77  motivo-rechazo                     pic x(25).
       77  sw-modo-manifiesto                 pic x(01) value "N".
       77  sw-mas-manifiesto                  pic x(01).
       77  sw-periodo-ok                       pic x(01).
       77  sw-periodo-existe                   pic x(01).
       77  estado-anterior                     pic x(01).
       77  perm-reapertura                     pic x(01) value "N".
       77  operacion-periodo                   pic x(10).
       77  mes-periodo                         pic 9(02).
       77  contador-altas                     pic 9(08) value zero.
       77  contador-bajas                     pic 9(08) value zero.
       77  contador-modificaciones             pic 9(08) value zero.
       77  contador-rechazos                   pic 9(08) value zero.
       77  st-monitor                          pic x(02).
       77  st-auditoria                        pic x(02).
       77  aud-imagen-antes                    pic x(700).
       77  aud-imagen-despues                  pic x(700).
       77  aud-clave-wk                        pic x(30).
       77  aud-hora-wk                         pic 9(08).
       77  st-candado                          pic x(02).
       77  sw-candado-tomado                   pic x(01) value "N".
       77  sw-candado-leido                    pic x(01).
       77  intentos-candado                    pic 9(02).
       77  max-intentos-candado                pic 9(02) value 06.
       77  espera-candado                      pic 9(06) value 10.
       77  candado-ahora                       pic 9(14).
       77  candado-segundos                   pic s9(10).
       77  candado-lck-seg                    pic s9(10).
       77  candado-fecha-wk                    pic 9(08).
       77  candado-hora-wk                     pic 9(08).
       77  candado-hms                         pic 9(06).
       01  candado-estampa.
           03 cand-est-fecha                  pic 9(08).
           03 cand-est-hh                     pic 9(02).
           03 cand-est-mm                     pic 9(02).
           03 cand-est-ss                     pic 9(02).
       77  espera-wk                           pic x(05).
       77  largo-espera                        pic 9(01).
       77  pos-espera                          pic 9(01).

       77  sw-operador-ok                      pic x(01).

       01  Argumentos.
           03 arg-archivo                   pic x(080).
           03 arg-path                      pic x(256).
           03 arg-opcion                    pic x(001).
           03 arg-espera                    pic x(005).
           03 arg-operador                  pic x(008).

       linkage section.
       01  args.
           02  argc                         pic s9(5) comp-1.
           02  argv.
               03                           pic x(01) occurs 1 to 4000
                                                  depending on argc.

       procedure division using args.
       declaratives.
       file-period section.
           use after standard error procedure on period.
       disp-period.
           move "period"      to archivo.
           perform mensaje-status.

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
              initialize reg-responsePeriodos
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResPeriodos-status
              move "s2c_periodos"   to ResPeriodos-proceso
              move Archivo          to ResPeriodos-archivo
              move Operacion        to ResPeriodos-operacion
              move argv(1:26)       to ResPeriodos-request

              write reg-responsePeriodos
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
                      arg-espera
                      arg-operador
              end-unstring
           end-if

           call "C$SetEnv" USING "RUNPATH", arg-path , retorno.

           perform ValidarOperadorOpcion
           if sw-operador-ok = "N"
              perform ResponderOperadorInvalido
              goback
           end-if

           perform NormalizarEsperaCandado

      * no posting interface may run while a period changes state
           perform TomarCandado
           if sw-candado-tomado = "N"
              perform ResponderInterfaseOcupada
              goback
           end-if

           Perform AbrirPeriodos.
           Perform AbrirEmpresas.
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

           Perform CerrarPeriodos.
           Perform CerrarEmpresas.
           Perform CerrarAuditoria.

           perform LiberarCandado

           goback.

       ProcesarUnArchivo.
           move zero                         to contador-altas
           move zero                         to contador-bajas
           move zero                         to contador-modificaciones
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
                 when "a"
                    perform ProcesarAlta
                 when "b"
                    perform ProcesarBaja
                 when "m"
                    perform ProcesarModificacion
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
           move contador-altas           to TotPeriodos-altas
           move contador-bajas           to TotPeriodos-bajas
           move contador-modificaciones
              to TotPeriodos-modificaciones
           move contador-rechazos        to TotPeriodos-rechazos

           move "open      " to operacion
           open extend response
           move "write     " to operacion
           write reg-responsePeriodosTot
           move "close     " to operacion
           close response.

       GenerarResponse.
           perform AbrirResponse

           initialize reg-responsePeriodos
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "s2c_periodos"   to ResPeriodos-proceso
           move "00"             to ResPeriodos-status
           move spaces           to ResPeriodos-archivo
           move spaces           to ResPeriodos-operacion
           move arg-archivo      to ResPeriodos-request

           perform GrabarResponse.

           perform CerrarResponse.

      * a period with no record is open; alta registers it with the
      * state requested (closed unless told otherwise)
       ProcesarAlta.
           add 1 to contador-altas
           perform MoverClaveRequest
           perform LeerEstadoAnterior

           perform ValidarPeriodo
           if sw-periodo-ok = "N"
              perform RechazarRegistro
           else
              perform MoverEstadoRequest
              if sw-periodo-existe = "S"
                 perform ReGrabarPeriodo
              else
                 perform GrabarPeriodo
              end-if

              perform RechazarClaveInvalida
           end-if.

      * removing a closed period's record opens it again
       ProcesarBaja.
           add 1 to contador-bajas
           perform MoverClaveRequest
           perform LeerEstadoAnterior

           move "S"                        to sw-periodo-ok
           if sw-periodo-existe = "N"
              move "N"                     to sw-periodo-ok
              move "periodo inexistente"   to motivo-rechazo
           else
              if estado-anterior = "C"
                 perform VerificarReapertura
              end-if
           end-if

           if sw-periodo-ok = "N"
              perform RechazarRegistro
           else
              move "A"                     to Period-Estado
              perform DeterminarOperacionPeriodo
              perform BorrarPeriodo

              perform RechazarClaveInvalida
           end-if.

       ProcesarModificacion.
           add 1 to contador-modificaciones
           perform MoverClaveRequest
           perform LeerEstadoAnterior

           perform ValidarPeriodo
           if sw-periodo-ok = "S" and sw-periodo-existe = "N"
              move "N"                     to sw-periodo-ok
              move "periodo inexistente"   to motivo-rechazo
           end-if

           if sw-periodo-ok = "N"
              perform RechazarRegistro
           else
              perform MoverEstadoRequest
              perform ReGrabarPeriodo

              perform RechazarClaveInvalida
           end-if.

       MoverClaveRequest.
           move ReqPeriodos-empresa        to Period-Empresa
           move ReqPeriodos-periodo        to Period-Periodo.

       MoverEstadoRequest.
           move ReqPeriodos-estado         to Period-Estado
           if Period-Estado = space
              move "C"                     to Period-Estado
           end-if
           accept Period-Fecha from date yyyymmdd
           move arg-operador               to Period-Operador
           move spaces                     to Period-Resto
           perform DeterminarOperacionPeriodo.

       LeerEstadoAnterior.
           move "N"                        to sw-periodo-existe
           move "A"                        to estado-anterior
           move spaces                     to aud-imagen-antes
           perform LeerPeriodos
           if fs-comun = "00"
              move "S"                     to sw-periodo-existe
              move Period-Estado           to estado-anterior
              move period-reg              to aud-imagen-antes
           end-if
           perform MoverClaveRequest.

      * only an operator allowed to reopen periods may take one out
      * of the closed state
       ValidarPeriodo.
           move "S"                        to sw-periodo-ok
           move Period-Empresa             to Empresa-Codigo
           perform LeerEmpresas
           if no-existe
              move "N"                     to sw-periodo-ok
              move "empresa inexistente"   to motivo-rechazo
           end-if

           if sw-periodo-ok = "S"
              move Period-Periodo(5:2)     to mes-periodo
              if Period-Periodo(1:4) = "0000" or
                 mes-periodo < 1 or mes-periodo > 12
                 move "N"                  to sw-periodo-ok
                 move "periodo invalido"   to motivo-rechazo
              end-if
           end-if

           if sw-periodo-ok = "S"
              if ReqPeriodos-estado not = space and
                 ReqPeriodos-estado not = "A" and
                 ReqPeriodos-estado not = "C"
                 move "N"                  to sw-periodo-ok
                 move "estado invalido"    to motivo-rechazo
              end-if
           end-if

           if sw-periodo-ok = "S" and estado-anterior = "C"
              if ReqPeriodos-estado = "A"
                 perform VerificarReapertura
              end-if
           end-if.

       VerificarReapertura.
           if perm-reapertura not = "S"
              move "N"                     to sw-periodo-ok
              move "sin permiso de reapertura"
                 to motivo-rechazo
           end-if.

       DeterminarOperacionPeriodo.
           evaluate true
              when estado-anterior = "C" and Period-Estado = "A"
                 move "reapertura"         to operacion-periodo
              when estado-anterior = "A" and Period-Estado = "C"
                 move "cierre    "         to operacion-periodo
              when other
                 move spaces               to operacion-periodo
           end-evaluate.

       RechazarRegistro.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectPeriodos
           move "|"                         to RejSep0 RejSep1
           move motivo-rechazo              to RejPeriodos-motivo
           move arg-opcion                  to RejPeriodos-opcion
           move spaces                      to RejPeriodos-request
           string "PERIODO=" Period-Empresa "-" Period-Periodo
              delimited by size into RejPeriodos-request

           perform GrabarRejects.

       RechazarOpcionInvalida.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectPeriodos
           move "|"                         to RejSep0 RejSep1
           move "opcion invalida"           to RejPeriodos-motivo
           move arg-opcion                  to RejPeriodos-opcion
           move spaces                      to RejPeriodos-request
           string "PERIODO=" ReqPeriodos-empresa "-"
                  ReqPeriodos-periodo
              delimited by size into RejPeriodos-request

           perform GrabarRejects.

       RechazarClaveInvalida.
           if fs-comun = "21"
              add 1 to contador-rechazos
              move spaces                   to reg-rejectPeriodos
              move "|"                      to RejSep0 RejSep1
              move "clave invalida"         to RejPeriodos-motivo
              move arg-opcion               to RejPeriodos-opcion
              move spaces                   to RejPeriodos-request
              string "PERIODO=" Period-Empresa "-" Period-Periodo
                 delimited by size into RejPeriodos-request

              perform GrabarRejects
           end-if.

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
           write reg-responsePeriodos.

       CerrarResponse.
           move "close     " to operacion
           close response.

      * ---------------------------------------------------
       AbrirRejects.
           move "open      " to operacion
           open output rejects.

       GrabarRejects.
           move "write     " to operacion
           write reg-rejectPeriodos.

       CerrarRejects.
           move "close     " to operacion
           close rejects.

      * ---------------------------------------------------
       NormalizarEsperaCandado.
           if arg-espera not = spaces
              move "00000"                     to espera-wk
              move zero                        to largo-espera
              perform varying pos-espera from 1 by 1
                 until pos-espera > 5
                 if arg-espera(pos-espera:1) not = space
                    move pos-espera            to largo-espera
                 end-if
              end-perform
              if largo-espera > 0
                 compute pos-espera = 6 - largo-espera
                 move arg-espera(1:largo-espera)
                    to espera-wk(pos-espera:largo-espera)
                 if espera-wk numeric
                    move espera-wk             to espera-candado
                 end-if
              end-if
           end-if.

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
           move "s2c_periodos"              to Lck-Proceso
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
              move "s2c_periodos"           to Lck-Proceso
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

       ResponderInterfaseOcupada.
           if arg-archivo(1:1) = "@"
              string ".\interfases\" arg-archivo(2:79) ".response"
                     delimited by " " into NombreResponse
           else
              string ".\interfases\" arg-archivo ".response"
                     delimited by " " into NombreResponse
           end-if

           open output response
           initialize reg-responsePeriodos
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "93"             to ResPeriodos-status
           move "s2c_periodos"     to ResPeriodos-proceso
           move "candado"        to ResPeriodos-archivo
           move "interfase ocupada"
              to ResPeriodos-operacion
           move arg-archivo      to ResPeriodos-request

           write reg-responsePeriodos
           close response.

      * ---------------------------------------------------
       AbrirAuditoria.
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if.

       CerrarAuditoria.
           close auditoria.

      * a change of state is tagged cierre or reapertura after the
      * key so the accountants can follow who closed and reopened
      * each month; the operation itself stays write/rewrite/delete
      * for the recovery and the delta extract
       RegistrarAuditoriaPeriodo.
           if st-ok
              move spaces                      to aud-clave-wk
              string "PERIODO=" Period-Empresa "-" Period-Periodo
                     " " operacion-periodo
                 delimited by size into aud-clave-wk
              move "period"                    to Aud-Archivo
              perform GrabarAuditoria
           end-if.

       GrabarAuditoria.
           accept Aud-Fecha from date yyyymmdd
           accept aud-hora-wk from time
           move aud-hora-wk(1:6)               to Aud-Hora
           move "|" to AudSep0 AudSep1 AudSep2 AudSep3
                       AudSep4 AudSep5 AudSep6 AudSep7
           move arg-archivo                    to Aud-Request
           move Operacion                      to Aud-Operacion
           move aud-clave-wk                   to Aud-Clave
           move aud-imagen-antes               to Aud-Antes
           move aud-imagen-despues             to Aud-Despues
           move arg-operador                   to Aud-Operador

           write reg-auditoria.

      * ---------------------------------------------------
       VerificarEstadoMaestro.
           if fs-comun not = "00" and fs-comun not = "02" and
              fs-comun not = "21" and fs-comun not = "22" and
              fs-comun not = "23"
              move fs-comun         to st
              open output response
              initialize reg-responsePeriodos
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResPeriodos-status
              move "s2c_periodos"   to ResPeriodos-proceso
              move "period"         to ResPeriodos-archivo
              move Operacion        to ResPeriodos-operacion
              move arg-archivo      to ResPeriodos-request

              write reg-responsePeriodos
              close response

              goback
           end-if.

       AbrirPeriodos.
           move "open      " to operacion
           open i-o period
           if arch-no-existe
              open output period
              close period
              open i-o period
           end-if.

       LeerPeriodos.
           move "read      " to operacion
           read period.

       ReGrabarPeriodo.
           move "rewrite   " to operacion
           rewrite period-reg
           perform VerificarEstadoMaestro
           move period-reg   to aud-imagen-despues
           perform RegistrarAuditoriaPeriodo.

       BorrarPeriodo.
           move "delete    " to operacion
           delete period
           perform VerificarEstadoMaestro
           move spaces       to aud-imagen-despues
           perform RegistrarAuditoriaPeriodo.

       GrabarPeriodo.
           move "write     " to operacion
           write period-reg
           perform VerificarEstadoMaestro
           move period-reg   to aud-imagen-despues
           perform RegistrarAuditoriaPeriodo.

       CerrarPeriodos.
           move "close     " to operacion
           Close period.

      * ---------------------------------------------------
       AbrirEmpresas.
           move "open      " to operacion
           open input empresa.

       LeerEmpresas.
           move "read      " to operacion
           read empresa.

       CerrarEmpresas.
           move "close     " to operacion
           Close empresa.

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
                 move Operad-Perm-Periodo      to perm-reapertura
                 perform VerificarPermisoOpcion
              end-if
              end-if
           end-if
           perform CerrarMaestroOperadores.

       VerificarPermisoOpcion.
           evaluate arg-opcion
              when "a"
                 if Operad-Perm-Altas not = "S"
                    move "N"                   to sw-operador-ok
                 end-if
              when "b"
                 if Operad-Perm-Bajas not = "S"
                    move "N"                   to sw-operador-ok
                 end-if
              when "m"
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
           initialize reg-responsePeriodos
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "91"             to ResPeriodos-status
           move "s2c_periodos"   to ResPeriodos-proceso
           move "operad"         to ResPeriodos-archivo
           move "operador sin permiso"
              to ResPeriodos-operacion
           move arg-archivo      to ResPeriodos-request

           write reg-responsePeriodos
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
