       identification division.
       program-id. s2cChequeras.
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

           copy chequera.sl.

           copy operad.sl.

       data division.
       file section.
       fd  request
                  block contains 1 records
                  label record is standard.

       01  reg-requestChequeras.
           02 ReqChequeras-empresa           pic 9(02).
           02                               pic x(01).
           02 ReqChequeras-banco             pic 9(03).
           02                               pic x(01).
           02 ReqChequeras-desde             pic 9(08).
           02                               pic x(01).
           02 ReqChequeras-hasta             pic 9(08).
           02                               pic x(01).
           02 ReqChequeras-estado            pic x(01).

       fd  response
                  block contains 1 records
                  label record is standard.

       01  reg-responseChequeras.
           02 ResChequeras-status            pic x(02).
           02 ResSep0                       pic x(01).
           02 ResChequeras-proceso           pic x(20).
           02 ResSep1                       pic x(01).
           02 ResChequeras-archivo           pic x(20).
           02 ResSep2                       pic x(01).
           02 ResChequeras-operacion         pic x(20).
           02 ResSep3                       pic x(01).
           02 ResChequeras-request           pic x(30).

       01  reg-responseChequerasTot.
           02 TotChequeras-altas             pic 9(08).
           02                                pic x(01).
           02 TotChequeras-bajas              pic 9(08).
           02                                pic x(01).
           02 TotChequeras-modificaciones     pic 9(08).
           02                                pic x(01).
           02 TotChequeras-rechazos           pic 9(08).

           copy chequera.fd.

           copy operad.fd.

       fd  rejects
                  block contains 1 records
                  label record is standard.

       01  reg-rejectChequeras.
           02 RejChequeras-motivo            pic x(20).
           02 RejSep0                       pic x(01).
           02 RejChequeras-opcion            pic x(01).
           02 RejSep1                       pic x(01).
           02 RejChequeras-request           pic x(30).

       fd  manifiesto
                  label record is standard.

       01  reg-manifiesto                   pic x(80).

       fd  registro-monitor
                  label record is standard.

       01  reg-registro-monitor             pic x(20).

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
       77  contador-altas                     pic 9(08) value zero.
       77  contador-bajas                     pic 9(08) value zero.
       77  contador-modificaciones             pic 9(08) value zero.
       77  contador-rechazos                   pic 9(08) value zero.
       77  st-monitor                          pic x(02).

       77  sw-operador-ok                      pic x(01).

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
              initialize reg-responseChequeras
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResChequeras-status
              move "s2c_chequeras"   to ResChequeras-proceso
              move Archivo          to ResChequeras-archivo
              move Operacion        to ResChequeras-operacion
              move argv(1:26)       to ResChequeras-request

              write reg-responseChequeras
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

           Perform AbrirChequeras.

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

           Perform CerrarChequeras.

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
           move contador-altas           to TotChequeras-altas
           move contador-bajas           to TotChequeras-bajas
           move contador-modificaciones
              to TotChequeras-modificaciones
           move contador-rechazos        to TotChequeras-rechazos

           move "open      " to operacion
           open extend response
           move "write     " to operacion
           write reg-responseChequerasTot
           move "close     " to operacion
           close response.

       GenerarResponse.
           perform AbrirResponse

           initialize reg-responseChequeras
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "s2c_chequeras"   to ResChequeras-proceso
           move "00"             to ResChequeras-status
           move spaces           to ResChequeras-archivo
           move spaces           to ResChequeras-operacion
           move arg-archivo      to ResChequeras-request

           perform GrabarResponse.

           perform CerrarResponse.

       ProcesarAlta.
           add 1 to contador-altas
           move ReqChequeras-empresa     to Chequera-Empresa
           move ReqChequeras-banco       to Chequera-Banco
           move ReqChequeras-desde       to Chequera-Desde
           move ReqChequeras-hasta       to Chequera-Hasta
           move zero                    to Chequera-Ultimo
           move ReqChequeras-estado      to Chequera-Estado
           move spaces                  to Chequera-Resto

           perform ValidarRangoChequera
           if motivo-rechazo not = spaces
              perform RechazarChequera
           else
              perform GrabarChequeras
              if fs-comun = "22"
                 perform ReGrabarChequeras
              end-if

              perform RechazarClaveInvalida
           end-if.

       ProcesarBaja.
           add 1 to contador-bajas
           move ReqChequeras-empresa     to Chequera-Empresa
           move ReqChequeras-banco       to Chequera-Banco

           perform BorrarChequeras

           perform RechazarClaveInvalida.

       ProcesarModificacion.
           add 1 to contador-modificaciones
           move ReqChequeras-empresa     to Chequera-Empresa
           move ReqChequeras-banco       to Chequera-Banco

      * the last number used stays as the cheque run left it
           perform LeerChequeras
           if fs-comun not = "00"
              move "chequera inexistente"   to motivo-rechazo
              perform RechazarChequera
           else
              move ReqChequeras-desde    to Chequera-Desde
              move ReqChequeras-hasta    to Chequera-Hasta
              move ReqChequeras-estado   to Chequera-Estado

              perform ValidarRangoChequera
              if motivo-rechazo not = spaces
                 perform RechazarChequera
              else
                 perform ReGrabarChequeras

                 perform RechazarClaveInvalida
              end-if
           end-if.

       ValidarRangoChequera.
           move spaces                      to motivo-rechazo
           if Chequera-Desde = zero or
              Chequera-Hasta < Chequera-Desde
              move "rango invalido"         to motivo-rechazo
           else
           if Chequera-Ultimo > Chequera-Hasta
              move "rango ya utilizado"     to motivo-rechazo
           else
           if Chequera-Estado not = "A" and Chequera-Estado not = "C"
              move "estado invalido"        to motivo-rechazo
           end-if
           end-if
           end-if.

       RechazarChequera.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectChequeras
           move "|"                         to RejSep0 RejSep1
           move motivo-rechazo              to RejChequeras-motivo
           move arg-opcion                  to RejChequeras-opcion
           move spaces                      to RejChequeras-request
           string "CHEQUERA=" Chequera-Empresa "-" Chequera-Banco
              delimited by size into RejChequeras-request

           perform GrabarRejects.

       RechazarOpcionInvalida.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectChequeras
           move "|"                         to RejSep0 RejSep1
           move "opcion invalida"           to RejChequeras-motivo
           move arg-opcion                  to RejChequeras-opcion
           move spaces                      to RejChequeras-request
           string "CHEQUERA=" ReqChequeras-empresa "-"
                  ReqChequeras-banco
              delimited by size into RejChequeras-request

           perform GrabarRejects.

       RechazarClaveInvalida.
           if fs-comun = "21"
              add 1 to contador-rechazos
              move spaces                   to reg-rejectChequeras
              move "|"                      to RejSep0 RejSep1
              move "clave invalida"         to RejChequeras-motivo
              move arg-opcion               to RejChequeras-opcion
              move spaces                   to RejChequeras-request
              string "CHEQUERA=" Chequera-Empresa "-" Chequera-Banco
                 delimited by size into RejChequeras-request

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
           write reg-responseChequeras.

       CerrarResponse.
           move "close     " to operacion
           close response.

      * ---------------------------------------------------
       AbrirRejects.
           move "open      " to operacion
           open output rejects.

       GrabarRejects.
           move "write     " to operacion
           write reg-rejectChequeras.

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
              initialize reg-responseChequeras
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResChequeras-status
              move "s2c_chequeras"   to ResChequeras-proceso
              move "chequera"       to ResChequeras-archivo
              move Operacion        to ResChequeras-operacion
              move arg-archivo      to ResChequeras-request

              write reg-responseChequeras
              close response

              goback
           end-if.

       AbrirChequeras.
           move "open      " to operacion
           open i-o chequera
           if arch-no-existe
              open output chequera
              close chequera
              open i-o chequera
           end-if.

       LeerChequeras.
           move "read      " to operacion
           read chequera.

       ReGrabarChequeras.
           move "rewrite   " to operacion
           rewrite chequera-reg
           perform VerificarEstadoMaestro.

       BorrarChequeras.
           move "delete    " to operacion
           delete chequera
           perform VerificarEstadoMaestro.

       GrabarChequeras.
           move "write     " to operacion
           write chequera-reg
           perform VerificarEstadoMaestro.

       CerrarChequeras.
           move "close     " to operacion
           Close chequera.

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
           initialize reg-responseChequeras
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "91"             to ResChequeras-status
           move "s2c_chequeras" to ResChequeras-proceso
           move "operad"         to ResChequeras-archivo
           move "operador sin permiso"
              to ResChequeras-operacion
           move arg-archivo      to ResChequeras-request

           write reg-responseChequeras
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
