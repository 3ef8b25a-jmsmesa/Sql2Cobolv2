       identification division.
       program-id. s2cReposicion.
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

           copy reposi.sl.

           copy operad.sl.

       data division.
       file section.
       fd  request
                  block contains 1 records
                  label record is standard.

       01  reg-requestReposicion.
           02 ReqReposicion-producto          pic 9(06).
           02                               pic x(01).
           02 ReqReposicion-deposito          pic 9(04).
           02                               pic x(01).
           02 ReqReposicion-minimo            pic 9(10),9(04).
           02                               pic x(01).
           02 ReqReposicion-punto             pic 9(10),9(04).
           02                               pic x(01).
           02 ReqReposicion-maximo            pic 9(10),9(04).
           02                               pic x(01).
           02 ReqReposicion-plazo             pic 9(03).
           02                               pic x(01).
           02 ReqReposicion-estado            pic x(01).

       fd  response
                  block contains 1 records
                  label record is standard.

       01  reg-responseReposicion.
           02 ResReposicion-status            pic x(02).
           02 ResSep0                       pic x(01).
           02 ResReposicion-proceso           pic x(20).
           02 ResSep1                       pic x(01).
           02 ResReposicion-archivo           pic x(20).
           02 ResSep2                       pic x(01).
           02 ResReposicion-operacion         pic x(20).
           02 ResSep3                       pic x(01).
           02 ResReposicion-request           pic x(30).

       01  reg-responseReposicionTot.
           02 TotReposicion-altas             pic 9(08).
           02                                pic x(01).
           02 TotReposicion-bajas              pic 9(08).
           02                                pic x(01).
           02 TotReposicion-modificaciones     pic 9(08).
           02                                pic x(01).
           02 TotReposicion-rechazos           pic 9(08).

           copy reposi.fd.

           copy operad.fd.

       fd  rejects
                  block contains 1 records
                  label record is standard.

       01  reg-rejectReposicion.
           02 RejReposicion-motivo            pic x(20).
           02 RejSep0                       pic x(01).
           02 RejReposicion-opcion            pic x(01).
           02 RejSep1                       pic x(01).
           02 RejReposicion-request           pic x(30).

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
       77  sw-niveles-ok                       pic x(01).

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
              initialize reg-responseReposicion
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResReposicion-status
              move "s2c_reposicion"   to ResReposicion-proceso
              move Archivo          to ResReposicion-archivo
              move Operacion        to ResReposicion-operacion
              move argv(1:26)       to ResReposicion-request

              write reg-responseReposicion
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

           Perform AbrirReposicion.

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

           Perform CerrarReposicion.

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
           move contador-altas           to TotReposicion-altas
           move contador-bajas           to TotReposicion-bajas
           move contador-modificaciones
              to TotReposicion-modificaciones
           move contador-rechazos        to TotReposicion-rechazos

           move "open      " to operacion
           open extend response
           move "write     " to operacion
           write reg-responseReposicionTot
           move "close     " to operacion
           close response.

       GenerarResponse.
           perform AbrirResponse

           initialize reg-responseReposicion
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "s2c_reposicion"   to ResReposicion-proceso
           move "00"             to ResReposicion-status
           move spaces           to ResReposicion-archivo
           move spaces           to ResReposicion-operacion
           move arg-archivo      to ResReposicion-request

           perform GrabarResponse.

           perform CerrarResponse.

       ProcesarAlta.
           add 1 to contador-altas
           perform MoverReposicionRequest
           perform ValidarNiveles
           if sw-niveles-ok = "S"
              perform GrabarReposicion
              if fs-comun = "22"
                 perform ReGrabarReposicion
              end-if

              perform RechazarClaveInvalida
           end-if.

       ProcesarBaja.
           add 1 to contador-bajas
           move ReqReposicion-producto    to Reposi-Producto
           move ReqReposicion-deposito    to Reposi-Deposito

           perform BorrarReposicion

           perform RechazarClaveInvalida.

       ProcesarModificacion.
           add 1 to contador-modificaciones
           perform MoverReposicionRequest
           perform ValidarNiveles
           if sw-niveles-ok = "S"
              perform ReGrabarReposicion

              perform RechazarClaveInvalida
           end-if.

       MoverReposicionRequest.
           move ReqReposicion-producto    to Reposi-Producto
           move ReqReposicion-deposito    to Reposi-Deposito
           move ReqReposicion-minimo      to Reposi-Minimo
           move ReqReposicion-punto       to Reposi-Punto
           move ReqReposicion-maximo      to Reposi-Maximo
           move ReqReposicion-plazo       to Reposi-Plazo
           move ReqReposicion-estado      to Reposi-Estado
           move spaces                    to Reposi-Resto.

       ValidarNiveles.
      * the reorder point sits between the minimum and the maximum,
      * otherwise the nightly replenishment would never settle
           move "S"                       to sw-niveles-ok
           if Reposi-Maximo = zero or
              Reposi-Punto < Reposi-Minimo or
              Reposi-Maximo < Reposi-Punto
              move "N"                    to sw-niveles-ok
              add 1 to contador-rechazos
              move spaces                 to reg-rejectReposicion
              move "|"                    to RejSep0 RejSep1
              move "niveles invalidos"    to RejReposicion-motivo
              move arg-opcion             to RejReposicion-opcion
              move spaces                 to RejReposicion-request
              string "REPOSI=" Reposi-Producto "-" Reposi-Deposito
                 delimited by size into RejReposicion-request

              perform GrabarRejects
           end-if.

       RechazarOpcionInvalida.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectReposicion
           move "|"                         to RejSep0 RejSep1
           move "opcion invalida"           to RejReposicion-motivo
           move arg-opcion                  to RejReposicion-opcion
           move spaces                      to RejReposicion-request
           string "REPOSI=" ReqReposicion-producto "-"
                  ReqReposicion-deposito
              delimited by size into RejReposicion-request

           perform GrabarRejects.

       RechazarClaveInvalida.
           if fs-comun = "21"
              add 1 to contador-rechazos
              move spaces                   to reg-rejectReposicion
              move "|"                      to RejSep0 RejSep1
              move "clave invalida"         to RejReposicion-motivo
              move arg-opcion               to RejReposicion-opcion
              move spaces                   to RejReposicion-request
              string "REPOSI=" Reposi-Producto "-" Reposi-Deposito
                 delimited by size into RejReposicion-request

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
           write reg-responseReposicion.

       CerrarResponse.
           move "close     " to operacion
           close response.

      * ---------------------------------------------------
       AbrirRejects.
           move "open      " to operacion
           open output rejects.

       GrabarRejects.
           move "write     " to operacion
           write reg-rejectReposicion.

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
              initialize reg-responseReposicion
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResReposicion-status
              move "s2c_reposicion"   to ResReposicion-proceso
              move "reposi"       to ResReposicion-archivo
              move Operacion        to ResReposicion-operacion
              move arg-archivo      to ResReposicion-request

              write reg-responseReposicion
              close response

              goback
           end-if.

       AbrirReposicion.
           move "open      " to operacion
           open i-o reposi
           if arch-no-existe
              open output reposi
              close reposi
              open i-o reposi
           end-if.

       LeerReposicion.
           move "read      " to operacion
           read reposi.

       ReGrabarReposicion.
           move "rewrite   " to operacion
           rewrite reposi-reg
           perform VerificarEstadoMaestro.

       BorrarReposicion.
           move "delete    " to operacion
           delete reposi
           perform VerificarEstadoMaestro.

       GrabarReposicion.
           move "write     " to operacion
           write reposi-reg
           perform VerificarEstadoMaestro.

       CerrarReposicion.
           move "close     " to operacion
           Close reposi.

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
           initialize reg-responseReposicion
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "91"             to ResReposicion-status
           move "s2c_reposicion" to ResReposicion-proceso
           move "operad"         to ResReposicion-archivo
           move "operador sin permiso"
              to ResReposicion-operacion
           move arg-archivo      to ResReposicion-request

           write reg-responseReposicion
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
