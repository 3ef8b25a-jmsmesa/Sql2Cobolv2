       identification division.
       program-id. s2cImportaciones.
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

           copy impcab.sl.
           copy gasimp.sl.
           copy ord-comp.sl.
           copy provee.sl.
           copy factura.sl.

           copy operad.sl.

       data division.
       file section.
       fd  request
                  block contains 1 records
                  label record is standard.

       01  reg-requestImportaciones.
           02 ReqImportaciones-id           pic 9(06).
           02                               pic x(01).
           02 ReqImportaciones-despacho     pic x(16).
           02                               pic x(01).
           02 ReqImportaciones-fecha        pic 9(08).
           02 ReqImportaciones-tabla        occurs 8.
              03                            pic x(01).
              03 ReqImportaciones-orden     pic 9(06).

       01  reg-requestImportacionesDet.
           02 ReqImportacionesDet-Tipo      pic 9(01).
           02                               pic x(01).
           02 ReqImportacionesDet-Import    pic 9(06).
           02                               pic x(01).
           02 ReqImportacionesDet-Secuencia pic 9(04).
           02                               pic x(01).
           02 ReqImportacionesDet-Concepto  pic x(01).
           02                               pic x(01).
           02 ReqImportacionesDet-Criterio  pic x(01).
           02                               pic x(01).
           02 ReqImportacionesDet-Prove     pic 9(04).
           02                               pic x(01).
           02 ReqImportacionesDet-Factura   pic x(13).
           02                               pic x(01).
           02 ReqImportacionesDet-Fecha     pic 9(08).
           02                               pic x(01).
           02 ReqImportacionesDet-Importe   pic 9(12),9(02).

       fd  response
                  block contains 1 records
                  label record is standard.

       01  reg-responseImportaciones.
           02 ResImportaciones-status            pic x(02).
           02 ResSep0                       pic x(01).
           02 ResImportaciones-proceso           pic x(20).
           02 ResSep1                       pic x(01).
           02 ResImportaciones-archivo           pic x(20).
           02 ResSep2                       pic x(01).
           02 ResImportaciones-operacion         pic x(20).
           02 ResSep3                       pic x(01).
           02 ResImportaciones-request           pic x(30).

       01  reg-responseImportacionesTot.
           02 TotImportaciones-altas             pic 9(08).
           02                                pic x(01).
           02 TotImportaciones-bajas              pic 9(08).
           02                                pic x(01).
           02 TotImportaciones-modificaciones     pic 9(08).
           02                                pic x(01).
           02 TotImportaciones-rechazos           pic 9(08).

           copy impcab.fd.
           copy gasimp.fd.
           copy ord-comp.fd.
           copy provee.fd.
           copy factura.fd.

           copy operad.fd.

       fd  rejects
                  block contains 1 records
                  label record is standard.

       01  reg-rejectImportaciones.
           02 RejImportaciones-motivo            pic x(25).
           02 RejSep0                       pic x(01).
           02 RejImportaciones-opcion            pic x(01).
           02 RejSep1                       pic x(01).
           02 RejImportaciones-request           pic x(30).

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
       77  sw-registro-detalle                 pic x(01).
       77  sw-mas-detalles                     pic x(01).
       77  sw-importacion-ok                   pic x(01).
       77  sw-gasto-ok                         pic x(01).
       77  gasimp-guardado                     pic x(100).
       77  indice-orden                        pic 9(02).
       77  ordenes-importacion                 pic 9(02).
       77  contador-altas                     pic 9(08) value zero.
       77  contador-bajas                     pic 9(08) value zero.
       77  contador-modificaciones             pic 9(08) value zero.
       77  contador-rechazos                   pic 9(08) value zero.
       77  st-monitor                          pic x(02).
       77  st-auditoria                        pic x(02).
       77  aud-imagen-antes                    pic x(700).
       77  aud-imagen-despues                  pic x(700).
       77  aud-imagen-nueva                    pic x(700).
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
       file-impcab section.
           use after standard error procedure on impcab.
       disp-impcab.
           move "impcab"      to archivo.
           perform mensaje-status.

       file-provee section.
           use after standard error procedure on provee.
       disp-provee.
           move "provee"      to archivo.
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
              initialize reg-responseImportaciones
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResImportaciones-status
              move "s2c_importaciones"   to ResImportaciones-proceso
              move Archivo          to ResImportaciones-archivo
              move Operacion        to ResImportaciones-operacion
              move argv(1:26)       to ResImportaciones-request

              write reg-responseImportaciones
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

           perform TomarCandado
           if sw-candado-tomado = "N"
              perform ResponderInterfaseOcupada
              goback
           end-if

           Perform AbrirImportaciones.
           Perform AbrirGastos.
           Perform AbrirOrdenesCmpr.
           Perform AbrirProveedores.
           Perform AbrirFacturas.
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

           Perform CerrarImportaciones.
           Perform CerrarGastos.
           Perform CerrarOrdenesCmpr.
           Perform CerrarProveedores.
           Perform CerrarFacturas.
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
              if reg-requestImportaciones(2:1) = "|"
                 move "S"                      to sw-registro-detalle
              else
                 move "N"                      to sw-registro-detalle
              end-if
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
           move contador-altas           to TotImportaciones-altas
           move contador-bajas           to TotImportaciones-bajas
           move contador-modificaciones
              to TotImportaciones-modificaciones
           move contador-rechazos        to TotImportaciones-rechazos

           move "open      " to operacion
           open extend response
           move "write     " to operacion
           write reg-responseImportacionesTot
           move "close     " to operacion
           close response.

       GenerarResponse.
           perform AbrirResponse

           initialize reg-responseImportaciones
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "s2c_importaciones"   to ResImportaciones-proceso
           move "00"             to ResImportaciones-status
           move spaces           to ResImportaciones-archivo
           move spaces           to ResImportaciones-operacion
           move arg-archivo      to ResImportaciones-request

           perform GrabarResponse.

           perform CerrarResponse.

       ProcesarAlta.
           add 1 to contador-altas
           if sw-registro-detalle = "S"
              perform MoverDetalleRequest

              perform ValidarGasto
              if sw-gasto-ok = "N"
                 perform RechazarGasto
              else
                 perform GrabarGasto
                 if fs-comun = "22"
                    perform VerificarGastoPendiente
                    if sw-gasto-ok = "N"
                       perform RechazarGasto
                    else
                       perform ReGrabarGasto
                    end-if
                 end-if

                 perform RechazarClaveInvalidaDet
              end-if
           else
              perform MoverCabeceraRequest

              perform ValidarImportacion
              if sw-importacion-ok = "N"
                 perform RechazarRegistro
              else
                 perform GrabarImportacion
                 if fs-comun = "22"
                    perform VerificarDistribuida
                    if sw-importacion-ok = "N"
                       perform RechazarRegistro
                    else
                       perform ReGrabarImportacion
                    end-if
                 end-if

                 perform RechazarClaveInvalida
              end-if
           end-if.

       ProcesarBaja.
           add 1 to contador-bajas
           if sw-registro-detalle = "S"
              move ReqImportacionesDet-Import    to Gasimp-Importacion
              move ReqImportacionesDet-Secuencia to Gasimp-Secuencia

              perform VerificarGastoPendiente
              if sw-gasto-ok = "N"
                 perform RechazarGasto
              else
                 perform BorrarGasto

                 perform RechazarClaveInvalidaDet
              end-if
           else
              move ReqImportaciones-id    to Impcab-Id

              perform VerificarDistribuida
              if sw-importacion-ok = "N"
                 perform RechazarRegistro
              else
                 perform BorrarImportacion
                 perform BorrarGastosImportacion

                 perform RechazarClaveInvalida
              end-if
           end-if.

       ProcesarModificacion.
           add 1 to contador-modificaciones
           if sw-registro-detalle = "S"
              perform MoverDetalleRequest

              perform ValidarGasto
              if sw-gasto-ok = "S"
                 perform VerificarGastoPendiente
              end-if
              if sw-gasto-ok = "N"
                 perform RechazarGasto
              else
                 perform ReGrabarGasto

                 perform RechazarClaveInvalidaDet
              end-if
           else
              perform MoverCabeceraRequest

              perform ValidarImportacion
              if sw-importacion-ok = "S"
                 perform VerificarDistribuida
              end-if
              if sw-importacion-ok = "N"
                 perform RechazarRegistro
              else
                 perform ReGrabarImportacion

                 perform RechazarClaveInvalida
              end-if
           end-if.

       MoverCabeceraRequest.
           move ReqImportaciones-id        to Impcab-Id
           move ReqImportaciones-despacho  to Impcab-Despacho
           move ReqImportaciones-fecha     to Impcab-Fecha
           perform varying indice-orden from 1 by 1
              until indice-orden > 8
              if ReqImportaciones-orden(indice-orden) numeric
                 move ReqImportaciones-orden(indice-orden)
                    to Impcab-Orden(indice-orden)
              else
                 move zero        to Impcab-Orden(indice-orden)
              end-if
           end-perform
           move "A"                        to Impcab-Estado
           move spaces                     to Impcab-Resto.

       MoverDetalleRequest.
           move ReqImportacionesDet-Import    to Gasimp-Importacion
           move ReqImportacionesDet-Secuencia to Gasimp-Secuencia
           move ReqImportacionesDet-Concepto  to Gasimp-Concepto
           move ReqImportacionesDet-Criterio  to Gasimp-Criterio
           inspect Gasimp-Concepto converting "dfsho" to "DFSHO"
           inspect Gasimp-Criterio converting "vpc" to "VPC"
           move ReqImportacionesDet-Prove     to Gasimp-Prove
           move ReqImportacionesDet-Factura   to Gasimp-Factura
           move ReqImportacionesDet-Fecha     to Gasimp-Fecha
           move ReqImportacionesDet-Importe   to Gasimp-Importe
           move "P"                           to Gasimp-Estado
           move zero                          to Gasimp-Fecha-Dist
           move spaces                        to Gasimp-Resto.

      * an import groups the purchase orders that came in under one
      * customs dispatch; up to eight orders share its costs
       ValidarImportacion.
           move "S"                        to sw-importacion-ok
           move zero                       to ordenes-importacion
           if Impcab-Fecha not numeric or Impcab-Fecha = zero
              move "N"                     to sw-importacion-ok
              move "fecha invalida"        to motivo-rechazo
           end-if

           perform varying indice-orden from 1 by 1
              until indice-orden > 8 or sw-importacion-ok = "N"
              if Impcab-Orden(indice-orden) not = zero
                 add 1                     to ordenes-importacion
                 move Impcab-Orden(indice-orden) to Ord-Comp-Id
                 perform LeerOrdenesCmpr
                 if fs-comun not = "00"
                    move "N"               to sw-importacion-ok
                    move "orden inexistente" to motivo-rechazo
                 end-if
              end-if
           end-perform

           if sw-importacion-ok = "S" and ordenes-importacion = zero
              move "N"                     to sw-importacion-ok
              move "importacion sin ordenes" to motivo-rechazo
           end-if.

      * once a cost has been spread over the orders' items, the
      * import that holds it can no longer be changed or removed
       VerificarDistribuida.
           move "S"                        to sw-importacion-ok
           move Impcab-Id                  to Gasimp-Importacion
           move zero                       to Gasimp-Secuencia
           move "S"                        to sw-mas-detalles

           start gasimp key is not less than Gasimp-Key
              invalid key
                 move "N"                  to sw-mas-detalles
           end-start

           perform until sw-mas-detalles = "N"
              read gasimp next record
                 at end
                    move "N"               to sw-mas-detalles
              end-read
              if sw-mas-detalles = "S"
                 if Gasimp-Importacion not = Impcab-Id
                    move "N"               to sw-mas-detalles
                 else
                    if Gasimp-Estado = "D"
                       move "N"            to sw-importacion-ok
                       move "importacion distribuida"
                          to motivo-rechazo
                    end-if
                 end-if
              end-if
           end-perform.

      * D despacho, F flete, S seguro, H honorarios, O otros; each
      * cost is spread by V valor, P peso or C cantidad
       ValidarGasto.
           move "S"                        to sw-gasto-ok
           move Gasimp-Importacion         to Impcab-Id
           perform LeerImportaciones
           if fs-comun not = "00"
              move "N"                     to sw-gasto-ok
              move "importacion inexistente" to motivo-rechazo
           end-if

           if sw-gasto-ok = "S"
              if Gasimp-Concepto not = "D" and
                 Gasimp-Concepto not = "F" and
                 Gasimp-Concepto not = "S" and
                 Gasimp-Concepto not = "H" and
                 Gasimp-Concepto not = "O"
                 move "N"                  to sw-gasto-ok
                 move "concepto invalido"  to motivo-rechazo
              end-if
           end-if

           if sw-gasto-ok = "S"
              if Gasimp-Criterio not = "V" and
                 Gasimp-Criterio not = "P" and
                 Gasimp-Criterio not = "C"
                 move "N"                  to sw-gasto-ok
                 move "criterio invalido"  to motivo-rechazo
              end-if
           end-if

           if sw-gasto-ok = "S" and Gasimp-Importe = zero
              move "N"                     to sw-gasto-ok
              move "importe invalido"      to motivo-rechazo
           end-if

           if sw-gasto-ok = "S"
              move Gasimp-Prove            to Provee-Id
              perform LeerProveedores
              if no-existe
                 move "N"                  to sw-gasto-ok
                 move "proveedor inexistente" to motivo-rechazo
              else
                 if Provee-Estado not = "A"
                    move "N"               to sw-gasto-ok
                    move "proveedor inactivo" to motivo-rechazo
                 end-if
              end-if
           end-if

           if sw-gasto-ok = "S" and Gasimp-Factura not = spaces
              move Gasimp-Prove            to Factura-Prove
              move Gasimp-Factura          to Factura-Numero
              perform LeerFacturas
              if fs-comun not = "00"
                 move "N"                  to sw-gasto-ok
                 move "factura inexistente" to motivo-rechazo
              end-if
           end-if.

       VerificarGastoPendiente.
           move "S"                        to sw-gasto-ok
           move gasimp-reg                 to gasimp-guardado
           perform LeerGasto
           if fs-comun = "00"
              if Gasimp-Estado = "D"
                 move "N"                  to sw-gasto-ok
                 move "gasto distribuido"  to motivo-rechazo
              end-if
           end-if
           move gasimp-guardado            to gasimp-reg.

       BorrarGastosImportacion.
           move Impcab-Id                  to Gasimp-Importacion
           move zero                       to Gasimp-Secuencia
           move "S"                        to sw-mas-detalles

           start gasimp key is not less than Gasimp-Key
              invalid key
                 move "N"                  to sw-mas-detalles
           end-start

           perform until sw-mas-detalles = "N"
              read gasimp next record
                 at end
                    move "N"               to sw-mas-detalles
              end-read
              if sw-mas-detalles = "N"
                 continue
              else
                 if Gasimp-Importacion = Impcab-Id
                    perform BorrarGasto
                 else
                    move "N"               to sw-mas-detalles
                 end-if
              end-if
           end-perform.

       RechazarRegistro.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectImportaciones
           move "|"                         to RejSep0 RejSep1
           move motivo-rechazo              to RejImportaciones-motivo
           move arg-opcion                  to RejImportaciones-opcion
           move spaces                      to RejImportaciones-request
           string "IMPORTACION=" Impcab-Id
              delimited by size into RejImportaciones-request

           perform GrabarRejects.

       RechazarGasto.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectImportaciones
           move "|"                         to RejSep0 RejSep1
           move motivo-rechazo              to RejImportaciones-motivo
           move arg-opcion                  to RejImportaciones-opcion
           move spaces                      to RejImportaciones-request
           string "GASIMP=" Gasimp-Importacion "-" Gasimp-Secuencia
              delimited by size into RejImportaciones-request

           perform GrabarRejects.

       RechazarClaveInvalidaDet.
           if fs-comun = "21"
              add 1 to contador-rechazos
              move spaces                   to reg-rejectImportaciones
              move "|"                      to RejSep0 RejSep1
              move "clave invalida"         to RejImportaciones-motivo
              move arg-opcion               to RejImportaciones-opcion
              move spaces                   to RejImportaciones-request
              string "GASIMP=" Gasimp-Importacion "-" Gasimp-Secuencia
                 delimited by size into RejImportaciones-request

              perform GrabarRejects
           end-if.

       RechazarOpcionInvalida.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectImportaciones
           move "|"                         to RejSep0 RejSep1
           move "opcion invalida"           to RejImportaciones-motivo
           move arg-opcion                  to RejImportaciones-opcion
           move spaces                      to RejImportaciones-request
           string "IMPORTACION=" ReqImportaciones-id
              delimited by size into RejImportaciones-request

           perform GrabarRejects.

       RechazarClaveInvalida.
           if fs-comun = "21"
              add 1 to contador-rechazos
              move spaces                   to reg-rejectImportaciones
              move "|"                      to RejSep0 RejSep1
              move "clave invalida"         to RejImportaciones-motivo
              move arg-opcion               to RejImportaciones-opcion
              move spaces                   to RejImportaciones-request
              string "IMPORTACION=" Impcab-Id
                 delimited by size into RejImportaciones-request

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
           write reg-responseImportaciones.

       CerrarResponse.
           move "close     " to operacion
           close response.

      * ---------------------------------------------------
       AbrirRejects.
           move "open      " to operacion
           open output rejects.

       GrabarRejects.
           move "write     " to operacion
           write reg-rejectImportaciones.

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
           move "s2c_importaciones"            to Lck-Proceso
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
              move "s2c_importaciones"         to Lck-Proceso
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
           initialize reg-responseImportaciones
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "93"             to ResImportaciones-status
           move "s2c_importaciones"   to ResImportaciones-proceso
           move "candado"        to ResImportaciones-archivo
           move "interfase ocupada"
              to ResImportaciones-operacion
           move arg-archivo      to ResImportaciones-request

           write reg-responseImportaciones
           close response.

      * ---------------------------------------------------
       AbrirAuditoria.
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if.

       CerrarAuditoria.
           close auditoria.

       CapturarAntesImportacion.
           move impcab-reg                     to aud-imagen-nueva
           move "read      " to operacion
           read impcab
           if fs-comun = "00"
              move impcab-reg                  to aud-imagen-antes
           else
              move spaces                      to aud-imagen-antes
           end-if
           move aud-imagen-nueva               to impcab-reg.

       RegistrarAuditoriaImportacion.
           if st-ok
              move spaces                      to aud-clave-wk
              string "IMPORTACION=" Impcab-Id
                 delimited by size into aud-clave-wk
              move "impcab"                    to Aud-Archivo
              perform GrabarAuditoria
           end-if.

       CapturarAntesGasto.
           move gasimp-reg                     to aud-imagen-nueva
           move "read      " to operacion
           read gasimp
           if fs-comun = "00"
              move gasimp-reg                  to aud-imagen-antes
           else
              move spaces                      to aud-imagen-antes
           end-if
           move aud-imagen-nueva               to gasimp-reg.

       RegistrarAuditoriaGasto.
           if st-ok
              move spaces                      to aud-clave-wk
              string "GASIMP=" Gasimp-Importacion "-" Gasimp-Secuencia
                 delimited by size into aud-clave-wk
              move "gasimp"                    to Aud-Archivo
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
       VerificarEstadoGasto.
           if fs-comun not = "00" and fs-comun not = "02" and
              fs-comun not = "21" and fs-comun not = "22" and
              fs-comun not = "23"
              move fs-comun         to st
              open output response
              initialize reg-responseImportaciones
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResImportaciones-status
              move "s2c_importaciones"
                                    to ResImportaciones-proceso
              move "gasimp"         to ResImportaciones-archivo
              move Operacion        to ResImportaciones-operacion
              move arg-archivo      to ResImportaciones-request

              write reg-responseImportaciones
              close response

              goback
           end-if.

       AbrirGastos.
           move "open      " to operacion
           open i-o gasimp
           if arch-no-existe
              open output gasimp
              close gasimp
              open i-o gasimp
           end-if.

       LeerGasto.
           move "read      " to operacion
           read gasimp.

       ReGrabarGasto.
           perform CapturarAntesGasto
           move "rewrite   " to operacion
           rewrite gasimp-reg
           perform VerificarEstadoGasto
           move gasimp-reg   to aud-imagen-despues
           perform RegistrarAuditoriaGasto.

       BorrarGasto.
           perform CapturarAntesGasto
           move "delete    " to operacion
           delete gasimp
           perform VerificarEstadoGasto
           move spaces       to aud-imagen-despues
           perform RegistrarAuditoriaGasto.

       GrabarGasto.
           move "write     " to operacion
           write gasimp-reg
           perform VerificarEstadoGasto
           move spaces       to aud-imagen-antes
           move gasimp-reg   to aud-imagen-despues
           perform RegistrarAuditoriaGasto.

       CerrarGastos.
           move "close     " to operacion
           Close gasimp.

      * ---------------------------------------------------
       AbrirImportaciones.
           move "open      " to operacion
           open i-o impcab
           if arch-no-existe
              open output impcab
              close impcab
              open i-o impcab
           end-if.

       LeerImportaciones.
           move "read      " to operacion
           read impcab.

       ReGrabarImportacion.
           perform CapturarAntesImportacion
           move "rewrite   " to operacion
           rewrite impcab-reg
           move impcab-reg   to aud-imagen-despues
           perform RegistrarAuditoriaImportacion.

       BorrarImportacion.
           perform CapturarAntesImportacion
           move "delete    " to operacion
           delete impcab
           move spaces       to aud-imagen-despues
           perform RegistrarAuditoriaImportacion.

       GrabarImportacion.
           move "write     " to operacion
           write impcab-reg
           move spaces       to aud-imagen-antes
           move impcab-reg   to aud-imagen-despues
           perform RegistrarAuditoriaImportacion.

       CerrarImportaciones.
           move "close     " to operacion
           Close impcab.

      * ---------------------------------------------------
       AbrirOrdenesCmpr.
           move "open      " to operacion
           open input ord-comp.

       LeerOrdenesCmpr.
           move "read      " to operacion
           read ord-comp.

       CerrarOrdenesCmpr.
           move "close     " to operacion
           Close ord-comp.

      * ---------------------------------------------------
       AbrirFacturas.
           move "open      " to operacion
           open input factura.

       LeerFacturas.
           move "read      " to operacion
           read factura.

       CerrarFacturas.
           move "close     " to operacion
           Close factura.

      * ---------------------------------------------------
       AbrirProveedores.
           move "open      " to operacion
           open input provee.

       LeerProveedores.
           move "read      " to operacion
           read provee.

       CerrarProveedores.
           move "close     " to operacion
           Close provee.

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
           initialize reg-responseImportaciones
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "91"             to ResImportaciones-status
           move "s2c_importaciones" to ResImportaciones-proceso
           move "operad"         to ResImportaciones-archivo
           move "operador sin permiso"
              to ResImportaciones-operacion
           move arg-archivo      to ResImportaciones-request

           write reg-responseImportaciones
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
