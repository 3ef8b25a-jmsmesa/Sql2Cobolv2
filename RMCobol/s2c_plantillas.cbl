       identification division.
       program-id. s2cPlantillas.
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

           copy planti.sl.
           copy plaite.sl.
           copy provee.sl.
           copy produc.sl.

           copy operad.sl.

       data division.
       file section.
       fd  request
                  block contains 1 records
                  label record is standard.

       01  reg-requestPlantillas.
           02 ReqPlantillas-id              pic 9(06).
           02                               pic x(01).
           02 ReqPlantillas-descrip         pic x(40).
           02                               pic x(01).
           02 ReqPlantillas-prove           pic 9(04).
           02                               pic x(01).
           02 ReqPlantillas-empresa         pic 9(02).
           02                               pic x(01).
           02 ReqPlantillas-pago            pic 9(02).
           02                               pic x(01).
           02 ReqPlantillas-depo            pic 9(04).
           02                               pic x(01).
           02 ReqPlantillas-moneda          pic 9(02).
           02                               pic x(01).
           02 ReqPlantillas-tipo-orden      pic 9(01).
           02                               pic x(01).
           02 ReqPlantillas-obs-1           pic x(60).
           02                               pic x(01).
           02 ReqPlantillas-frecuencia      pic 9(02).
           02                               pic x(01).
           02 ReqPlantillas-desde           pic 9(08).
           02                               pic x(01).
           02 ReqPlantillas-hasta           pic 9(08).
           02                               pic x(01).
           02 ReqPlantillas-ajuste          pic 9(03),9(02).
           02                               pic x(01).
           02 ReqPlantillas-estado          pic x(01).

       01  reg-requestPlantillasDet.
           02 ReqPlantillasDet-Tipo         pic 9(01).
           02                               pic x(01).
           02 ReqPlantillasDet-Planti       pic 9(06).
           02                               pic x(01).
           02 ReqPlantillasDet-Secuencia    pic 9(04).
           02                               pic x(01).
           02 ReqPlantillasDet-Producto     pic 9(06).
           02                               pic x(01).
           02 ReqPlantillasDet-Cantidad     pic 9(10),9(04).
           02                               pic x(01).
           02 ReqPlantillasDet-Unidad       pic x(04).
           02                               pic x(01).
           02 ReqPlantillasDet-Precio       pic 9(12),9(04).
           02                               pic x(01).
           02 ReqPlantillasDet-Iva          pic 9(04),9(02).
           02                               pic x(01).
           02 ReqPlantillasDet-Sector       pic 9(04).
           02                               pic x(01).
           02 ReqPlantillasDet-Ord-Tra      pic 9(06).
           02                               pic x(01).
           02 ReqPlantillasDet-Cuenta       pic 9(12).
           02                               pic x(01).
           02 ReqPlantillasDet-Proy         pic 9(04).
           02                               pic x(01).
           02 ReqPlantillasDet-Obs          pic x(30).

       fd  response
                  block contains 1 records
                  label record is standard.

       01  reg-responsePlantillas.
           02 ResPlantillas-status            pic x(02).
           02 ResSep0                       pic x(01).
           02 ResPlantillas-proceso           pic x(20).
           02 ResSep1                       pic x(01).
           02 ResPlantillas-archivo           pic x(20).
           02 ResSep2                       pic x(01).
           02 ResPlantillas-operacion         pic x(20).
           02 ResSep3                       pic x(01).
           02 ResPlantillas-request           pic x(30).

       01  reg-responsePlantillasTot.
           02 TotPlantillas-altas             pic 9(08).
           02                                pic x(01).
           02 TotPlantillas-bajas              pic 9(08).
           02                                pic x(01).
           02 TotPlantillas-modificaciones     pic 9(08).
           02                                pic x(01).
           02 TotPlantillas-rechazos           pic 9(08).

           copy planti.fd.
           copy plaite.fd.
           copy provee.fd.
           copy produc.fd.

           copy operad.fd.

       fd  rejects
                  block contains 1 records
                  label record is standard.

       01  reg-rejectPlantillas.
           02 RejPlantillas-motivo            pic x(25).
           02 RejSep0                       pic x(01).
           02 RejPlantillas-opcion            pic x(01).
           02 RejSep1                       pic x(01).
           02 RejPlantillas-request           pic x(30).

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
       77  sw-plantilla-ok                     pic x(01).
       77  sw-item-ok                          pic x(01).
       77  planti-guardada                     pic x(200).
       77  ultimo-periodo-wk                   pic 9(06).
       77  ultima-orden-wk                     pic 9(06).
       77  tipo-orden-contrato                 pic 9(01) value 8.
       77  tipo-orden-consumo                  pic 9(01) value 7.
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
       file-planti section.
           use after standard error procedure on planti.
       disp-planti.
           move "planti"      to archivo.
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
              initialize reg-responsePlantillas
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResPlantillas-status
              move "s2c_plantillas"   to ResPlantillas-proceso
              move Archivo          to ResPlantillas-archivo
              move Operacion        to ResPlantillas-operacion
              move argv(1:26)       to ResPlantillas-request

              write reg-responsePlantillas
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

           Perform AbrirPlantillas.
           Perform AbrirItems.
           Perform AbrirProveedores.
           Perform AbrirProductos.
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

           Perform CerrarPlantillas.
           Perform CerrarItems.
           Perform CerrarProveedores.
           Perform CerrarProductos.
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
              if reg-requestPlantillas(2:1) = "|"
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
           move contador-altas           to TotPlantillas-altas
           move contador-bajas           to TotPlantillas-bajas
           move contador-modificaciones
              to TotPlantillas-modificaciones
           move contador-rechazos        to TotPlantillas-rechazos

           move "open      " to operacion
           open extend response
           move "write     " to operacion
           write reg-responsePlantillasTot
           move "close     " to operacion
           close response.

       GenerarResponse.
           perform AbrirResponse

           initialize reg-responsePlantillas
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "s2c_plantillas"   to ResPlantillas-proceso
           move "00"             to ResPlantillas-status
           move spaces           to ResPlantillas-archivo
           move spaces           to ResPlantillas-operacion
           move arg-archivo      to ResPlantillas-request

           perform GrabarResponse.

           perform CerrarResponse.

       ProcesarAlta.
           add 1 to contador-altas
           if sw-registro-detalle = "S"
              perform MoverDetalleRequest

              perform ValidarItemPlantilla
              if sw-item-ok = "N"
                 perform RechazarItem
              else
                 perform GrabarItem
                 if fs-comun = "22"
                    perform ReGrabarItem
                 end-if

                 perform RechazarClaveInvalidaDet
              end-if
           else
              perform MoverCabeceraRequest

              perform ValidarPlantilla
              if sw-plantilla-ok = "N"
                 perform RechazarRegistro
              else
                 perform GrabarPlantilla
                 if fs-comun = "22"
                    perform ConservarGeneracion
                    perform ReGrabarPlantilla
                 end-if

                 perform RechazarClaveInvalida
              end-if
           end-if.

       ProcesarBaja.
           add 1 to contador-bajas
           if sw-registro-detalle = "S"
              move ReqPlantillasDet-Planti    to Plaite-Planti
              move ReqPlantillasDet-Secuencia to Plaite-Secuencia

              perform BorrarItem

              perform RechazarClaveInvalidaDet
           else
              move ReqPlantillas-id           to Planti-Id

              perform BorrarPlantilla
              perform BorrarItemsPlantilla

              perform RechazarClaveInvalida
           end-if.

       ProcesarModificacion.
           add 1 to contador-modificaciones
           if sw-registro-detalle = "S"
              perform MoverDetalleRequest

              perform ValidarItemPlantilla
              if sw-item-ok = "N"
                 perform RechazarItem
              else
                 perform ReGrabarItem

                 perform RechazarClaveInvalidaDet
              end-if
           else
              perform MoverCabeceraRequest

              perform ValidarPlantilla
              if sw-plantilla-ok = "N"
                 perform RechazarRegistro
              else
                 perform ConservarGeneracion
                 perform ReGrabarPlantilla

                 perform RechazarClaveInvalida
              end-if
           end-if.

       MoverCabeceraRequest.
           move ReqPlantillas-id           to Planti-Id
           move ReqPlantillas-descrip      to Planti-Descrip
           move ReqPlantillas-prove        to Planti-Prove
           move ReqPlantillas-empresa      to Planti-Empresa
           move ReqPlantillas-pago         to Planti-Pago
           move ReqPlantillas-depo         to Planti-Depo
           move ReqPlantillas-moneda       to Planti-Moneda
           move ReqPlantillas-tipo-orden   to Planti-Tipo-Orden
           move ReqPlantillas-obs-1        to Planti-Obs-1
           move ReqPlantillas-frecuencia   to Planti-Frecuencia
           move ReqPlantillas-desde        to Planti-Fecha-Desde
           move ReqPlantillas-hasta        to Planti-Fecha-Hasta
           move ReqPlantillas-ajuste       to Planti-Ajuste
           move ReqPlantillas-estado       to Planti-Estado
           if Planti-Estado = space
              move "A"                     to Planti-Estado
           end-if
           move zero                       to Planti-Ultimo-Periodo
           move zero                       to Planti-Ultima-Orden
           move spaces                     to Planti-Resto.

       MoverDetalleRequest.
           move ReqPlantillasDet-Planti    to Plaite-Planti
           move ReqPlantillasDet-Secuencia to Plaite-Secuencia
           move ReqPlantillasDet-Producto  to Plaite-Producto
           move spaces                     to Plaite-Nom-Prod
           move ReqPlantillasDet-Cantidad  to Plaite-Cantidad
           move ReqPlantillasDet-Unidad    to Plaite-Unidad
           move ReqPlantillasDet-Precio    to Plaite-Precio
           move ReqPlantillasDet-Iva       to Plaite-Iva
           move ReqPlantillasDet-Sector    to Plaite-Sector
           move ReqPlantillasDet-Ord-Tra   to Plaite-Ord-Tra
           move ReqPlantillasDet-Cuenta    to Plaite-Cuenta
           move ReqPlantillasDet-Proy      to Plaite-Proy
           move ReqPlantillasDet-Obs       to Plaite-Obs
           move spaces                     to Plaite-Resto.

      * frecuencia is in months; a release template (tipo 7) must
      * name its contract the same way a release order does
       ValidarPlantilla.
           move "S"                        to sw-plantilla-ok
           move Planti-Prove               to Provee-Id
           perform LeerProveedores
           if no-existe
              move "N"                     to sw-plantilla-ok
              move "proveedor inexistente" to motivo-rechazo
           else
              if Provee-Estado not = "A"
                 move "N"                  to sw-plantilla-ok
                 move "proveedor inactivo" to motivo-rechazo
              end-if
           end-if

           if sw-plantilla-ok = "S"
              if Planti-Frecuencia not = 1 and
                 Planti-Frecuencia not = 2 and
                 Planti-Frecuencia not = 3 and
                 Planti-Frecuencia not = 4 and
                 Planti-Frecuencia not = 6 and
                 Planti-Frecuencia not = 12
                 move "N"                  to sw-plantilla-ok
                 move "frecuencia invalida" to motivo-rechazo
              end-if
           end-if

           if sw-plantilla-ok = "S"
              if Planti-Fecha-Desde = zero or
                 (Planti-Fecha-Hasta not = zero and
                  Planti-Fecha-Hasta < Planti-Fecha-Desde)
                 move "N"                  to sw-plantilla-ok
                 move "vigencia invalida"  to motivo-rechazo
              end-if
           end-if

           if sw-plantilla-ok = "S"
              if Planti-Tipo-Orden = tipo-orden-contrato
                 move "N"                  to sw-plantilla-ok
                 move "tipo orden invalido" to motivo-rechazo
              end-if
              if Planti-Tipo-Orden = tipo-orden-consumo and
                 Planti-Obs-1(1:9) not = "CONTRATO="
                 move "N"                  to sw-plantilla-ok
                 move "contrato no indicado" to motivo-rechazo
              end-if
           end-if

           if sw-plantilla-ok = "S"
              if Planti-Estado not = "A" and Planti-Estado not = "B"
                 move "N"                  to sw-plantilla-ok
                 move "estado invalido"    to motivo-rechazo
              end-if
           end-if.

      * what the monthly run already generated survives a change
      * of the model
       ConservarGeneracion.
           move planti-reg                 to planti-guardada
           perform LeerPlantillas
           if fs-comun = "00"
              move Planti-Ultimo-Periodo   to ultimo-periodo-wk
              move Planti-Ultima-Orden     to ultima-orden-wk
              move planti-guardada         to planti-reg
              move ultimo-periodo-wk       to Planti-Ultimo-Periodo
              move ultima-orden-wk         to Planti-Ultima-Orden
           else
              move planti-guardada         to planti-reg
           end-if.

       ValidarItemPlantilla.
           move "S"                        to sw-item-ok
           move Plaite-Planti              to Planti-Id
           perform LeerPlantillas
           if fs-comun not = "00"
              move "N"                     to sw-item-ok
              move "plantilla inexistente" to motivo-rechazo
           end-if

           if sw-item-ok = "S"
              move Plaite-Producto         to Produc-Codigo
              perform LeerProductos
              if fs-comun not = "00"
                 move "N"                  to sw-item-ok
                 move "producto inexistente" to motivo-rechazo
              else
                 if Produc-Estado not = "A"
                    move "N"               to sw-item-ok
                    move "producto inactivo" to motivo-rechazo
                 else
                    move Produc-Descrip    to Plaite-Nom-Prod
                 end-if
              end-if
           end-if

           if sw-item-ok = "S" and Plaite-Cantidad = zero
              move "N"                     to sw-item-ok
              move "cantidad invalida"     to motivo-rechazo
           end-if.

       BorrarItemsPlantilla.
           move Planti-Id                  to Plaite-Planti
           move zero                       to Plaite-Secuencia
           move "S"                        to sw-mas-detalles

           start plaite key is not less than Plaite-Key
              invalid key
                 move "N"                  to sw-mas-detalles
           end-start

           perform until sw-mas-detalles = "N"
              read plaite next record
                 at end
                    move "N"               to sw-mas-detalles
              end-read
              if sw-mas-detalles = "N"
                 continue
              else
                 if Plaite-Planti = Planti-Id
                    perform BorrarItem
                 else
                    move "N"               to sw-mas-detalles
                 end-if
              end-if
           end-perform.

       RechazarRegistro.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectPlantillas
           move "|"                         to RejSep0 RejSep1
           move motivo-rechazo              to RejPlantillas-motivo
           move arg-opcion                  to RejPlantillas-opcion
           move spaces                      to RejPlantillas-request
           string "PLANTILLA=" Planti-Id
              delimited by size into RejPlantillas-request

           perform GrabarRejects.

       RechazarItem.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectPlantillas
           move "|"                         to RejSep0 RejSep1
           move motivo-rechazo              to RejPlantillas-motivo
           move arg-opcion                  to RejPlantillas-opcion
           move spaces                      to RejPlantillas-request
           string "PLAITE=" Plaite-Planti "-" Plaite-Secuencia
              delimited by size into RejPlantillas-request

           perform GrabarRejects.

       RechazarClaveInvalidaDet.
           if fs-comun = "21"
              add 1 to contador-rechazos
              move spaces                   to reg-rejectPlantillas
              move "|"                      to RejSep0 RejSep1
              move "clave invalida"         to RejPlantillas-motivo
              move arg-opcion               to RejPlantillas-opcion
              move spaces                   to RejPlantillas-request
              string "PLAITE=" Plaite-Planti "-" Plaite-Secuencia
                 delimited by size into RejPlantillas-request

              perform GrabarRejects
           end-if.

       RechazarOpcionInvalida.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectPlantillas
           move "|"                         to RejSep0 RejSep1
           move "opcion invalida"           to RejPlantillas-motivo
           move arg-opcion                  to RejPlantillas-opcion
           move spaces                      to RejPlantillas-request
           string "PLANTILLA=" ReqPlantillas-id
              delimited by size into RejPlantillas-request

           perform GrabarRejects.

       RechazarClaveInvalida.
           if fs-comun = "21"
              add 1 to contador-rechazos
              move spaces                   to reg-rejectPlantillas
              move "|"                      to RejSep0 RejSep1
              move "clave invalida"         to RejPlantillas-motivo
              move arg-opcion               to RejPlantillas-opcion
              move spaces                   to RejPlantillas-request
              string "PLANTILLA=" Planti-Id
                 delimited by size into RejPlantillas-request

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
           write reg-responsePlantillas.

       CerrarResponse.
           move "close     " to operacion
           close response.

      * ---------------------------------------------------
       AbrirRejects.
           move "open      " to operacion
           open output rejects.

       GrabarRejects.
           move "write     " to operacion
           write reg-rejectPlantillas.

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
           move "s2c_plantillas"            to Lck-Proceso
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
              move "s2c_plantillas"         to Lck-Proceso
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
           initialize reg-responsePlantillas
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "93"             to ResPlantillas-status
           move "s2c_plantillas"   to ResPlantillas-proceso
           move "candado"        to ResPlantillas-archivo
           move "interfase ocupada"
              to ResPlantillas-operacion
           move arg-archivo      to ResPlantillas-request

           write reg-responsePlantillas
           close response.

      * ---------------------------------------------------
       AbrirAuditoria.
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if.

       CerrarAuditoria.
           close auditoria.

       CapturarAntesPlantilla.
           move planti-reg                     to aud-imagen-nueva
           move "read      " to operacion
           read planti
           if fs-comun = "00"
              move planti-reg                  to aud-imagen-antes
           else
              move spaces                      to aud-imagen-antes
           end-if
           move aud-imagen-nueva               to planti-reg.

       RegistrarAuditoriaPlantilla.
           if st-ok
              move spaces                      to aud-clave-wk
              string "PLANTILLA=" Planti-Id
                 delimited by size into aud-clave-wk
              move "planti"                    to Aud-Archivo
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
       VerificarEstadoItem.
           if fs-comun not = "00" and fs-comun not = "02" and
              fs-comun not = "21" and fs-comun not = "22" and
              fs-comun not = "23"
              move fs-comun         to st
              open output response
              initialize reg-responsePlantillas
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResPlantillas-status
              move "s2c_plantillas" to ResPlantillas-proceso
              move "plaite"         to ResPlantillas-archivo
              move Operacion        to ResPlantillas-operacion
              move arg-archivo      to ResPlantillas-request

              write reg-responsePlantillas
              close response

              goback
           end-if.

       AbrirItems.
           move "open      " to operacion
           open i-o plaite
           if arch-no-existe
              open output plaite
              close plaite
              open i-o plaite
           end-if.

       ReGrabarItem.
           move "rewrite   " to operacion
           rewrite plaite-reg
           perform VerificarEstadoItem.

       BorrarItem.
           move "delete    " to operacion
           delete plaite
           perform VerificarEstadoItem.

       GrabarItem.
           move "write     " to operacion
           write plaite-reg
           perform VerificarEstadoItem.

       CerrarItems.
           move "close     " to operacion
           Close plaite.

      * ---------------------------------------------------
       AbrirPlantillas.
           move "open      " to operacion
           open i-o planti
           if arch-no-existe
              open output planti
              close planti
              open i-o planti
           end-if.

       LeerPlantillas.
           move "read      " to operacion
           read planti.

       ReGrabarPlantilla.
           perform CapturarAntesPlantilla
           move "rewrite   " to operacion
           rewrite planti-reg
           move planti-reg   to aud-imagen-despues
           perform RegistrarAuditoriaPlantilla.

       BorrarPlantilla.
           perform CapturarAntesPlantilla
           move "delete    " to operacion
           delete planti
           move spaces       to aud-imagen-despues
           perform RegistrarAuditoriaPlantilla.

       GrabarPlantilla.
           move "write     " to operacion
           write planti-reg
           move spaces       to aud-imagen-antes
           move planti-reg   to aud-imagen-despues
           perform RegistrarAuditoriaPlantilla.

       CerrarPlantillas.
           move "close     " to operacion
           Close planti.

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
           initialize reg-responsePlantillas
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "91"             to ResPlantillas-status
           move "s2c_plantillas" to ResPlantillas-proceso
           move "operad"         to ResPlantillas-archivo
           move "operador sin permiso"
              to ResPlantillas-operacion
           move arg-archivo      to ResPlantillas-request

           write reg-responsePlantillas
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
