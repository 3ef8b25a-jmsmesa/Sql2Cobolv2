       identification division.
       program-id. s2cDistribuciones.
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

           copy itedis.sl.
           copy item-com.sl.
           copy ord-comp.sl.
           copy presup.sl.

           copy operad.sl.

       data division.
       file section.
       fd  request
                  block contains 1 records
                  label record is standard.

       01  reg-requestDistribuciones.
           02 ReqDistribuciones-orden       pic 9(06).
           02                               pic x(01).
           02 ReqDistribuciones-producto    pic 9(06).
           02                               pic x(01).
           02 ReqDistribuciones-tipo        pic 9(01).
           02                               pic x(01).
           02 ReqDistribuciones-secuencia   pic 9(04).
           02                               pic x(01).
           02 ReqDistribuciones-modo        pic x(01).

       01  reg-requestDistribucionesDet.
           02 ReqDistribucionesDet-Tipo     pic 9(01).
           02                               pic x(01).
           02 ReqDistribucionesDet-Orden    pic 9(06).
           02                               pic x(01).
           02 ReqDistribucionesDet-Producto pic 9(06).
           02                               pic x(01).
           02 ReqDistribucionesDet-Tipo-Item
                                            pic 9(01).
           02                               pic x(01).
           02 ReqDistribucionesDet-Secuencia
                                            pic 9(04).
           02                               pic x(01).
           02 ReqDistribucionesDet-Linea    pic 9(02).
           02                               pic x(01).
           02 ReqDistribucionesDet-Porcentaje
                                            pic 9(03),9(04).
           02                               pic x(01).
           02 ReqDistribucionesDet-Cantidad pic 9(10),9(04).
           02                               pic x(01).
           02 ReqDistribucionesDet-Cuenta   pic 9(12).
           02                               pic x(01).
           02 ReqDistribucionesDet-Proy     pic 9(04).
           02                               pic x(01).
           02 ReqDistribucionesDet-Sector   pic 9(04).
           02                               pic x(01).
           02 ReqDistribucionesDet-Ord-Tra  pic 9(06).

       fd  response
                  block contains 1 records
                  label record is standard.

       01  reg-responseDistribuciones.
           02 ResDistribuciones-status            pic x(02).
           02 ResSep0                       pic x(01).
           02 ResDistribuciones-proceso           pic x(20).
           02 ResSep1                       pic x(01).
           02 ResDistribuciones-archivo           pic x(20).
           02 ResSep2                       pic x(01).
           02 ResDistribuciones-operacion         pic x(20).
           02 ResSep3                       pic x(01).
           02 ResDistribuciones-request           pic x(30).

       01  reg-responseDistribucionesTot.
           02 TotDistribuciones-altas             pic 9(08).
           02                                pic x(01).
           02 TotDistribuciones-bajas              pic 9(08).
           02                                pic x(01).
           02 TotDistribuciones-modificaciones     pic 9(08).
           02                                pic x(01).
           02 TotDistribuciones-rechazos           pic 9(08).

           copy itedis.fd.
           copy item-com.fd.
           copy ord-comp.fd.
           copy presup.fd.

           copy operad.fd.

       fd  rejects
                  block contains 1 records
                  label record is standard.

       01  reg-rejectDistribuciones.
           02 RejDistribuciones-motivo            pic x(25).
           02 RejSep0                       pic x(01).
           02 RejDistribuciones-opcion            pic x(01).
           02 RejSep1                       pic x(01).
           02 RejDistribuciones-request           pic x(30).

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
       77  sw-grupo-abierto                    pic x(01) value "N".
       77  sw-grupo-ok                         pic x(01).
       77  sw-linea-ok                         pic x(01).
       77  sw-presupuesto-ok                   pic x(01).
       77  sw-mas-lineas                       pic x(01).
       77  grupo-modo                          pic x(01).
       77  lineas-nuevas                       pic 9(02).
       77  lineas-actuales                     pic 9(02).
       77  lineas-maximo                       pic 9(02) value 99.
       77  lineas-comprometidas                pic 9(02).
       77  indice-linea                        pic 9(02).
       77  indice-slot                         pic 9(01).
       77  suma-porcentaje                     pic 9(05)v9(04).
       77  suma-cantidad                       pic 9(12)v9(04).
       77  cantidad-item                       pic 9(12)v9(04).
       77  cantidad-linea                      pic 9(10)v9(04).
       77  importe-item                        pic s9(13)v9(02).
       77  importe-asignado                    pic s9(13)v9(02).
       77  importe-parte                       pic s9(13)v9(02).
       77  porcentaje-acum                     pic 9(05)v9(04).
       77  porcentaje-parte                    pic 9(03)v9(04).
       77  empresa-orden                       pic 9(02).
       77  periodo-orden                       pic 9(06).
       77  cuenta-partida                      pic 9(12).
       77  proy-partida                        pic 9(04).
       77  item-cuenta-wk                      pic 9(12).
       77  item-proy-wk                        pic 9(04).
       77  item-sector-wk                      pic 9(04).
       77  item-ord-tra-wk                     pic 9(06).

       01  grupo-item.
           03 grupo-orden                      pic 9(06).
           03 grupo-producto                   pic 9(06).
           03 grupo-tipo                       pic 9(01).
           03 grupo-secuencia                  pic 9(04).

      * the split being loaded and the one it replaces
       01  distribucion-nueva.
           03 nue-ent occurs 99.
              05 nue-linea                     pic 9(02).
              05 nue-porcentaje                pic 9(03)v9(04).
              05 nue-cantidad                  pic 9(10)v9(04).
              05 nue-cuenta                    pic 9(12).
              05 nue-proy                      pic 9(04).
              05 nue-sector                    pic 9(04).
              05 nue-ord-tra                   pic 9(06).

       01  distribucion-actual.
           03 act-ent occurs 99.
              05 act-porcentaje                pic 9(03)v9(04).
              05 act-cuenta                    pic 9(12).
              05 act-proy                      pic 9(04).

       01  Item-Com-Ws.
           copy item-com.wk.
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
       file-itedis section.
           use after standard error procedure on itedis.
       disp-itedis.
           move "itedis"      to archivo.
           perform mensaje-status.

       file-item-com section.
           use after standard error procedure on item-com.
       disp-item-com.
           move "item-com"    to archivo.
           perform mensaje-status.

       file-ord-comp section.
           use after standard error procedure on ord-comp.
       disp-ord-comp.
           move "ord-comp"    to archivo.
           perform mensaje-status.

       file-presup section.
           use after standard error procedure on presup.
       disp-presup.
           move "presup"      to archivo.
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
              initialize reg-responseDistribuciones
              move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
              move st               to ResDistribuciones-status
              move "s2c_distribuciones"   to ResDistribuciones-proceso
              move Archivo          to ResDistribuciones-archivo
              move Operacion        to ResDistribuciones-operacion
              move argv(1:26)       to ResDistribuciones-request

              write reg-responseDistribuciones
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

           Perform AbrirDistribuciones.
           Perform AbrirOrdenesCmpr.
           Perform AbrirOrdenesCmprItem.
           Perform AbrirPresupuestos.
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

           Perform CerrarDistribuciones.
           Perform CerrarOrdenesCmpr.
           Perform CerrarOrdenesCmprItem.
           Perform CerrarPresupuestos.
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
              if reg-requestDistribuciones(2:1) = "|"
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
           perform CerrarGrupo

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
           move contador-altas           to TotDistribuciones-altas
           move contador-bajas           to TotDistribuciones-bajas
           move contador-modificaciones
              to TotDistribuciones-modificaciones
           move contador-rechazos        to TotDistribuciones-rechazos

           move "open      " to operacion
           open extend response
           move "write     " to operacion
           write reg-responseDistribucionesTot
           move "close     " to operacion
           close response.

       GenerarResponse.
           perform AbrirResponse

           initialize reg-responseDistribuciones
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "s2c_distribuciones"   to ResDistribuciones-proceso
           move "00"             to ResDistribuciones-status
           move spaces           to ResDistribuciones-archivo
           move spaces           to ResDistribuciones-operacion
           move arg-archivo      to ResDistribuciones-request

           perform GrabarResponse.

           perform CerrarResponse.

       ProcesarAlta.
           add 1 to contador-altas
           perform ProcesarDistribucion.

       ProcesarBaja.
           add 1 to contador-bajas
           if sw-registro-detalle = "S"
              move "detalle en baja"       to motivo-rechazo
              perform RechazarLinea
           else
              perform CerrarGrupo
              perform MoverCabeceraRequest
              perform ValidarItem
              if sw-grupo-ok = "N"
                 perform RechazarGrupo
              else
                 perform CargarDistribucionActual
                 if lineas-actuales > 0
                    perform CalcularImporteItem
                    perform LiberarActual
                    move zero              to lineas-nuevas
                    perform ComprometerItem
                    perform BorrarDistribucionActual
                 end-if
              end-if
           end-if.

       ProcesarModificacion.
           add 1 to contador-modificaciones
           perform ProcesarDistribucion.

      * a header opens the split of one item line; its detail lines
      * follow and the whole split is applied when the next header
      * or the end of the request closes it
       ProcesarDistribucion.
           if sw-registro-detalle = "S"
              if sw-grupo-abierto = "N"
                 move "linea sin cabecera" to motivo-rechazo
                 perform RechazarLinea
              else
                 perform AgregarLinea
              end-if
           else
              perform CerrarGrupo
              perform MoverCabeceraRequest
              perform ValidarItem
              move "S"                     to sw-grupo-abierto
              move zero                    to lineas-nuevas
              move zero                    to suma-porcentaje
              move zero                    to suma-cantidad
              initialize distribucion-nueva
           end-if.

       MoverCabeceraRequest.
           move ReqDistribuciones-orden      to grupo-orden
           move ReqDistribuciones-producto   to grupo-producto
           move ReqDistribuciones-tipo       to grupo-tipo
           move ReqDistribuciones-secuencia  to grupo-secuencia
           move ReqDistribuciones-modo       to grupo-modo
           if grupo-modo = "p"
              move "P"                     to grupo-modo
           end-if
           if grupo-modo = "c"
              move "C"                     to grupo-modo
           end-if.

      * only open orders take a split; the item keeps its own
      * cuenta/proyecto/sector/OT as the default of every line
       ValidarItem.
           move "S"                        to sw-grupo-ok
           move grupo-item                 to Item-Com-Key
           perform LeerOrdenesCmprItem
           if fs-comun not = "00"
              move "N"                     to sw-grupo-ok
              move "item inexistente"      to motivo-rechazo
           else
              move Item-Com-Campo          to item-com-reg-2
              move Item-Com-Cuenta         to item-cuenta-wk
              move Item-Com-Proy           to item-proy-wk
              move Item-Com-Sector         to item-sector-wk
              move Item-Com-Ord-Tra        to item-ord-tra-wk
              if grupo-producto = zero
                 move "N"                  to sw-grupo-ok
                 move "item sin producto"  to motivo-rechazo
              end-if
           end-if

           if sw-grupo-ok = "S"
              move grupo-orden             to Ord-Comp-Id
              perform LeerOrdenesCmpr
              if fs-comun not = "00"
                 move "N"                  to sw-grupo-ok
                 move "orden inexistente"  to motivo-rechazo
              else
                 move Ord-Comp-Empresa     to empresa-orden
                 move Ord-Comp-Fecha(1:6)  to periodo-orden
                 if Ord-Comp-Resto(1:1) = "5" or
                    Ord-Comp-Resto(1:1) = "6" or
                    Ord-Comp-Resto(1:1) = "7"
                    move "N"               to sw-grupo-ok
                    move "orden cerrada"   to motivo-rechazo
                 end-if
              end-if
           end-if

           if sw-grupo-ok = "S" and arg-opcion not = "b"
              if grupo-modo not = "P" and grupo-modo not = "C"
                 move "N"                  to sw-grupo-ok
                 move "modo invalido"      to motivo-rechazo
              end-if
           end-if.

       AgregarLinea.
           move "S"                        to sw-linea-ok
           if ReqDistribucionesDet-Orden not = grupo-orden or
              ReqDistribucionesDet-Producto not = grupo-producto or
              ReqDistribucionesDet-Tipo-Item not = grupo-tipo or
              ReqDistribucionesDet-Secuencia not = grupo-secuencia
              move "N"                     to sw-linea-ok
              move "linea de otro item"    to motivo-rechazo
           end-if

           if sw-linea-ok = "S" and lineas-nuevas >= lineas-maximo
              move "N"                     to sw-linea-ok
              move "demasiadas lineas"     to motivo-rechazo
           end-if

           if sw-linea-ok = "S"
              move ReqDistribucionesDet-Porcentaje to porcentaje-parte
              move ReqDistribucionesDet-Cantidad   to cantidad-linea
              if (grupo-modo = "P" and porcentaje-parte = zero) or
                 (grupo-modo = "C" and cantidad-linea = zero)
                 move "N"                  to sw-linea-ok
                 move "linea sin importe"  to motivo-rechazo
              end-if
           end-if

           if sw-linea-ok = "N"
              perform RechazarLinea
              move "N"                     to sw-grupo-ok
           else
              add 1                        to lineas-nuevas
              move lineas-nuevas           to indice-linea
              move ReqDistribucionesDet-Linea
                 to nue-linea(indice-linea)
              move ReqDistribucionesDet-Porcentaje
                 to nue-porcentaje(indice-linea)
              move ReqDistribucionesDet-Cantidad
                 to nue-cantidad(indice-linea)
              move ReqDistribucionesDet-Cuenta
                 to nue-cuenta(indice-linea)
              move ReqDistribucionesDet-Proy
                 to nue-proy(indice-linea)
              move ReqDistribucionesDet-Sector
                 to nue-sector(indice-linea)
              move ReqDistribucionesDet-Ord-Tra
                 to nue-ord-tra(indice-linea)
              if nue-cuenta(indice-linea) = zero
                 move item-cuenta-wk       to nue-cuenta(indice-linea)
              end-if
              if nue-proy(indice-linea) = zero
                 move item-proy-wk         to nue-proy(indice-linea)
              end-if
              if nue-sector(indice-linea) = zero
                 move item-sector-wk       to nue-sector(indice-linea)
              end-if
              if nue-ord-tra(indice-linea) = zero
                 move item-ord-tra-wk      to nue-ord-tra(indice-linea)
              end-if
              add nue-porcentaje(indice-linea) to suma-porcentaje
              add nue-cantidad(indice-linea)   to suma-cantidad
           end-if.

       CerrarGrupo.
           if sw-grupo-abierto = "S"
              move "N"                     to sw-grupo-abierto
              if sw-grupo-ok = "S"
                 perform ValidarSuma
              end-if
              if sw-grupo-ok = "N"
                 perform RechazarGrupo
              else
                 perform AplicarDistribucion
              end-if
           end-if.

      * a split by quantity must cover the ordered quantity and is
      * kept as percentages; the last line takes the rounding
       ValidarSuma.
           if lineas-nuevas = zero
              move "N"                     to sw-grupo-ok
              move "distribucion sin lineas" to motivo-rechazo
           else
              if grupo-modo = "P"
                 if suma-porcentaje not = 100
                    move "N"               to sw-grupo-ok
                    move "no suma 100%"    to motivo-rechazo
                 end-if
              else
                 move grupo-item           to Item-Com-Key
                 perform LeerOrdenesCmprItem
                 move Item-Com-Campo       to item-com-reg-2
                 perform SumarCantidadItem
                 if suma-cantidad not = cantidad-item
                    move "N"               to sw-grupo-ok
                    move "no suma la cantidad" to motivo-rechazo
                 else
                    perform ConvertirCantidades
                 end-if
              end-if
           end-if.

       ConvertirCantidades.
           move zero                       to porcentaje-acum
           move 1                          to indice-linea
           perform until indice-linea > lineas-nuevas
              if indice-linea = lineas-nuevas
                 compute nue-porcentaje(indice-linea) =
                    100 - porcentaje-acum
              else
                 compute nue-porcentaje(indice-linea) rounded =
                    nue-cantidad(indice-linea) * 100 / cantidad-item
                 add nue-porcentaje(indice-linea) to porcentaje-acum
              end-if
              add 1                        to indice-linea
           end-perform.

       SumarCantidadItem.
           move zero                       to cantidad-item
           move 1                          to indice-slot
           perform 5 times
              add Item-Com-Cantidad(indice-slot) to cantidad-item
              add 1 to indice-slot
           end-perform.

      * the budget commitment moves from the current allocation of
      * the item to the new split; a partida that cannot take its
      * share undoes the move and rejects the split
       AplicarDistribucion.
           perform CargarDistribucionActual
           perform CalcularImporteItem
           perform LiberarActual
           perform ComprometerNueva
           if sw-presupuesto-ok = "N"
              perform LiberarNueva
              perform ComprometerActual
              move "presupuesto excedido"  to motivo-rechazo
              perform RechazarGrupo
           else
              perform BorrarDistribucionActual
              perform GrabarDistribucionNueva
           end-if.

       CalcularImporteItem.
           move grupo-item                 to Item-Com-Key
           perform LeerOrdenesCmprItem
           move Item-Com-Campo             to item-com-reg-2
           perform SumarCantidadItem
           compute importe-item =
              (cantidad-item * Item-Com-Precio) - Item-Com-Dto
           if importe-item < 0
              move zero                    to importe-item
           end-if.

       CargarDistribucionActual.
           move zero                       to lineas-actuales
           move grupo-item                 to Itedis-Item
           move zero                       to Itedis-Linea
           move "S"                        to sw-mas-lineas
           start itedis key is not less than Itedis-Key
              invalid key
                 move "N"                  to sw-mas-lineas
           end-start

           perform until sw-mas-lineas = "N"
              read itedis next record
                 at end
                    move "N"               to sw-mas-lineas
              end-read
              if sw-mas-lineas = "S"
                 if Itedis-Item not = grupo-item
                    move "N"               to sw-mas-lineas
                 else
                    if lineas-actuales < lineas-maximo
                       add 1               to lineas-actuales
                       move Itedis-Porcentaje
                          to act-porcentaje(lineas-actuales)
                       move Itedis-Cuenta
                          to act-cuenta(lineas-actuales)
                       move Itedis-Proy
                          to act-proy(lineas-actuales)
                    end-if
                 end-if
              end-if
           end-perform.

       LiberarActual.
           if lineas-actuales = zero
              move item-cuenta-wk          to cuenta-partida
              move item-proy-wk            to proy-partida
              move importe-item            to importe-parte
              perform DescontarPartida
           else
              move zero                    to porcentaje-acum
              move zero                    to importe-asignado
              move 1                       to indice-linea
              perform until indice-linea > lineas-actuales
                 move act-porcentaje(indice-linea) to porcentaje-parte
                 perform CalcularParte
                 move act-cuenta(indice-linea) to cuenta-partida
                 move act-proy(indice-linea)   to proy-partida
                 perform DescontarPartida
                 add 1                     to indice-linea
              end-perform
           end-if.

       ComprometerActual.
           if lineas-actuales = zero
              move item-cuenta-wk          to cuenta-partida
              move item-proy-wk            to proy-partida
              move importe-item            to importe-parte
              perform SumarPartida
           else
              move zero                    to porcentaje-acum
              move zero                    to importe-asignado
              move 1                       to indice-linea
              perform until indice-linea > lineas-actuales
                 move act-porcentaje(indice-linea) to porcentaje-parte
                 perform CalcularParte
                 move act-cuenta(indice-linea) to cuenta-partida
                 move act-proy(indice-linea)   to proy-partida
                 perform SumarPartida
                 add 1                     to indice-linea
              end-perform
           end-if.

       ComprometerNueva.
           move "S"                        to sw-presupuesto-ok
           move zero                       to lineas-comprometidas
           move zero                       to porcentaje-acum
           move zero                       to importe-asignado
           move 1                          to indice-linea
           perform until indice-linea > lineas-nuevas
                      or sw-presupuesto-ok = "N"
              move nue-porcentaje(indice-linea) to porcentaje-parte
              perform CalcularParte
              move nue-cuenta(indice-linea)  to cuenta-partida
              move nue-proy(indice-linea)    to proy-partida
              perform VerificarPartida
              if sw-presupuesto-ok = "S"
                 perform SumarPartida
                 move indice-linea         to lineas-comprometidas
              end-if
              add 1                        to indice-linea
           end-perform.

       LiberarNueva.
           move zero                       to porcentaje-acum
           move zero                       to importe-asignado
           move 1                          to indice-linea
           perform until indice-linea > lineas-comprometidas
              move nue-porcentaje(indice-linea) to porcentaje-parte
              perform CalcularParte
              move nue-cuenta(indice-linea)  to cuenta-partida
              move nue-proy(indice-linea)    to proy-partida
              perform DescontarPartida
              add 1                        to indice-linea
           end-perform.

      * after a baja the item is back on its own cuenta/proyecto
       ComprometerItem.
           move item-cuenta-wk             to cuenta-partida
           move item-proy-wk               to proy-partida
           move importe-item               to importe-parte
           perform SumarPartida.

      * the line that completes 100% takes whatever is left, so the
      * shares always add up to the item amount
       CalcularParte.
           add porcentaje-parte            to porcentaje-acum
           if porcentaje-acum not < 100
              compute importe-parte = importe-item - importe-asignado
           else
              compute importe-parte rounded =
                 importe-item * porcentaje-parte / 100
           end-if
           add importe-parte               to importe-asignado.

       VerificarPartida.
           move empresa-orden              to Presup-Empresa
           move proy-partida               to Presup-Proy
           move cuenta-partida             to Presup-Cuenta
           move periodo-orden              to Presup-Periodo
           perform LeerPresupuestos
           if fs-comun = "00"
              if (Presup-Comprometido + importe-parte)
                 > Presup-Autorizado
                 move "N"                  to sw-presupuesto-ok
              end-if
           end-if.

       SumarPartida.
           move empresa-orden              to Presup-Empresa
           move proy-partida               to Presup-Proy
           move cuenta-partida             to Presup-Cuenta
           move periodo-orden              to Presup-Periodo
           perform LeerPresupuestos
           if fs-comun = "00"
              add importe-parte            to Presup-Comprometido
              perform ReGrabarPresupuestos
           end-if.

       DescontarPartida.
           move empresa-orden              to Presup-Empresa
           move proy-partida               to Presup-Proy
           move cuenta-partida             to Presup-Cuenta
           move periodo-orden              to Presup-Periodo
           perform LeerPresupuestos
           if fs-comun = "00"
              if Presup-Comprometido > importe-parte
                 subtract importe-parte    from Presup-Comprometido
              else
                 move zero                 to Presup-Comprometido
              end-if
              perform ReGrabarPresupuestos
           end-if.

       BorrarDistribucionActual.
           move grupo-item                 to Itedis-Item
           move zero                       to Itedis-Linea
           move "S"                        to sw-mas-lineas
           start itedis key is not less than Itedis-Key
              invalid key
                 move "N"                  to sw-mas-lineas
           end-start

           perform until sw-mas-lineas = "N"
              read itedis next record
                 at end
                    move "N"               to sw-mas-lineas
              end-read
              if sw-mas-lineas = "S"
                 if Itedis-Item not = grupo-item
                    move "N"               to sw-mas-lineas
                 else
                    perform BorrarLinea
                 end-if
              end-if
           end-perform.

       GrabarDistribucionNueva.
           move 1                          to indice-linea
           perform until indice-linea > lineas-nuevas
              move grupo-item              to Itedis-Item
              move indice-linea            to Itedis-Linea
              move grupo-modo              to Itedis-Modo
              move nue-porcentaje(indice-linea) to Itedis-Porcentaje
              move nue-cantidad(indice-linea)   to Itedis-Cantidad
              move nue-cuenta(indice-linea)     to Itedis-Cuenta
              move nue-proy(indice-linea)       to Itedis-Proy
              move nue-sector(indice-linea)     to Itedis-Sector
              move nue-ord-tra(indice-linea)    to Itedis-Ord-Tra
              move spaces                  to Itedis-Resto
              perform GrabarLinea
              add 1                        to indice-linea
           end-perform.

       RechazarGrupo.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectDistribuciones
           move "|"                         to RejSep0 RejSep1
           move motivo-rechazo              to RejDistribuciones-motivo
           move arg-opcion                  to RejDistribuciones-opcion
           move spaces                      to RejDistribuciones-request
           string "ITEDIS=" grupo-orden "-" grupo-producto
                  "-" grupo-tipo "-" grupo-secuencia
              delimited by size into RejDistribuciones-request

           perform GrabarRejects.

       RechazarLinea.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectDistribuciones
           move "|"                         to RejSep0 RejSep1
           move motivo-rechazo              to RejDistribuciones-motivo
           move arg-opcion                  to RejDistribuciones-opcion
           move spaces                      to RejDistribuciones-request
           string "ITEDIS=" ReqDistribucionesDet-Orden
                  "-" ReqDistribucionesDet-Producto
                  "-" ReqDistribucionesDet-Tipo-Item
                  "-" ReqDistribucionesDet-Secuencia
                  "-" ReqDistribucionesDet-Linea
              delimited by size into RejDistribuciones-request

           perform GrabarRejects.

       RechazarOpcionInvalida.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectDistribuciones
           move "|"                         to RejSep0 RejSep1
           move "opcion invalida"           to RejDistribuciones-motivo
           move arg-opcion                  to RejDistribuciones-opcion
           move spaces                      to RejDistribuciones-request
           string "ITEDIS=" ReqDistribuciones-orden
              delimited by size into RejDistribuciones-request

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
           write reg-responseDistribuciones.

       CerrarResponse.
           move "close     " to operacion
           close response.

      * ---------------------------------------------------
       AbrirRejects.
           move "open      " to operacion
           open output rejects.

       GrabarRejects.
           move "write     " to operacion
           write reg-rejectDistribuciones.

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
           move "s2c_distribuciones"            to Lck-Proceso
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
              move "s2c_distribuciones"         to Lck-Proceso
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
           initialize reg-responseDistribuciones
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "93"             to ResDistribuciones-status
           move "s2c_distribuciones"   to ResDistribuciones-proceso
           move "candado"        to ResDistribuciones-archivo
           move "interfase ocupada"
              to ResDistribuciones-operacion
           move arg-archivo      to ResDistribuciones-request

           write reg-responseDistribuciones
           close response.

      * ---------------------------------------------------
       AbrirAuditoria.
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if.

       CerrarAuditoria.
           close auditoria.

       RegistrarAuditoriaLinea.
           if fs-comun = "00"
              move spaces                      to aud-clave-wk
              string "ITEDIS=" Itedis-Orden "-" Itedis-Producto
                     "-" Itedis-Tipo "-" Itedis-Secuencia
                     "-" Itedis-Linea
                 delimited by size into aud-clave-wk
              move "itedis"                    to Aud-Archivo
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
       AbrirDistribuciones.
           move "open      " to operacion
           open i-o itedis
           if arch-no-existe
              open output itedis
              close itedis
              open i-o itedis
           end-if.

       BorrarLinea.
           move itedis-reg   to aud-imagen-antes
           move "delete    " to operacion
           delete itedis
           move spaces       to aud-imagen-despues
           perform RegistrarAuditoriaLinea.

       GrabarLinea.
           move "write     " to operacion
           write itedis-reg
           move spaces       to aud-imagen-antes
           move itedis-reg   to aud-imagen-despues
           perform RegistrarAuditoriaLinea.

       CerrarDistribuciones.
           move "close     " to operacion
           Close itedis.

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
       AbrirOrdenesCmprItem.
           move "open      " to operacion
           open input item-com.

       LeerOrdenesCmprItem.
           move "read      " to operacion
           read item-com.

       CerrarOrdenesCmprItem.
           move "close     " to operacion
           Close item-com.

      * ---------------------------------------------------
       AbrirPresupuestos.
           move "open      " to operacion
           open i-o presup
           if arch-no-existe
              open output presup
              close presup
              open i-o presup
           end-if.

       LeerPresupuestos.
           move "read      " to operacion
           read presup.

       ReGrabarPresupuestos.
           move "rewrite   " to operacion
           rewrite presup-reg.

       CerrarPresupuestos.
           move "close     " to operacion
           Close presup.

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
           initialize reg-responseDistribuciones
           move "|"              to ResSep0 ResSep1 ResSep2 ResSep3
           move "91"             to ResDistribuciones-status
           move "s2c_distribuciones" to ResDistribuciones-proceso
           move "operad"         to ResDistribuciones-archivo
           move "operador sin permiso"
              to ResDistribuciones-operacion
           move arg-archivo      to ResDistribuciones-request

           write reg-responseDistribuciones
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
