       identification division.
       program-id. RecuperarMaestros.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy ord-comp.sl.
           copy item-com.sl.
           copy entrega.sl.
           copy inspec.sl.
           copy factura.sl.
           copy propago.sl.
           copy honora.sl.
           copy period.sl.
           copy planti.sl.
           copy impcab.sl.
           copy gasimp.sl.
           copy itedis.sl.

           select respaldo
                  assign to disc NombreRespaldo
                  organization is line sequential
                  access is sequential
                  file status is st-respaldo.

           select historia
                  assign to random "HISTORIA.NDX"
                  organization is line sequential
                  access is sequential
                  file status is st-historia.

           select bitacora
                  assign to disc NombreBitacora
                  organization is line sequential
                  access is sequential
                  file status is st-bitacora.

           select listado
                  assign to random "RECUPERA.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

           select candado
                  assign to random "INTERFASE.LCK"
                  organization is line sequential
                  access is sequential
                  file status is st-candado.

       data division.
       file section.
           copy ord-comp.fd.
           copy item-com.fd.
           copy entrega.fd.
           copy inspec.fd.
           copy factura.fd.
           copy propago.fd.
           copy honora.fd.
           copy period.fd.
           copy planti.fd.
           copy impcab.fd.
           copy gasimp.fd.
           copy itedis.fd.

       fd  respaldo
                  label record is standard.

       01  reg-respaldo                       pic x(800).

       fd  historia
                  label record is standard.

       01  reg-historia.
           03 His-Fecha                       pic 9(08).
           03 HisSep0                         pic x(01).
           03 His-Nombre                      pic x(40).

       fd  bitacora
                  label record is standard.

       01  reg-bitacora                       pic x(1600).

       fd  listado
                  label record is standard.

       01  reg-listado                        pic x(132).

       fd  candado
                  label record is standard.

       01  reg-candado.
           02 Lck-Estado                      pic x(01).
           02 LckSep0                         pic x(01).
           02 Lck-Proceso                     pic x(20).
           02 LckSep1                         pic x(01).
           02 Lck-FechaHora                   pic 9(14).
           02 LckSep2                         pic x(01).
           02 Lck-Request                     pic x(30).

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  st-respaldo                        pic x(02).
       77  st-historia                        pic x(02).
       77  st-bitacora                        pic x(02).
       77  NombreRespaldo                     pic x(120).
       77  NombreBitacora                     pic x(40).
       77  Directorio-Respaldo                pic x(80).
       77  Confirmacion                       pic x(01).
       77  sw-mas-respaldo                    pic x(01).
       77  sw-mas-historia                    pic x(01).
       77  sw-mas-lineas                      pic x(01).
       77  sw-ya-leida                        pic x(01).
       77  sw-registro-existe                 pic x(01).
       77  sw-detenida                        pic x(01) value "N".
       77  indice-maestro                     pic 9(02).
       77  indice-tabla                       pic 9(02).
       77  indice-ancho                       pic 9(03).
       77  ultimo-ancho                       pic 9(03).
       77  ancho-campo                        pic 9(03).
       77  cursor-linea                       pic 9(04).
       77  cursor-imagen                      pic 9(04).
       77  largo-maestro                      pic 9(03).
       77  indice-leida                       pic 9(03).
       77  leidas-cantidad                    pic 9(03) value zero.
       77  leidas-maximo                      pic 9(03) value 500.
       77  motivo-detencion                   pic x(30).
       77  lineas-leidas                      pic 9(08) value zero.
       77  lineas-fuera                       pic 9(08) value zero.
       77  lineas-sin-maestro                 pic 9(08) value zero.
       77  lineas-reaplicadas                 pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.
       77  st-candado                         pic x(02).
       77  sw-candado-tomado                  pic x(01) value "N".
       77  sw-candado-leido                   pic x(01).
       77  intentos-candado                   pic 9(02).
       77  max-intentos-candado               pic 9(02) value 06.
       77  espera-candado                     pic 9(06) value 10.
       77  candado-ahora                      pic 9(14).
       77  candado-segundos                   pic s9(10).
       77  candado-lck-seg                    pic s9(10).
       77  candado-fecha-wk                   pic 9(08).
       77  candado-hora-wk                    pic 9(08).
       77  candado-hms                        pic 9(06).
       01  candado-estampa.
           03 cand-est-fecha                  pic 9(08).
           03 cand-est-hh                     pic 9(02).
           03 cand-est-mm                     pic 9(02).
           03 cand-est-ss                     pic 9(02).

       01  respaldo-instante.
           03 rsp-fecha                       pic 9(08).
           03 rsp-hora                        pic 9(06).

       01  limite-instante.
           03 lim-fecha                       pic 9(08).
           03 lim-hora                        pic 9(06).

       01  instante-linea.
           03 ins-fecha                       pic 9(08).
           03 ins-hora                        pic 9(06).

       01  imagen-aplicar                     pic x(700).
       01  imagen-previa                      pic x(700).
       01  imagen-actual                      pic x(700).

       01  leidas-tabla.
           03 leida-nombre                    pic x(40) occurs 500.

       01  reg-auditoria.
           02 Aud-Fecha                       pic 9(08).
           02 AudSep0                         pic x(01).
           02 Aud-Hora                        pic 9(06).
           02 AudSep1                         pic x(01).
           02 Aud-Request                     pic x(30).
           02 AudSep2                         pic x(01).
           02 Aud-Operacion                   pic x(10).
           02 AudSep3                         pic x(01).
           02 Aud-Archivo                     pic x(08).
           02 AudSep4                         pic x(01).
           02 Aud-Clave                       pic x(30).
           02 AudSep5                         pic x(01).
           02 Aud-Antes                       pic x(700).
           02 AudSep6                         pic x(01).
           02 Aud-Despues                     pic x(700).
           02 AudSep7                         pic x(01).
           02 Aud-Operador                    pic x(08).

      * the masters the trail records, with the file each one is
      * sequentialized to, its first entry and number of entries in
      * the width table, the record length, and the width of every
      * elementary field in record order; in the sequentialized line
      * each field is followed by a separator
           copy respaldo.wk.

       01  contadores-tabla.
           03 cnt-ent occurs 12.
              05 cnt-restaurado               pic x(01).
              05 cnt-cargados                 pic 9(08).
              05 cnt-rechazados               pic 9(08).
              05 cnt-altas                    pic 9(08).
              05 cnt-modificaciones           pic 9(08).
              05 cnt-bajas                    pic 9(08).
              05 cnt-omitidas                 pic 9(08).

       01  linea-maestro.
           03 Lin-Codigo                      pic x(08).
           03                                  pic x(02).
           03 Lin-Restaurado                  pic x(01).
           03                                  pic x(02).
           03 Lin-Cargados                    pic zz,zzz,zz9.
           03                                  pic x(01).
           03 Lin-Rechazados                  pic zz,zzz,zz9.
           03                                  pic x(01).
           03 Lin-Altas                       pic zz,zzz,zz9.
           03                                  pic x(01).
           03 Lin-Modificaciones              pic zz,zzz,zz9.
           03                                  pic x(01).
           03 Lin-Bajas                       pic zz,zzz,zz9.
           03                                  pic x(01).
           03 Lin-Omitidas                    pic zz,zzz,zz9.

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Directorio del respaldo            : "
           accept Directorio-Respaldo
           display "Instante del respaldo (AAAAMMDDHHMMSS) : "
           accept respaldo-instante
           display "Recuperar hasta (AAAAMMDDHHMMSS)   : "
           accept limite-instante
           if respaldo-instante not numeric or
              limite-instante not numeric or
              limite-instante < respaldo-instante
              display "Instantes invalidos"
              move 1                          to return-code
              goback
           end-if
           display "Se reconstruyen los maestros del respaldo. "
                   "Confirma (S/N) : "
           accept Confirmacion
           if Confirmacion not = "S" and Confirmacion not = "s"
              goback
           end-if

      * nothing may touch the masters while they are rebuilt
           perform TomarCandado
           if sw-candado-tomado = "N"
              display "Interfase ocupada, no se puede ejecutar."
              move 1                          to return-code
              goback
           end-if

           initialize contadores-tabla
           open output listado
           perform GrabarEncabezado.

       RestaurarMaestros.
           move 1                             to indice-maestro
           perform 12 times
              perform RestaurarUnMaestro
              add 1 to indice-maestro
           end-perform.

       ReaplicarBitacora.
           move 1                             to indice-maestro
           perform 12 times
              if cnt-restaurado(indice-maestro) = "S"
                 perform AbrirMaestroActualizar
              end-if
              add 1 to indice-maestro
           end-perform

           perform LeerBitacoras

           move 1                             to indice-maestro
           perform 12 times
              if cnt-restaurado(indice-maestro) = "S"
                 perform CerrarMaestro
              end-if
              add 1 to indice-maestro
           end-perform.

       TerminarProceso.
           perform GrabarResumen
           close listado

           move lineas-leidas                 to ed-cantidad
           display "Lineas de bitacora leidas : " ed-cantidad
           move lineas-reaplicadas            to ed-cantidad
           display "Imagenes reaplicadas      : " ed-cantidad
           if sw-detenida = "S"
              display "RECUPERACION DETENIDA: " motivo-detencion
              display "Detalle en RECUPERA.LST"
              move 1                          to return-code
           end-if

           perform LiberarCandado

           goback.

      * ---------------------------------------------------
      * the master is rebuilt only when its file is in the set; one
      * that is not keeps what it has and the trail skips it
       RestaurarUnMaestro.
           move spaces                        to NombreRespaldo
           if Directorio-Respaldo = spaces
              move mae-respaldo(indice-maestro) to NombreRespaldo
           else
              string Directorio-Respaldo delimited by " "
                     "\" delimited by size
                     mae-respaldo(indice-maestro) delimited by " "
                 into NombreRespaldo
           end-if
           move "N"                 to cnt-restaurado(indice-maestro)

           open input respaldo
           if st-respaldo = "00"
              perform AbrirMaestroSalida
              if fs-comun = "00"
                 move "S"           to cnt-restaurado(indice-maestro)
                 move "S"                     to sw-mas-respaldo
                 perform until sw-mas-respaldo = "N"
                    move spaces               to reg-respaldo
                    read respaldo
                       at end
                          move "N"            to sw-mas-respaldo
                       not at end
                          perform CargarLineaRespaldo
                    end-read
                 end-perform
                 perform CerrarMaestro
              end-if
              close respaldo
              perform RenovarCandado
           end-if.

       CargarLineaRespaldo.
           perform ArmarImagenRespaldo
           perform GrabarRegistro
           if fs-comun = "00"
              add 1                 to cnt-cargados(indice-maestro)
           else
              add 1                 to cnt-rechazados(indice-maestro)
           end-if.

       ArmarImagenRespaldo.
           move spaces                        to imagen-aplicar
           move 1                             to cursor-linea
           move 1                             to cursor-imagen
           move mae-primero(indice-maestro)   to indice-ancho
           compute ultimo-ancho = mae-primero(indice-maestro) +
              mae-campos(indice-maestro) - 1
           perform until indice-ancho > ultimo-ancho
              move anc-ancho(indice-ancho)    to ancho-campo
              move reg-respaldo(cursor-linea:ancho-campo)
                 to imagen-aplicar(cursor-imagen:ancho-campo)
              add ancho-campo                 to cursor-imagen
              compute cursor-linea = cursor-linea + ancho-campo + 1
              add 1                           to indice-ancho
           end-perform.

      * ---------------------------------------------------
      * the daily cuts not older than the backup, then the live log;
      * a cut listed twice in the history is read only once
       LeerBitacoras.
           move zero                          to leidas-cantidad
           open input historia
           if st-historia = "00"
              move "S"                        to sw-mas-historia
              perform until sw-mas-historia = "N"
                 read historia
                    at end
                       move "N"               to sw-mas-historia
                    not at end
                       perform EvaluarHistorico
                 end-read
                 if sw-detenida = "S"
                    move "N"                  to sw-mas-historia
                 end-if
              end-perform
              close historia
           end-if

           if sw-detenida = "N"
              move "AUDITORIA.LOG"            to NombreBitacora
              perform LeerUnaBitacora
           end-if.

       EvaluarHistorico.
           if His-Nombre(1:14) = "AUDITORIA.LOG." and
              His-Fecha numeric and
              His-Fecha not < rsp-fecha
              move "N"                        to sw-ya-leida
              move 1                          to indice-leida
              perform until indice-leida > leidas-cantidad
                 if leida-nombre(indice-leida) = His-Nombre
                    move "S"                  to sw-ya-leida
                 end-if
                 add 1                        to indice-leida
              end-perform
              if sw-ya-leida = "N"
                 if leidas-cantidad < leidas-maximo
                    add 1                     to leidas-cantidad
                    move His-Nombre to leida-nombre(leidas-cantidad)
                 end-if
                 move His-Nombre              to NombreBitacora
                 perform LeerUnaBitacora
              end-if
           end-if.

       LeerUnaBitacora.
           open input bitacora
           if st-bitacora = "00"
              move "S"                        to sw-mas-lineas
              perform until sw-mas-lineas = "N"
                 move spaces                  to reg-bitacora
                 read bitacora
                    at end
                       move "N"               to sw-mas-lineas
                    not at end
                       perform EvaluarLinea
                 end-read
                 if sw-detenida = "S"
                    move "N"                  to sw-mas-lineas
                 end-if
              end-perform
              close bitacora
           end-if.

      * only what happened after the backup and up to the chosen
      * instant goes back in
       EvaluarLinea.
           add 1                              to lineas-leidas
           if reg-bitacora(1:8) numeric and reg-bitacora(10:6) numeric
              move reg-bitacora(1:8)          to ins-fecha
              move reg-bitacora(10:6)         to ins-hora
              if instante-linea > respaldo-instante and
                 instante-linea not > limite-instante
                 move reg-bitacora            to reg-auditoria
                 perform ReaplicarLinea
              else
                 add 1                        to lineas-fuera
              end-if
           end-if.

       ReaplicarLinea.
           perform BuscarMaestro
           evaluate true
              when indice-maestro = zero
                 add 1                        to lineas-sin-maestro
              when cnt-restaurado(indice-maestro) not = "S"
                 add 1              to cnt-omitidas(indice-maestro)
              when other
                 perform AplicarImagen
           end-evaluate.

      * the record on file must be exactly what the trail saw before
      * the change; anything else means the trail and the backup do
      * not meet, and going on would only compound it
       AplicarImagen.
           move mae-largo(indice-maestro)     to largo-maestro
           move spaces                        to imagen-previa
           move Aud-Antes(1:largo-maestro)    to imagen-previa
           move spaces                        to imagen-aplicar
           evaluate true
              when Aud-Operacion(1:7) = "delete "
                 move Aud-Antes(1:largo-maestro)
                    to imagen-aplicar
                 perform LeerRegistroActual
                 perform VerificarImagenPrevia
                 if sw-detenida = "N"
                    perform BorrarRegistro
                    if fs-comun = "00"
                       add 1        to cnt-bajas(indice-maestro)
                    end-if
                 end-if
              when imagen-previa = spaces
                 move Aud-Despues(1:largo-maestro)
                    to imagen-aplicar
                 perform LeerRegistroActual
                 if sw-registro-existe = "S"
                    move "registro ya existente" to motivo-detencion
                    perform DetenerRecuperacion
                 else
                    perform GrabarRegistro
                    if fs-comun = "00"
                       add 1        to cnt-altas(indice-maestro)
                    end-if
                 end-if
              when other
                 move Aud-Despues(1:largo-maestro)
                    to imagen-aplicar
                 perform LeerRegistroActual
                 perform VerificarImagenPrevia
                 if sw-detenida = "N"
                    perform ReGrabarRegistro
                    if fs-comun = "00"
                       add 1 to cnt-modificaciones(indice-maestro)
                    end-if
                 end-if
           end-evaluate

           if sw-detenida = "N"
              if fs-comun = "00"
                 add 1                        to lineas-reaplicadas
              else
                 move "error al grabar"       to motivo-detencion
                 perform DetenerRecuperacion
              end-if
           end-if.

       VerificarImagenPrevia.
           if sw-registro-existe = "N"
              move "registro inexistente"     to motivo-detencion
              perform DetenerRecuperacion
           else
              if imagen-actual(1:largo-maestro) not =
                 imagen-previa(1:largo-maestro)
                 move "imagen previa no coincide"
                    to motivo-detencion
                 perform DetenerRecuperacion
              end-if
           end-if.

       DetenerRecuperacion.
           move "S"                           to sw-detenida

           move spaces                        to reg-listado
           perform GrabarListado
           move spaces                        to reg-listado
           string "RECUPERACION DETENIDA: " motivo-detencion
              delimited by size into reg-listado
           perform GrabarListado
           move spaces                        to reg-listado
           string "BITACORA " NombreBitacora
                  " FECHA " Aud-Fecha " HORA " Aud-Hora
              delimited by size into reg-listado
           perform GrabarListado
           move spaces                        to reg-listado
           string "ARCHIVO " Aud-Archivo
                  " OPERACION " Aud-Operacion
                  " CLAVE " Aud-Clave
              delimited by size into reg-listado
           perform GrabarListado
           move spaces                        to reg-listado
           string "REQUEST " Aud-Request
                  " OPERADOR " Aud-Operador
              delimited by size into reg-listado
           perform GrabarListado
           move spaces                        to reg-listado
           string "PREVIA EN BITACORA: " imagen-previa(1:100)
              delimited by size into reg-listado
           perform GrabarListado
           move spaces                        to reg-listado
           if sw-registro-existe = "S"
              string "ACTUAL EN ARCHIVO : " imagen-actual(1:100)
                 delimited by size into reg-listado
           else
              string "ACTUAL EN ARCHIVO : NO EXISTE"
                 delimited by size into reg-listado
           end-if
           perform GrabarListado.

       BuscarMaestro.
           move zero                          to indice-maestro
           move 1                             to indice-tabla
           perform until indice-tabla > 12
              if mae-codigo(indice-tabla) = Aud-Archivo
                 move indice-tabla            to indice-maestro
                 move 12                      to indice-tabla
              end-if
              add 1                           to indice-tabla
           end-perform.

      * ---------------------------------------------------
       GrabarEncabezado.
           move spaces                        to reg-listado
           string "RECUPERACION DE MAESTROS   RESPALDO "
                  Directorio-Respaldo delimited by " "
                  "  DESDE " delimited by size
                  respaldo-instante delimited by size
                  "  HASTA " delimited by size
                  limite-instante delimited by size
              into reg-listado
           perform GrabarListado.

       GrabarResumen.
           move spaces                        to reg-listado
           perform GrabarListado
           move spaces                        to reg-listado
           string "MAESTRO  RES   RESPALDO  RECHAZADOS      ALTAS"
                  "     MODIF.      BAJAS  OMITIDAS"
              delimited by size into reg-listado
           perform GrabarListado

           move 1                             to indice-maestro
           perform 12 times
              perform GrabarLineaMaestro
              add 1 to indice-maestro
           end-perform

           move spaces                        to reg-listado
           perform GrabarListado
           move lineas-leidas                 to ed-cantidad
           move spaces                        to reg-listado
           string "LINEAS DE BITACORA LEIDAS     " ed-cantidad
              delimited by size into reg-listado
           perform GrabarListado
           move lineas-fuera                  to ed-cantidad
           move spaces                        to reg-listado
           string "FUERA DEL INTERVALO           " ed-cantidad
              delimited by size into reg-listado
           perform GrabarListado
           move lineas-sin-maestro            to ed-cantidad
           move spaces                        to reg-listado
           string "ARCHIVO NO RECUPERABLE        " ed-cantidad
              delimited by size into reg-listado
           perform GrabarListado
           move lineas-reaplicadas            to ed-cantidad
           move spaces                        to reg-listado
           string "IMAGENES REAPLICADAS          " ed-cantidad
              delimited by size into reg-listado
           perform GrabarListado

           move spaces                        to reg-listado
           if sw-detenida = "S"
              string "RECUPERACION DETENIDA, VER DETALLE ARRIBA"
                 delimited by size into reg-listado
           else
              string "RECUPERACION COMPLETA HASTA " limite-instante
                 delimited by size into reg-listado
           end-if
           perform GrabarListado.

       GrabarLineaMaestro.
           move spaces                        to linea-maestro
           move mae-codigo(indice-maestro)    to Lin-Codigo
           move cnt-restaurado(indice-maestro) to Lin-Restaurado
           move cnt-cargados(indice-maestro)  to Lin-Cargados
           move cnt-rechazados(indice-maestro) to Lin-Rechazados
           move cnt-altas(indice-maestro)     to Lin-Altas
           move cnt-modificaciones(indice-maestro)
              to Lin-Modificaciones
           move cnt-bajas(indice-maestro)     to Lin-Bajas
           move cnt-omitidas(indice-maestro)  to Lin-Omitidas
           move linea-maestro                 to reg-listado
           perform GrabarListado.

       GrabarListado.
           write reg-listado.

      * ---------------------------------------------------
       AbrirMaestroSalida.
           evaluate indice-maestro
              when 01
                 open output ord-comp
              when 02
                 open output item-com
              when 03
                 open output entrega
              when 04
                 open output inspec
              when 05
                 open output factura
              when 06
                 open output propago
              when 07
                 open output honora
              when 08
                 open output period
              when 09
                 open output planti
              when 10
                 open output impcab
              when 11
                 open output gasimp
              when 12
                 open output itedis
           end-evaluate.

       AbrirMaestroActualizar.
           evaluate indice-maestro
              when 01
                 open i-o ord-comp
              when 02
                 open i-o item-com
              when 03
                 open i-o entrega
              when 04
                 open i-o inspec
              when 05
                 open i-o factura
              when 06
                 open i-o propago
              when 07
                 open i-o honora
              when 08
                 open i-o period
              when 09
                 open i-o planti
              when 10
                 open i-o impcab
              when 11
                 open i-o gasimp
              when 12
                 open i-o itedis
           end-evaluate.

       CerrarMaestro.
           evaluate indice-maestro
              when 01
                 close ord-comp
              when 02
                 close item-com
              when 03
                 close entrega
              when 04
                 close inspec
              when 05
                 close factura
              when 06
                 close propago
              when 07
                 close honora
              when 08
                 close period
              when 09
                 close planti
              when 10
                 close impcab
              when 11
                 close gasimp
              when 12
                 close itedis
           end-evaluate.

      * the key travels inside the image, so laying the image over
      * the record is enough to read it
       LeerRegistroActual.
           evaluate indice-maestro
              when 01
                 move imagen-aplicar to ord-comp-reg
                 read ord-comp
                    invalid key
                       continue
                 end-read
                 move ord-comp-reg to imagen-actual
              when 02
                 move imagen-aplicar to item-com-reg
                 read item-com
                    invalid key
                       continue
                 end-read
                 move item-com-reg to imagen-actual
              when 03
                 move imagen-aplicar to entrega-reg
                 read entrega
                    invalid key
                       continue
                 end-read
                 move entrega-reg to imagen-actual
              when 04
                 move imagen-aplicar to inspec-reg
                 read inspec
                    invalid key
                       continue
                 end-read
                 move inspec-reg to imagen-actual
              when 05
                 move imagen-aplicar to factura-reg
                 read factura
                    invalid key
                       continue
                 end-read
                 move factura-reg to imagen-actual
              when 06
                 move imagen-aplicar to propago-reg
                 read propago
                    invalid key
                       continue
                 end-read
                 move propago-reg to imagen-actual
              when 07
                 move imagen-aplicar to honora-reg
                 read honora
                    invalid key
                       continue
                 end-read
                 move honora-reg to imagen-actual
              when 08
                 move imagen-aplicar to period-reg
                 read period
                    invalid key
                       continue
                 end-read
                 move period-reg to imagen-actual
              when 09
                 move imagen-aplicar to planti-reg
                 read planti
                    invalid key
                       continue
                 end-read
                 move planti-reg to imagen-actual
              when 10
                 move imagen-aplicar to impcab-reg
                 read impcab
                    invalid key
                       continue
                 end-read
                 move impcab-reg to imagen-actual
              when 11
                 move imagen-aplicar to gasimp-reg
                 read gasimp
                    invalid key
                       continue
                 end-read
                 move gasimp-reg to imagen-actual
              when 12
                 move imagen-aplicar to itedis-reg
                 read itedis
                    invalid key
                       continue
                 end-read
                 move itedis-reg to imagen-actual
           end-evaluate
           if fs-comun = "00"
              move "S"                        to sw-registro-existe
           else
              move "N"                        to sw-registro-existe
           end-if.

       GrabarRegistro.
           evaluate indice-maestro
              when 01
                 move imagen-aplicar to ord-comp-reg
                 write ord-comp-reg
                    invalid key
                       continue
                 end-write
              when 02
                 move imagen-aplicar to item-com-reg
                 write item-com-reg
                    invalid key
                       continue
                 end-write
              when 03
                 move imagen-aplicar to entrega-reg
                 write entrega-reg
                    invalid key
                       continue
                 end-write
              when 04
                 move imagen-aplicar to inspec-reg
                 write inspec-reg
                    invalid key
                       continue
                 end-write
              when 05
                 move imagen-aplicar to factura-reg
                 write factura-reg
                    invalid key
                       continue
                 end-write
              when 06
                 move imagen-aplicar to propago-reg
                 write propago-reg
                    invalid key
                       continue
                 end-write
              when 07
                 move imagen-aplicar to honora-reg
                 write honora-reg
                    invalid key
                       continue
                 end-write
              when 08
                 move imagen-aplicar to period-reg
                 write period-reg
                    invalid key
                       continue
                 end-write
              when 09
                 move imagen-aplicar to planti-reg
                 write planti-reg
                    invalid key
                       continue
                 end-write
              when 10
                 move imagen-aplicar to impcab-reg
                 write impcab-reg
                    invalid key
                       continue
                 end-write
              when 11
                 move imagen-aplicar to gasimp-reg
                 write gasimp-reg
                    invalid key
                       continue
                 end-write
              when 12
                 move imagen-aplicar to itedis-reg
                 write itedis-reg
                    invalid key
                       continue
                 end-write
           end-evaluate.

       ReGrabarRegistro.
           evaluate indice-maestro
              when 01
                 move imagen-aplicar to ord-comp-reg
                 rewrite ord-comp-reg
                    invalid key
                       continue
                 end-rewrite
              when 02
                 move imagen-aplicar to item-com-reg
                 rewrite item-com-reg
                    invalid key
                       continue
                 end-rewrite
              when 03
                 move imagen-aplicar to entrega-reg
                 rewrite entrega-reg
                    invalid key
                       continue
                 end-rewrite
              when 04
                 move imagen-aplicar to inspec-reg
                 rewrite inspec-reg
                    invalid key
                       continue
                 end-rewrite
              when 05
                 move imagen-aplicar to factura-reg
                 rewrite factura-reg
                    invalid key
                       continue
                 end-rewrite
              when 06
                 move imagen-aplicar to propago-reg
                 rewrite propago-reg
                    invalid key
                       continue
                 end-rewrite
              when 07
                 move imagen-aplicar to honora-reg
                 rewrite honora-reg
                    invalid key
                       continue
                 end-rewrite
              when 08
                 move imagen-aplicar to period-reg
                 rewrite period-reg
                    invalid key
                       continue
                 end-rewrite
              when 09
                 move imagen-aplicar to planti-reg
                 rewrite planti-reg
                    invalid key
                       continue
                 end-rewrite
              when 10
                 move imagen-aplicar to impcab-reg
                 rewrite impcab-reg
                    invalid key
                       continue
                 end-rewrite
              when 11
                 move imagen-aplicar to gasimp-reg
                 rewrite gasimp-reg
                    invalid key
                       continue
                 end-rewrite
              when 12
                 move imagen-aplicar to itedis-reg
                 rewrite itedis-reg
                    invalid key
                       continue
                 end-rewrite
           end-evaluate.

       BorrarRegistro.
           evaluate indice-maestro
              when 01
                 delete ord-comp record
                    invalid key
                       continue
                 end-delete
              when 02
                 delete item-com record
                    invalid key
                       continue
                 end-delete
              when 03
                 delete entrega record
                    invalid key
                       continue
                 end-delete
              when 04
                 delete inspec record
                    invalid key
                       continue
                 end-delete
              when 05
                 delete factura record
                    invalid key
                       continue
                 end-delete
              when 06
                 delete propago record
                    invalid key
                       continue
                 end-delete
              when 07
                 delete honora record
                    invalid key
                       continue
                 end-delete
              when 08
                 delete period record
                    invalid key
                       continue
                 end-delete
              when 09
                 delete planti record
                    invalid key
                       continue
                 end-delete
              when 10
                 delete impcab record
                    invalid key
                       continue
                 end-delete
              when 11
                 delete gasimp record
                    invalid key
                       continue
                 end-delete
              when 12
                 delete itedis record
                    invalid key
                       continue
                 end-delete
           end-evaluate.

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
           move "RecuperarMaestros"   to Lck-Proceso
           move candado-ahora                  to Lck-FechaHora
           move spaces                         to Lck-Request
           open output candado
           if st-candado = "00"
              write reg-candado
              close candado
              move "S"                         to sw-candado-tomado
           end-if.

      * a long rebuild keeps the lock fresh so it is not taken for
      * abandoned
       RenovarCandado.
           perform ObtenerFechaHoraCandado
           perform EscribirCandado.

       LiberarCandado.
           if sw-candado-tomado = "S"
              perform ObtenerFechaHoraCandado
              move spaces                      to reg-candado
              move "|"                         to LckSep0 LckSep1
                                                  LckSep2
              move "L"                         to Lck-Estado
              move "RecuperarMaestros"   to Lck-Proceso
              move candado-ahora               to Lck-FechaHora
              move spaces                      to Lck-Request
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
