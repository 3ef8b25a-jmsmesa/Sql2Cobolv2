       identification division.
       program-id. GenDeltaSql.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy ord-comp.sl.

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

           select marcas
                  assign to random "DELTA-SQL.MRC"
                  organization is line sequential
                  access is sequential
                  file status is st-marcas.

           select delta
                  assign to disc NombreDelta
                  organization is line sequential
                  access is sequential
                  file status is st-delta.

           select listado
                  assign to random "DELTA-SQL.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

           select candado
                  assign to random "INTERFASE.LCK"
                  organization is line sequential
                  access is sequential
                  file status is st-candado.

           select trabajo-delta
                  assign to disc "SORTDLT.TMP".

       data division.
       file section.
           copy ord-comp.fd.

       fd  historia
                  label record is standard.

       01  reg-historia.
           03 His-Fecha                       pic 9(08).
           03 HisSep0                         pic x(01).
           03 His-Nombre                      pic x(40).

       fd  bitacora
                  label record is standard.

       01  reg-bitacora                       pic x(1600).

       fd  marcas
                  label record is standard.

       01  reg-marcas.
           03 Mrc-Bitacora                    pic x(13).
           03 MrcSep0                         pic x(01).
           03 Mrc-Fecha                       pic 9(08).
           03 MrcSep1                         pic x(01).
           03 Mrc-Hora                        pic 9(06).
           03 MrcSep2                         pic x(01).
           03 Mrc-Cantidad                    pic 9(08).
           03 MrcSep3                         pic x(01).
           03 Mrc-Corrida                     pic 9(14).

       fd  delta
                  label record is standard.

       01  reg-delta                          pic x(800).

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Maestro                     pic x(08).
           03                                  pic x(01).
           03 Lis-Altas                       pic zz,zzz,zz9.
           03                                  pic x(01).
           03 Lis-Bajas                       pic zz,zzz,zz9.
           03                                  pic x(01).
           03 Lis-Modificaciones              pic zz,zzz,zz9.
           03                                  pic x(01).
           03 Lis-Archivo                     pic x(60).

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

       sd  trabajo-delta.

       01  sort-delta-reg.
           03 Srt-Maestro                     pic 9(02).
           03 Srt-Secuencia                   pic 9(08).
           03 Srt-Linea                       pic x(800).

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  st-historia                        pic x(02).
       77  st-bitacora                        pic x(02).
       77  st-marcas                          pic x(02).
       77  st-delta                           pic x(02).
       77  NombreBitacora                     pic x(40).
       77  NombreDelta                        pic x(80).
       77  Fecha-Hoy                          pic 9(08).
       77  hora-ahora                         pic 9(08).
       77  hora-hms                           pic 9(06).
       77  corrida-fechahora                  pic 9(14).
       77  sw-ord-comp-disponible             pic x(01) value "N".
       77  sw-mas-historia                    pic x(01).
       77  sw-mas-lineas                      pic x(01).
       77  sw-mas-marcas                      pic x(01).
       77  sw-fin-sort                        pic x(01).
       77  sw-enviar                          pic x(01).
       77  sw-ya-leida                        pic x(01).
       77  sw-delta-abierto                   pic x(01) value "N".
       77  sw-error-delta                     pic x(01) value "N".
       77  indice-bitacora                    pic 9(01).
       77  indice-maestro                     pic 9(02).
       77  indice-campo                       pic 9(03).
       77  indice-leida                       pic 9(03).
       77  maestro-buscado                    pic x(08).
       77  maestro-abierto                    pic 9(02) value zero.
       77  maestro-nombre                     pic x(08).
       77  operacion-delta                    pic x(01).
       77  cursor-delta                       pic 9(04).
       77  secuencia-delta                    pic 9(08) value zero.
       77  lineas-leidas                      pic 9(08) value zero.
       77  lineas-enviadas                    pic 9(08) value zero.
       77  sin-layout                         pic 9(08) value zero.
       77  sin-maestro                        pic 9(08) value zero.
       77  archivos-generados                 pic 9(04) value zero.
       77  delta-altas                        pic 9(08).
       77  delta-bajas                        pic 9(08).
       77  delta-modificaciones               pic 9(08).
       77  leidas-cantidad                    pic 9(03) value zero.
       77  leidas-maximo                      pic 9(03) value 500.
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

       01  imagen-wk                          pic x(700).
       01  linea-delta                        pic x(800).

       01  instante-linea.
           03 ins-fecha                       pic 9(08).
           03 ins-hora                        pic 9(06).

      * the three journals and the prefix of their daily cut copies
       01  bitacoras-valores.
           03                                 pic x(30)
              value "AUDITORIA.LOG AUDITORIA.LOG.14".
           03                                 pic x(30)
              value "ESTADOS.LOG   ESTADOS.LOG.  12".
           03                                 pic x(30)
              value "CONFIRMA.LOG  CONFIRMA.LOG. 13".
       01  bitacoras-tabla redefines bitacoras-valores.
           03 bit-ent occurs 3.
              05 bit-nombre                   pic x(14).
              05 bit-prefijo                  pic x(14).
              05 bit-largo                    pic 9(02).

      * high-water mark per journal: the last instant already sent
      * and how many lines of that same second went with it
       01  marcas-tabla.
           03 ult-ent occurs 3.
              05 ult-instante.
                 07 ult-fecha                 pic 9(08).
                 07 ult-hora                  pic 9(06).
              05 ult-cantidad                 pic 9(08).
              05 ult-vistas                   pic 9(08).
              05 nvo-instante.
                 07 nvo-fecha                 pic 9(08).
                 07 nvo-hora                  pic 9(06).
              05 nvo-cantidad                 pic 9(08).
              05 ult-enviadas                 pic 9(08).

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

       01  reg-estados.
           02 Est-Fecha                       pic 9(08).
           02 EstSep0                         pic x(01).
           02 Est-Hora                        pic 9(06).
           02 EstSep1                         pic x(01).
           02 Est-Orden                       pic 9(06).
           02 EstSep2                         pic x(01).
           02 Est-Anterior                    pic x(01).
           02 EstSep3                         pic x(01).
           02 Est-Nuevo                       pic x(01).
           02 EstSep4                         pic x(01).
           02 Est-Request                     pic x(30).
           02 EstSep5                         pic x(01).
           02 Est-Operador                    pic x(08).

       01  reg-confirma.
           02 Cnf-Fecha                       pic 9(08).
           02 CnfSep0                         pic x(01).
           02 Cnf-Hora                        pic 9(06).
           02 CnfSep1                         pic x(01).
           02 Cnf-Datos                       pic x(63).
           02 CnfSep7                         pic x(01).
           02 Cnf-Request                     pic x(30).

      * each master goes out in the layout of its request file:
      * code, record type written before the fields (space when the
      * request has none), first entry and number of entries in the
      * field table.  Fields are taken from the image in the trail
      * by position, class (N digits, E 9(n),9(d), X text, B blank
      * filler), width and decimals.  Entries past the request
      * layout carry what only this side knows (state, applied)

       01  maestros-valores.
           03               pic x(14) value "ord-comp100132".
           03               pic x(14) value "item-com203331".
           03               pic x(14) value "entrega 306408".
           03               pic x(14) value "inspec  107213".
           03               pic x(14) value "factura  08510".
           03               pic x(14) value "propago  09516".
           03               pic x(14) value "honora   11106".
           03               pic x(14) value "period   11705".
           03               pic x(14) value "planti   12216".
           03               pic x(14) value "impcab   13812".
           03               pic x(14) value "gasimp  215010".
           03               pic x(14) value "itedis  216012".
           03               pic x(14) value "confirma100000".
       01  maestros-tabla redefines maestros-valores.
           03 mae-ent occurs 13.
              05 mae-codigo                   pic x(08).
              05 mae-prefijo                  pic x(01).
              05 mae-primero                  pic 9(03).
              05 mae-campos                   pic 9(02).

       01  campos-valores.
      * ord-comp
           03               pic x(07) value "001N060".
           03               pic x(07) value "007N040".
           03               pic x(07) value "011N080".
           03               pic x(07) value "019N010".
           03               pic x(07) value "020N020".
           03               pic x(07) value "022E042".
           03               pic x(07) value "028E042".
           03               pic x(07) value "034E042".
           03               pic x(07) value "040X010".
           03               pic x(07) value "041N040".
           03               pic x(07) value "045X600".
           03               pic x(07) value "105X600".
           03               pic x(07) value "165X600".
           03               pic x(07) value "225E122".
           03               pic x(07) value "239E122".
           03               pic x(07) value "253E122".
           03               pic x(07) value "267X010".
           03               pic x(07) value "268N020".
           03               pic x(07) value "270N020".
           03               pic x(07) value "272E034".
           03               pic x(07) value "279E022".
           03               pic x(07) value "283X010".
           03               pic x(07) value "284N060".
           03               pic x(07) value "290N060".
           03               pic x(07) value "296N060".
           03               pic x(07) value "302N060".
           03               pic x(07) value "308N060".
           03               pic x(07) value "314N020".
           03               pic x(07) value "316X010".
           03               pic x(07) value "317N010".
           03               pic x(07) value "318E032".
           03               pic x(07) value "323X020".
      * item-com
           03               pic x(07) value "001N060".
           03               pic x(07) value "007N060".
           03               pic x(07) value "013N010".
           03               pic x(07) value "014N040".
           03               pic x(07) value "018X500".
           03               pic x(07) value "068E104".
           03               pic x(07) value "082E104".
           03               pic x(07) value "096E104".
           03               pic x(07) value "110E104".
           03               pic x(07) value "124E104".
           03               pic x(07) value "138E104".
           03               pic x(07) value "152E104".
           03               pic x(07) value "166E104".
           03               pic x(07) value "180E104".
           03               pic x(07) value "194E104".
           03               pic x(07) value "208X040".
           03               pic x(07) value "212E124".
           03               pic x(07) value "228E104".
           03               pic x(07) value "242N030".
           03               pic x(07) value "245E104".
           03               pic x(07) value "259X040".
           03               pic x(07) value "263E042".
           03               pic x(07) value "269N040".
           03               pic x(07) value "273N060".
           03               pic x(07) value "279N120".
           03               pic x(07) value "291X010".
           03               pic x(07) value "292N040".
           03               pic x(07) value "296X300".
           03               pic x(07) value "326X500".
           03               pic x(07) value "376X500".
           03               pic x(07) value "426X700".
      * entrega
           03               pic x(07) value "001N060".
           03               pic x(07) value "007N060".
           03               pic x(07) value "013N010".
           03               pic x(07) value "014N040".
           03               pic x(07) value "018N030".
           03               pic x(07) value "021N080".
           03               pic x(07) value "029E104".
           03               pic x(07) value "043E104".
      * inspec
           03               pic x(07) value "001N060".
           03               pic x(07) value "007N060".
           03               pic x(07) value "013N010".
           03               pic x(07) value "014N040".
           03               pic x(07) value "018N030".
           03               pic x(07) value "021N080".
           03               pic x(07) value "029N060".
           03               pic x(07) value "053X010".
           03               pic x(07) value "054X400".
           03               pic x(07) value "094X100".
           03               pic x(07) value "000B080".
           03               pic x(07) value "035E104".
           03               pic x(07) value "049N040".
      * factura
           03               pic x(07) value "001N040".
           03               pic x(07) value "005X130".
           03               pic x(07) value "018N080".
           03               pic x(07) value "026E122".
           03               pic x(07) value "040E122".
           03               pic x(07) value "055X010".
           03               pic x(07) value "056X130".
           03               pic x(07) value "054X010".
           03               pic x(07) value "069E122".
           03               pic x(07) value "083X010".
      * propago
           03               pic x(07) value "001N040".
           03               pic x(07) value "005X130".
           03               pic x(07) value "018N020".
           03               pic x(07) value "020N060".
           03               pic x(07) value "026N080".
           03               pic x(07) value "034E122".
           03               pic x(07) value "048E122".
           03               pic x(07) value "062E122".
           03               pic x(07) value "076E122".
           03               pic x(07) value "090E122".
           03               pic x(07) value "104E122".
           03               pic x(07) value "118E122".
           03               pic x(07) value "132X010".
           03               pic x(07) value "133X010".
           03               pic x(07) value "134X010".
           03               pic x(07) value "135N080".
      * honora
           03               pic x(07) value "001N060".
           03               pic x(07) value "007N020".
           03               pic x(07) value "009N060".
           03               pic x(07) value "015N020".
           03               pic x(07) value "017N010".
           03               pic x(07) value "018N010".
      * period
           03               pic x(07) value "001N020".
           03               pic x(07) value "003N060".
           03               pic x(07) value "009X010".
           03               pic x(07) value "010N080".
           03               pic x(07) value "018X080".
      * planti
           03               pic x(07) value "001N060".
           03               pic x(07) value "007X400".
           03               pic x(07) value "047N040".
           03               pic x(07) value "051N020".
           03               pic x(07) value "053N020".
           03               pic x(07) value "055N040".
           03               pic x(07) value "059N020".
           03               pic x(07) value "061N010".
           03               pic x(07) value "062X600".
           03               pic x(07) value "122N020".
           03               pic x(07) value "124N080".
           03               pic x(07) value "132N080".
           03               pic x(07) value "140E032".
           03               pic x(07) value "157X010".
           03               pic x(07) value "145N060".
           03               pic x(07) value "151N060".
      * impcab
           03               pic x(07) value "001N060".
           03               pic x(07) value "007X160".
           03               pic x(07) value "023N080".
           03               pic x(07) value "031N060".
           03               pic x(07) value "037N060".
           03               pic x(07) value "043N060".
           03               pic x(07) value "049N060".
           03               pic x(07) value "055N060".
           03               pic x(07) value "061N060".
           03               pic x(07) value "067N060".
           03               pic x(07) value "073N060".
           03               pic x(07) value "079X010".
      * gasimp
           03               pic x(07) value "001N060".
           03               pic x(07) value "007N040".
           03               pic x(07) value "011X010".
           03               pic x(07) value "012X010".
           03               pic x(07) value "013N040".
           03               pic x(07) value "017X130".
           03               pic x(07) value "030N080".
           03               pic x(07) value "038E122".
           03               pic x(07) value "052X010".
           03               pic x(07) value "053N080".
      * itedis
           03               pic x(07) value "001N060".
           03               pic x(07) value "007N060".
           03               pic x(07) value "013N010".
           03               pic x(07) value "014N040".
           03               pic x(07) value "018N020".
           03               pic x(07) value "021E034".
           03               pic x(07) value "028E104".
           03               pic x(07) value "042N120".
           03               pic x(07) value "054N040".
           03               pic x(07) value "058N040".
           03               pic x(07) value "062N060".
           03               pic x(07) value "020X010".
       01  campos-tabla redefines campos-valores.
           03 cpo-ent occurs 171.
              05 cpo-posicion                 pic 9(03).
              05 cpo-clase                    pic x(01).
              05 cpo-largo                    pic 9(02).
              05 cpo-decimales                pic 9(01).

       procedure division.
       begin section 1.

       IniciarProceso.
           accept Fecha-Hoy from date yyyymmdd
           accept hora-ahora from time
           move hora-ahora(1:6)               to hora-hms
           compute corrida-fechahora =
              (Fecha-Hoy * 1000000) + hora-hms

      * the daily cut moves and truncates the journals under this
      * same lock, so the extract never sees a log half moved
           perform TomarCandado
           if sw-candado-tomado not = "S"
              display "Interfase ocupada, reintente mas tarde"
              move 1                          to return-code
              goback
           end-if

           open input ord-comp
           if fs-comun = "00"
              move "S"                        to sw-ord-comp-disponible
           end-if

           perform LeerMarcas
           open output listado.

       ProcesarBitacoras.
           sort trabajo-delta
              on ascending key Srt-Maestro Srt-Secuencia
              input procedure LeerBitacoras
              output procedure GrabarDeltas.

      * the mark only moves once every delta is safely written; a
      * failed run is simply run again from the same point
       ActualizarMarcas.
           if sw-error-delta = "N"
              perform GrabarMarcas
           else
              display "Error al grabar deltas, la marca no se mueve"
              move 1                          to return-code
           end-if.

       TerminarProceso.
           if sw-ord-comp-disponible = "S"
              close ord-comp
           end-if
           close listado
           perform LiberarCandado

           move lineas-leidas                 to ed-cantidad
           display "Lineas leidas      : " ed-cantidad
           move lineas-enviadas               to ed-cantidad
           display "Cambios enviados   : " ed-cantidad
           move archivos-generados            to ed-cantidad
           display "Archivos generados : " ed-cantidad
           move sin-layout                    to ed-cantidad
           display "Sin layout         : " ed-cantidad
           move sin-maestro                   to ed-cantidad
           display "Orden inexistente  : " ed-cantidad

           goback.

      * ---------------------------------------------------
       LeerMarcas.
           move 1                             to indice-bitacora
           perform 3 times
              move zero          to ult-instante(indice-bitacora)
              move zero          to ult-cantidad(indice-bitacora)
              move zero          to ult-vistas(indice-bitacora)
              move zero          to ult-enviadas(indice-bitacora)
              add 1                           to indice-bitacora
           end-perform

           open input marcas
           if st-marcas = "00"
              move "S"                        to sw-mas-marcas
              perform until sw-mas-marcas = "N"
                 read marcas
                    at end
                       move "N"               to sw-mas-marcas
                    not at end
                       perform TomarMarca
                 end-read
              end-perform
              close marcas
           end-if

           move 1                             to indice-bitacora
           perform 3 times
              move ult-instante(indice-bitacora)
                 to nvo-instante(indice-bitacora)
              move ult-cantidad(indice-bitacora)
                 to nvo-cantidad(indice-bitacora)
              add 1                           to indice-bitacora
           end-perform.

       TomarMarca.
           move 1                             to indice-bitacora
           perform until indice-bitacora > 3
              if Mrc-Bitacora = bit-nombre(indice-bitacora) and
                 Mrc-Fecha numeric and Mrc-Hora numeric and
                 Mrc-Cantidad numeric
                 move Mrc-Fecha    to ult-fecha(indice-bitacora)
                 move Mrc-Hora     to ult-hora(indice-bitacora)
                 move Mrc-Cantidad to ult-cantidad(indice-bitacora)
                 move 4                       to indice-bitacora
              else
                 add 1                        to indice-bitacora
              end-if
           end-perform.

       GrabarMarcas.
           open output marcas
           move 1                             to indice-bitacora
           perform 3 times
              move spaces                     to reg-marcas
              move "|"             to MrcSep0 MrcSep1 MrcSep2 MrcSep3
              move bit-nombre(indice-bitacora)  to Mrc-Bitacora
              move nvo-fecha(indice-bitacora)   to Mrc-Fecha
              move nvo-hora(indice-bitacora)    to Mrc-Hora
              move nvo-cantidad(indice-bitacora) to Mrc-Cantidad
              move corrida-fechahora          to Mrc-Corrida
              write reg-marcas
              add 1                           to indice-bitacora
           end-perform
           close marcas.

      * ---------------------------------------------------
       LeerBitacorasDeUnTipo.
      * first the daily cuts not older than the mark, then the live
      * log; a cut listed twice in the history is read only once
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
              end-perform
              close historia
           end-if

           move bit-nombre(indice-bitacora)   to NombreBitacora
           perform LeerUnaBitacora.

       EvaluarHistorico.
           move bit-largo(indice-bitacora)    to indice-campo
           if His-Nombre(1:indice-campo) =
              bit-prefijo(indice-bitacora)(1:indice-campo) and
              His-Fecha numeric and
              His-Fecha not < ult-fecha(indice-bitacora)
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
              end-perform
              close bitacora
           end-if.

       EvaluarLinea.
           add 1                              to lineas-leidas
           if reg-bitacora(1:8) numeric and reg-bitacora(10:6) numeric
              move reg-bitacora(1:8)          to ins-fecha
              move reg-bitacora(10:6)         to ins-hora
              perform EvaluarMarca
              if sw-enviar = "S"
                 add 1             to ult-enviadas(indice-bitacora)
                 evaluate indice-bitacora
                    when 1
                       move reg-bitacora      to reg-auditoria
                       perform ProcesarAuditoria
                    when 2
                       move reg-bitacora      to reg-estados
                       perform ProcesarEstado
                    when 3
                       move reg-bitacora      to reg-confirma
                       perform ProcesarConfirmacion
                 end-evaluate
              end-if
           end-if.

      * a line older than the mark already went; at the very second
      * of the mark only those past the count already sent go now
       EvaluarMarca.
           move "N"                           to sw-enviar
           evaluate true
              when instante-linea < ult-instante(indice-bitacora)
                 continue
              when instante-linea = ult-instante(indice-bitacora)
                 add 1             to ult-vistas(indice-bitacora)
                 if ult-vistas(indice-bitacora) >
                    ult-cantidad(indice-bitacora)
                    move "S"                  to sw-enviar
                 end-if
              when other
                 move "S"                     to sw-enviar
           end-evaluate

           if sw-enviar = "S"
              evaluate true
                 when instante-linea = nvo-instante(indice-bitacora)
                    add 1          to nvo-cantidad(indice-bitacora)
                 when instante-linea > nvo-instante(indice-bitacora)
                    move instante-linea
                       to nvo-instante(indice-bitacora)
                    move 1         to nvo-cantidad(indice-bitacora)
              end-evaluate
           end-if.

       ProcesarAuditoria.
           move Aud-Archivo                   to maestro-buscado
           perform BuscarMaestro
           if indice-maestro = zero
              add 1                           to sin-layout
           else
              evaluate true
                 when Aud-Operacion(1:6) = "write "
                    move "a"                  to operacion-delta
                    move Aud-Despues          to imagen-wk
                 when Aud-Operacion(1:7) = "delete "
                    move "b"                  to operacion-delta
                    move Aud-Antes            to imagen-wk
                 when other
                    move "m"                  to operacion-delta
                    move Aud-Despues          to imagen-wk
              end-evaluate
              perform ArmarLineaDelta
              if mae-codigo(indice-maestro) = "ord-comp"
                 move "|"          to linea-delta(cursor-delta:1)
                 add 2                        to cursor-delta
              end-if
              perform SoltarLinea
           end-if.

      * a state change travels as a modification of the order as it
      * stands now, carrying the new state at the end of the line
       ProcesarEstado.
           move "N"                           to sw-enviar
           if sw-ord-comp-disponible = "S" and Est-Orden numeric
              move Est-Orden                  to Ord-Comp-Id
              read ord-comp
                 invalid key
                    continue
                 not invalid key
                    move "S"                  to sw-enviar
              end-read
           end-if

           if sw-enviar = "N"
              add 1                           to sin-maestro
           else
              move "ord-comp"                 to maestro-buscado
              perform BuscarMaestro
              move "m"                        to operacion-delta
              move ord-comp-reg               to imagen-wk
              perform ArmarLineaDelta
              move "|"             to linea-delta(cursor-delta:1)
              move Est-Nuevo       to linea-delta(cursor-delta + 1:1)
              perform SoltarLinea
           end-if.

       ProcesarConfirmacion.
           move "confirma"                    to maestro-buscado
           perform BuscarMaestro
           move spaces                        to linea-delta
           move "m|1|"                        to linea-delta(1:4)
           move Cnf-Datos                     to linea-delta(5:63)
           perform SoltarLinea.

       BuscarMaestro.
           move zero                          to indice-maestro
           move 1                             to indice-campo
           perform until indice-campo > 13
              if mae-codigo(indice-campo) = maestro-buscado
                 move indice-campo            to indice-maestro
                 move 13                      to indice-campo
              end-if
              add 1                           to indice-campo
           end-perform.

       ArmarLineaDelta.
           move spaces                        to linea-delta
           move operacion-delta               to linea-delta(1:1)
           move "|"                           to linea-delta(2:1)
           move 3                             to cursor-delta
           if mae-prefijo(indice-maestro) not = space
              move mae-prefijo(indice-maestro) to linea-delta(3:1)
              move "|"                        to linea-delta(4:1)
              move 5                          to cursor-delta
           end-if

           move mae-primero(indice-maestro)   to indice-campo
           perform mae-campos(indice-maestro) times
              if indice-campo > mae-primero(indice-maestro)
                 move "|"          to linea-delta(cursor-delta:1)
                 add 1                        to cursor-delta
              end-if
              perform ArmarCampoDelta
              add 1                           to indice-campo
           end-perform.

       ArmarCampoDelta.
           evaluate cpo-clase(indice-campo)
              when "B"
                 add cpo-largo(indice-campo)  to cursor-delta
              when "E"
                 move imagen-wk(cpo-posicion(indice-campo):
                                cpo-largo(indice-campo))
                    to linea-delta(cursor-delta:
                                   cpo-largo(indice-campo))
                 add cpo-largo(indice-campo)  to cursor-delta
                 move ","          to linea-delta(cursor-delta:1)
                 add 1                        to cursor-delta
                 move imagen-wk(cpo-posicion(indice-campo) +
                                cpo-largo(indice-campo):
                                cpo-decimales(indice-campo))
                    to linea-delta(cursor-delta:
                                   cpo-decimales(indice-campo))
                 add cpo-decimales(indice-campo) to cursor-delta
              when other
                 move imagen-wk(cpo-posicion(indice-campo):
                                cpo-largo(indice-campo))
                    to linea-delta(cursor-delta:
                                   cpo-largo(indice-campo))
                 add cpo-largo(indice-campo)  to cursor-delta
           end-evaluate.

       SoltarLinea.
           add 1                              to secuencia-delta
           add 1                              to lineas-enviadas
           move indice-maestro                to Srt-Maestro
           move secuencia-delta               to Srt-Secuencia
           move linea-delta                   to Srt-Linea
           release sort-delta-reg.

      * ---------------------------------------------------
      * the sort brings each master together, in journal order; a
      * master with no changes gets no file
       AbrirDelta.
           move Srt-Maestro                   to maestro-abierto
           move mae-codigo(maestro-abierto)   to maestro-nombre
           inspect maestro-nombre converting
              "abcdefghijklmnopqrstuvwxyz" to
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move spaces                        to NombreDelta
           string ".\interfases\DELTA-"       delimited by size
                  maestro-nombre              delimited by space
                  "-"                         delimited by size
                  corrida-fechahora           delimited by size
                  ".delta"                    delimited by size
              into NombreDelta
           move zero                          to delta-altas
           move zero                          to delta-bajas
           move zero                          to delta-modificaciones
           move "N"                           to sw-delta-abierto
           open output delta
           if st-delta not = "00"
              display "No se puede crear " NombreDelta
              move "S"                        to sw-error-delta
           else
              move "S"                        to sw-delta-abierto
              add 1                           to archivos-generados
           end-if.

       GrabarLineaDelta.
           evaluate Srt-Linea(1:1)
              when "a"
                 add 1                        to delta-altas
              when "b"
                 add 1                        to delta-bajas
              when other
                 add 1                        to delta-modificaciones
           end-evaluate
           if sw-delta-abierto = "S"
              move Srt-Linea                  to reg-delta
              write reg-delta
              if st-delta not = "00"
                 display "Error " st-delta " grabando " NombreDelta
                 move "S"                     to sw-error-delta
              end-if
           end-if.

       CerrarDelta.
           if maestro-abierto not = zero
              if sw-delta-abierto = "S"
                 close delta
              end-if
              move spaces                     to reg-listado
              move mae-codigo(maestro-abierto) to Lis-Maestro
              move delta-altas                to Lis-Altas
              move delta-bajas                to Lis-Bajas
              move delta-modificaciones       to Lis-Modificaciones
              move NombreDelta                to Lis-Archivo
              write reg-listado
           end-if.

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
           move "GenDeltaSql"        to Lck-Proceso
           move candado-ahora                  to Lck-FechaHora
           move spaces                         to Lck-Request
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
              move "GenDeltaSql"        to Lck-Proceso
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

      * ---------------------------------------------------
       LeerBitacoras section.

       LeerBitacoras-Inicio.
           move 1                             to indice-bitacora
           perform 3 times
              perform LeerBitacorasDeUnTipo
              add 1                           to indice-bitacora
           end-perform.

       LeerBitacoras-Fin.
           exit.

      * ---------------------------------------------------
       GrabarDeltas section.

       GrabarDeltas-Inicio.
           move "N"                           to sw-fin-sort
           perform until sw-fin-sort = "S"
              return trabajo-delta
                 at end
                    move "S"                  to sw-fin-sort
                 not at end
                    if Srt-Maestro not = maestro-abierto
                       perform CerrarDelta
                       perform AbrirDelta
                    end-if
                    perform GrabarLineaDelta
              end-return
           end-perform
           perform CerrarDelta.

       GrabarDeltas-Fin.
           exit.
