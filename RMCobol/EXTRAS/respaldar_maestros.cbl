       identification division.
       program-id. RespaldarMaestros.
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

           select listado
                  assign to random "RESPALDO.LST"
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
       77  NombreRespaldo                     pic x(120).
       77  Directorio-Respaldo                pic x(80).
       77  sw-mas-registros                   pic x(01).
       77  sw-con-errores                     pic x(01) value "N".
       77  indice-maestro                     pic 9(02).
       77  indice-ancho                       pic 9(03).
       77  ultimo-ancho                       pic 9(03).
       77  ancho-campo                        pic 9(03).
       77  cursor-linea                       pic 9(04).
       77  cursor-imagen                      pic 9(04).
       77  registros-total                    pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.
       77  espera-cierre                      pic 9(06) value 1.
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

       01  respaldo-instante                  pic 9(14).

       01  imagen-origen                      pic x(700).

      * the same tables the recovery rebuilds the masters from, so a
      * set written here is read back field by field
           copy respaldo.wk.

       01  contadores-tabla.
           03 cnt-ent occurs 12.
              05 cnt-estado                   pic x(10).
              05 cnt-registros                pic 9(08).

       01  linea-maestro.
           03 Lin-Codigo                      pic x(08).
           03                                  pic x(02).
           03 Lin-Respaldo                    pic x(16).
           03                                  pic x(02).
           03 Lin-Registros                   pic zz,zzz,zz9.
           03                                  pic x(02).
           03 Lin-Estado                      pic x(10).

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Directorio del respaldo            : "
           accept Directorio-Respaldo

      * the masters are dumped with the interfases stopped, so every
      * change the trail holds is either in the set or after it
           perform TomarCandado
           if sw-candado-tomado = "N"
              display "Interfase ocupada, no se puede ejecutar."
              move 1                          to return-code
              goback
           end-if

           initialize contadores-tabla
           open output listado
           perform GrabarEncabezado.

       RespaldarMaestros.
           move 1                             to indice-maestro
           perform 12 times
              perform RespaldarUnMaestro
              add 1 to indice-maestro
           end-perform.

      * the instant is taken once the last master is written; the
      * lock is held past that second so nothing journaled after the
      * release can carry the same instant
       TerminarProceso.
           perform ObtenerFechaHoraCandado
           move candado-ahora                 to respaldo-instante
           call "C$Delay" using espera-cierre

           perform GrabarResumen
           close listado

           perform LiberarCandado

           move registros-total               to ed-cantidad
           display "Registros respaldados     : " ed-cantidad
           if sw-con-errores = "S"
              display "RESPALDO INCOMPLETO, detalle en RESPALDO.LST"
              move 1                          to return-code
           else
              display "Instante del respaldo     : " respaldo-instante
           end-if

           goback.

      * ---------------------------------------------------
      * a master that does not exist yet is saved as an empty file,
      * one that cannot be read leaves no file and marks the set
       RespaldarUnMaestro.
           move spaces                        to NombreRespaldo
           if Directorio-Respaldo = spaces
              move mae-respaldo(indice-maestro) to NombreRespaldo
           else
              string Directorio-Respaldo delimited by " "
                     "\" delimited by size
                     mae-respaldo(indice-maestro) delimited by " "
                 into NombreRespaldo
           end-if
           move zero              to cnt-registros(indice-maestro)

           perform AbrirMaestroEntrada
           evaluate true
              when fs-comun = "00"
                 perform VolcarMaestro
                 perform CerrarMaestro
              when arch-no-existe
                 open output respaldo
                 if st-respaldo = "00"
                    close respaldo
                    move "VACIO"      to cnt-estado(indice-maestro)
                 else
                    move "ERROR SAL." to cnt-estado(indice-maestro)
                    move "S"                  to sw-con-errores
                 end-if
              when other
                 move "ERROR ENT." to cnt-estado(indice-maestro)
                 move "S"                     to sw-con-errores
           end-evaluate
           perform RenovarCandado.

       VolcarMaestro.
           open output respaldo
           if st-respaldo not = "00"
              move "ERROR SAL."    to cnt-estado(indice-maestro)
              move "S"                        to sw-con-errores
           else
              move "S"                        to sw-mas-registros
              perform until sw-mas-registros = "N"
                 perform LeerMaestroNext
                 if sw-mas-registros = "S"
                    perform ArmarLineaRespaldo
                    write reg-respaldo
                    add 1        to cnt-registros(indice-maestro)
                    add 1                     to registros-total
                 end-if
              end-perform
              close respaldo
              move "OK"            to cnt-estado(indice-maestro)
           end-if.

      * every field of the record, in order, followed by the
      * separator; the widths come from the current copybooks
       ArmarLineaRespaldo.
           move spaces                        to reg-respaldo
           move 1                             to cursor-linea
           move 1                             to cursor-imagen
           move mae-primero(indice-maestro)   to indice-ancho
           compute ultimo-ancho = mae-primero(indice-maestro) +
              mae-campos(indice-maestro) - 1
           perform until indice-ancho > ultimo-ancho
              move anc-ancho(indice-ancho)    to ancho-campo
              move imagen-origen(cursor-imagen:ancho-campo)
                 to reg-respaldo(cursor-linea:ancho-campo)
              add ancho-campo                 to cursor-linea
              move "|"              to reg-respaldo(cursor-linea:1)
              add 1                           to cursor-linea
              add ancho-campo                 to cursor-imagen
              add 1                           to indice-ancho
           end-perform.

      * ---------------------------------------------------
       GrabarEncabezado.
           move spaces                        to reg-listado
           string "RESPALDO DE MAESTROS   DIRECTORIO "
                  Directorio-Respaldo delimited by " "
                  "  DESDE " delimited by size
                  candado-ahora delimited by size
              into reg-listado
           perform GrabarListado
           move spaces                        to reg-listado
           perform GrabarListado
           move spaces                        to reg-listado
           string "MAESTRO   ARCHIVO             REGISTROS  ESTADO"
              delimited by size into reg-listado
           perform GrabarListado.

       GrabarResumen.
           move 1                             to indice-maestro
           perform 12 times
              perform GrabarLineaMaestro
              add 1 to indice-maestro
           end-perform

           move spaces                        to reg-listado
           perform GrabarListado
           move registros-total               to ed-cantidad
           move spaces                        to reg-listado
           string "REGISTROS RESPALDADOS         " ed-cantidad
              delimited by size into reg-listado
           perform GrabarListado

           move spaces                        to reg-listado
           if sw-con-errores = "S"
              string "RESPALDO INCOMPLETO, NO USAR PARA RECUPERAR"
                 delimited by size into reg-listado
           else
              string "INSTANTE DEL RESPALDO " respaldo-instante
                 delimited by size into reg-listado
           end-if
           perform GrabarListado.

       GrabarLineaMaestro.
           move spaces                        to linea-maestro
           move mae-codigo(indice-maestro)    to Lin-Codigo
           move mae-respaldo(indice-maestro)  to Lin-Respaldo
           move cnt-registros(indice-maestro) to Lin-Registros
           move cnt-estado(indice-maestro)    to Lin-Estado
           move linea-maestro                 to reg-listado
           perform GrabarListado.

       GrabarListado.
           write reg-listado.

      * ---------------------------------------------------
       AbrirMaestroEntrada.
           evaluate indice-maestro
              when 01
                 open input ord-comp
              when 02
                 open input item-com
              when 03
                 open input entrega
              when 04
                 open input inspec
              when 05
                 open input factura
              when 06
                 open input propago
              when 07
                 open input honora
              when 08
                 open input period
              when 09
                 open input planti
              when 10
                 open input impcab
              when 11
                 open input gasimp
              when 12
                 open input itedis
           end-evaluate.

       LeerMaestroNext.
           move spaces                        to imagen-origen
           evaluate indice-maestro
              when 01
                 read ord-comp next record
                    at end
                       move "N"               to sw-mas-registros
                    not at end
                       move ord-comp-reg      to imagen-origen
                 end-read
              when 02
                 read item-com next record
                    at end
                       move "N"               to sw-mas-registros
                    not at end
                       move item-com-reg      to imagen-origen
                 end-read
              when 03
                 read entrega next record
                    at end
                       move "N"               to sw-mas-registros
                    not at end
                       move entrega-reg       to imagen-origen
                 end-read
              when 04
                 read inspec next record
                    at end
                       move "N"               to sw-mas-registros
                    not at end
                       move inspec-reg        to imagen-origen
                 end-read
              when 05
                 read factura next record
                    at end
                       move "N"               to sw-mas-registros
                    not at end
                       move factura-reg       to imagen-origen
                 end-read
              when 06
                 read propago next record
                    at end
                       move "N"               to sw-mas-registros
                    not at end
                       move propago-reg       to imagen-origen
                 end-read
              when 07
                 read honora next record
                    at end
                       move "N"               to sw-mas-registros
                    not at end
                       move honora-reg        to imagen-origen
                 end-read
              when 08
                 read period next record
                    at end
                       move "N"               to sw-mas-registros
                    not at end
                       move period-reg        to imagen-origen
                 end-read
              when 09
                 read planti next record
                    at end
                       move "N"               to sw-mas-registros
                    not at end
                       move planti-reg        to imagen-origen
                 end-read
              when 10
                 read impcab next record
                    at end
                       move "N"               to sw-mas-registros
                    not at end
                       move impcab-reg        to imagen-origen
                 end-read
              when 11
                 read gasimp next record
                    at end
                       move "N"               to sw-mas-registros
                    not at end
                       move gasimp-reg        to imagen-origen
                 end-read
              when 12
                 read itedis next record
                    at end
                       move "N"               to sw-mas-registros
                    not at end
                       move itedis-reg        to imagen-origen
                 end-read
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
           move "RespaldarMaestros"   to Lck-Proceso
           move candado-ahora                  to Lck-FechaHora
           move spaces                         to Lck-Request
           open output candado
           if st-candado = "00"
              write reg-candado
              close candado
              move "S"                         to sw-candado-tomado
           end-if.

      * a long dump keeps the lock fresh so it is not taken for
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
              move "RespaldarMaestros"   to Lck-Proceso
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
