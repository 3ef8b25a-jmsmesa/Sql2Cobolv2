       identification division.
       program-id. GenOrdenesRecurrentes.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy planti.sl.
           copy plaite.sl.
           copy ord-comp.sl.
           copy numera.sl.

           select adjsal
                  assign to disc NombreAdjsal
                  organization is line sequential
                  access is sequential
                  file status is st-adjsal.

           select listado
                  assign to random "RECURRENTES.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

           select candado
                  assign to random "INTERFASE.LCK"
                  organization is line sequential
                  access is sequential
                  file status is st-candado.

           select auditoria
                  assign to random "AUDITORIA.LOG"
                  organization is line sequential
                  access is sequential
                  file status is st-auditoria.

       data division.
       file section.
           copy planti.fd.
           copy plaite.fd.
           copy ord-comp.fd.
           copy numera.fd.

       fd  adjsal
                  label record is standard.

       01  reg-adjsal                         pic x(800).

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Planti                      pic 9(06).
           03                                  pic x(01).
           03 Lis-Descrip                     pic x(40).
           03                                  pic x(01).
           03 Lis-Prove                       pic 9(04).
           03                                  pic x(01).
           03 Lis-Orden                       pic 9(06).
           03                                  pic x(01).
           03 Lis-Fecha                       pic 9(08).
           03                                  pic x(01).
           03 Lis-Items                       pic 9(04).
           03                                  pic x(01).
           03 Lis-Total                       pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Hasta                       pic 9(08).
           03                                  pic x(01).
           03 Lis-Observacion                 pic x(12).

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

       fd  auditoria
                  label record is standard.

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

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  st-auditoria                       pic x(02).
       77  aud-hora-wk                        pic 9(08).
       77  aud-imagen-antes                   pic x(700).
       77  st-adjsal                          pic x(02).
       77  NombreAdjsal                       pic x(80).
       77  sw-mas-plantillas                  pic x(01).
       77  sw-mas-items                       pic x(01).
       77  sw-numero-libre                    pic x(01).
       77  sw-corresponde                     pic x(01).
       77  sw-adjsal-abierto                  pic x(01) value "N".
       77  Periodo-Generar                    pic 9(06).
       77  Dias-Aviso                         pic 9(03).
       77  Fecha-Hoy                          pic 9(08).
       77  fecha-orden                        pic 9(08).
       77  hora-ahora                         pic 9(08).
       77  hora-hms                           pic 9(06).
       77  orden-asignada                     pic 9(06) value zero.
       77  meses-periodo                      pic 9(06).
       77  meses-desde                        pic 9(06).
       77  meses-transcurridos                pic 9(06).
       77  cociente-meses                     pic 9(06).
       77  resto-meses                        pic 9(02).
       77  dias-restantes                     pic s9(08).
       77  indice-item                        pic 9(04).
       77  items-usados                       pic 9(04).
       77  items-maximo                       pic 9(04) value 200.
       77  items-sobrantes                    pic 9(04).
       77  registros-lote                     pic 9(08) value zero.
       77  hash-lote                          pic 9(14)v9(02)
           value zero.
       77  hash-acum                          pic 9(15)v9(02).
       77  precio-ajustado                    pic 9(12)v9(04).
       77  neto-renglon                       pic 9(12)v9(02).
       77  iva-renglon                        pic 9(12)v9(02).
       77  neto-orden                         pic 9(12)v9(02).
       77  iva-orden                          pic 9(12)v9(02).
       77  total-orden                        pic 9(12)v9(02).
       77  observacion-listado                pic x(12).
       77  plantillas-leidas                  pic 9(08) value zero.
       77  ordenes-generadas                  pic 9(08) value zero.
       77  sin-items                          pic 9(08) value zero.
       77  por-vencer                         pic 9(08) value zero.
       77  vencidas                           pic 9(08) value zero.
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

      * the model items of the template being generated, priced
      * with the adjustment of the template
       01  items-tabla.
           03 itm-ent occurs 200.
              05 itm-producto                 pic 9(06).
              05 itm-nom-prod                 pic x(50).
              05 itm-cantidad                 pic 9(10)v9(04).
              05 itm-unidad                   pic x(04).
              05 itm-precio                   pic 9(12)v9(04).
              05 itm-iva                      pic 9(04)v9(02).
              05 itm-sector                   pic 9(04).
              05 itm-ord-tra                  pic 9(06).
              05 itm-cuenta                   pic 9(12).
              05 itm-proy                     pic 9(04).
              05 itm-obs                      pic x(30).

       01  periodo-wk.
           03 periodo-anio                    pic 9(04).
           03 periodo-mes                     pic 9(02).

       01  desde-wk.
           03 desde-anio                      pic 9(04).
           03 desde-mes                       pic 9(02).
           03 desde-dia                       pic 9(02).

      * the generated lines follow the record layouts that the
      * ProcesarOrdenCompleta intake consumes, separators included
       01  adj-lote.
           03 adj-lote-tipo                   pic 9(01) value zero.
           03                                 pic x(01) value "|".
           03 adj-lote-sistema                pic x(20).
           03                                 pic x(01) value "|".
           03 adj-lote-fechahora              pic 9(14).

       01  adj-cierre.
           03 adj-cierre-tipo                 pic 9(01) value 9.
           03                                 pic x(01) value "|".
           03 adj-cierre-cantidad             pic 9(08).
           03                                 pic x(01) value "|".
           03 adj-cierre-hash                 pic 9(14),9(02).

       01  adj-cabecera.
           03 adj-cab-tipo                    pic 9(01) value 1.
           03                                 pic x(01) value "|".
           03 adj-cab-id                      pic 9(06).
           03                                 pic x(01) value "|".
           03 adj-cab-prove                   pic 9(04).
           03                                 pic x(01) value "|".
           03 adj-cab-fecha                   pic 9(08).
           03                                 pic x(01) value "|".
           03 adj-cab-pend                    pic 9(01).
           03                                 pic x(01) value "|".
           03 adj-cab-pago                    pic 9(02).
           03                                 pic x(01) value "|".
           03 adj-cab-dto-1                   pic 9(04),9(02).
           03                                 pic x(01) value "|".
           03 adj-cab-dto-2                   pic 9(04),9(02).
           03                                 pic x(01) value "|".
           03 adj-cab-dto-3                   pic 9(04),9(02).
           03                                 pic x(01) value "|".
           03 adj-cab-antic                   pic x(01).
           03                                 pic x(01) value "|".
           03 adj-cab-depo                    pic 9(04).
           03                                 pic x(01) value "|".
           03 adj-cab-obs-1                   pic x(60).
           03                                 pic x(01) value "|".
           03 adj-cab-obs-2                   pic x(60).
           03                                 pic x(01) value "|".
           03 adj-cab-obs-3                   pic x(60).
           03                                 pic x(01) value "|".
           03 adj-cab-total                   pic 9(12),9(02).
           03                                 pic x(01) value "|".
           03 adj-cab-iva                     pic 9(12),9(02).
           03                                 pic x(01) value "|".
           03 adj-cab-otros                   pic 9(12),9(02).
           03                                 pic x(01) value "|".
           03 adj-cab-si-impre                pic x(01).
           03                                 pic x(01) value "|".
           03 adj-cab-empresa                 pic 9(02).
           03                                 pic x(01) value "|".
           03 adj-cab-moneda                  pic 9(02).
           03                                 pic x(01) value "|".
           03 adj-cab-cotiz                   pic 9(03),9(04).
           03                                 pic x(01) value "|".
           03 adj-cab-dolar                   pic 9(02),9(02).
           03                                 pic x(01) value "|".
           03 adj-cab-autoriza                pic x(01).
           03                                 pic x(01) value "|".
           03 adj-cab-fec-ent-1               pic 9(06).
           03                                 pic x(01) value "|".
           03 adj-cab-fec-ent-2               pic 9(06).
           03                                 pic x(01) value "|".
           03 adj-cab-fec-ent-3               pic 9(06).
           03                                 pic x(01) value "|".
           03 adj-cab-fec-ent-4               pic 9(06).
           03                                 pic x(01) value "|".
           03 adj-cab-fec-ent-5               pic 9(06).
           03                                 pic x(01) value "|".
           03 adj-cab-pcia-ibb                pic 9(02).
           03                                 pic x(01) value "|".
           03 adj-cab-confir                  pic x(01).
           03                                 pic x(01) value "|".
           03 adj-cab-tipo-orden              pic 9(01).
           03                                 pic x(01) value "|".
           03 adj-cab-porc                    pic 9(03),9(02).
           03                                 pic x(01) value "|".
           03 adj-cab-resto                   pic x(02).

       01  adj-item.
           03 adj-item-tipo                   pic 9(01) value 2.
           03                                 pic x(01) value "|".
           03 adj-item-orden                  pic 9(06).
           03                                 pic x(01) value "|".
           03 adj-item-producto               pic 9(06).
           03                                 pic x(01) value "|".
           03 adj-item-tipo-item              pic 9(01).
           03                                 pic x(01) value "|".
           03 adj-item-secuencia              pic 9(04).
           03                                 pic x(01) value "|".
           03 adj-item-nom-prod               pic x(50).
           03                                 pic x(01) value "|".
           03 adj-item-cantidad-1             pic 9(10),9(04).
           03                                 pic x(01) value "|".
           03 adj-item-recibida-1             pic 9(10),9(04).
           03                                 pic x(01) value "|".
           03 adj-item-cantidad-2             pic 9(10),9(04).
           03                                 pic x(01) value "|".
           03 adj-item-recibida-2             pic 9(10),9(04).
           03                                 pic x(01) value "|".
           03 adj-item-cantidad-3             pic 9(10),9(04).
           03                                 pic x(01) value "|".
           03 adj-item-recibida-3             pic 9(10),9(04).
           03                                 pic x(01) value "|".
           03 adj-item-cantidad-4             pic 9(10),9(04).
           03                                 pic x(01) value "|".
           03 adj-item-recibida-4             pic 9(10),9(04).
           03                                 pic x(01) value "|".
           03 adj-item-cantidad-5             pic 9(10),9(04).
           03                                 pic x(01) value "|".
           03 adj-item-recibida-5             pic 9(10),9(04).
           03                                 pic x(01) value "|".
           03 adj-item-unidad                 pic x(04).
           03                                 pic x(01) value "|".
           03 adj-item-precio                 pic 9(12),9(04).
           03                                 pic x(01) value "|".
           03 adj-item-dto                    pic 9(10),9(04).
           03                                 pic x(01) value "|".
           03 adj-item-envase                 pic 9(03).
           03                                 pic x(01) value "|".
           03 adj-item-cantpre                pic 9(10),9(04).
           03                                 pic x(01) value "|".
           03 adj-item-uni-pre                pic x(04).
           03                                 pic x(01) value "|".
           03 adj-item-iva                    pic 9(04),9(02).
           03                                 pic x(01) value "|".
           03 adj-item-sector                 pic 9(04).
           03                                 pic x(01) value "|".
           03 adj-item-ord-tra                pic 9(06).
           03                                 pic x(01) value "|".
           03 adj-item-cuenta                 pic 9(12).
           03                                 pic x(01) value "|".
           03 adj-item-caract                 pic x(01).
           03                                 pic x(01) value "|".
           03 adj-item-proy                   pic 9(04).
           03                                 pic x(01) value "|".
           03 adj-item-obs                    pic x(30).
           03                                 pic x(01) value "|".
           03 adj-item-renglon-1              pic x(50).
           03                                 pic x(01) value "|".
           03 adj-item-renglon-2              pic x(50).
           03                                 pic x(01) value "|".
           03 adj-item-res-1                  pic x(70).

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Periodo a generar (AAAAMM)  : "
           accept Periodo-Generar
           display "Dias de aviso de vencimiento: "
           accept Dias-Aviso
           accept Fecha-Hoy from date yyyymmdd

           move Periodo-Generar               to periodo-wk
           if periodo-mes < 1 or periodo-mes > 12
              display "Periodo invalido"
              goback
           end-if

           perform TomarCandado
           if sw-candado-tomado = "N"
              display "Interfase ocupada, no se puede ejecutar."
              goback
           end-if

           open i-o planti
           if fs-comun not = "00"
              display "No existe archivo de plantillas"
              perform LiberarCandado
              goback
           end-if
           open input plaite
           open input ord-comp
           perform AbrirNumeradores
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if
           open output listado.

      * every active template whose frequency falls on the period
      * becomes a real order through the normal order intake
       ProcesarPlantillas.
           move zero                          to Planti-Id
           move "S"                           to sw-mas-plantillas
           start planti key is not less than Planti-Id
              invalid key
                 move "N"                     to sw-mas-plantillas
           end-start

           perform until sw-mas-plantillas = "N"
              read planti next record
                 at end
                    move "N"                  to sw-mas-plantillas
              end-read
              if sw-mas-plantillas = "S"
                 add 1                        to plantillas-leidas
                 if Planti-Estado = "A"
                    perform EvaluarPlantilla
                    if sw-corresponde = "S"
                       perform GenerarOrden
                    end-if
                    perform EvaluarVencimiento
                 end-if
              end-if
           end-perform

           if sw-adjsal-abierto = "S"
              perform GrabarCierre
           end-if.

       TerminarProceso.
           close planti
           close plaite
           close ord-comp
           close numera
           close auditoria
           close listado
           if sw-adjsal-abierto = "S"
              close adjsal
           end-if

           move plantillas-leidas             to ed-cantidad
           display "Plantillas leidas      : " ed-cantidad
           move ordenes-generadas             to ed-cantidad
           display "Ordenes generadas      : " ed-cantidad
           move sin-items                     to ed-cantidad
           display "Plantillas sin items   : " ed-cantidad
           move por-vencer                    to ed-cantidad
           display "Plantillas por vencer  : " ed-cantidad
           move vencidas                      to ed-cantidad
           display "Plantillas vencidas    : " ed-cantidad
           if sw-adjsal-abierto = "S"
              display "Lote generado          : " NombreAdjsal
           end-if

           perform LiberarCandado

           goback.

      * ---------------------------------------------------
       EvaluarPlantilla.
      * inside its validity, not generated yet for the period and on
      * a month that is a multiple of the frequency since the start
           move "S"                           to sw-corresponde
           move Planti-Fecha-Desde            to desde-wk

           if Planti-Fecha-Desde(1:6) > Periodo-Generar
              move "N"                        to sw-corresponde
           end-if
           if Planti-Fecha-Hasta not = zero and
              Planti-Fecha-Hasta(1:6) < Periodo-Generar
              move "N"                        to sw-corresponde
           end-if
           if Planti-Ultimo-Periodo not < Periodo-Generar
              move "N"                        to sw-corresponde
           end-if
           if Planti-Frecuencia = zero
              move "N"                        to sw-corresponde
           end-if

           if sw-corresponde = "S"
              compute meses-periodo =
                 (periodo-anio * 12) + periodo-mes
              compute meses-desde =
                 (desde-anio * 12) + desde-mes
              compute meses-transcurridos =
                 meses-periodo - meses-desde
              divide meses-transcurridos by Planti-Frecuencia
                 giving cociente-meses remainder resto-meses
              if resto-meses not = zero
                 move "N"                     to sw-corresponde
              end-if
           end-if.

       GenerarOrden.
           perform CargarItems
           evaluate true
              when items-usados = zero
                 add 1                        to sin-items
                 move zero                    to orden-asignada
                 move "SIN ITEMS"             to observacion-listado
                 perform GrabarListado
              when items-sobrantes > zero
                 add 1                        to sin-items
                 move zero                    to orden-asignada
                 move "EXCEDE ITEMS"          to observacion-listado
                 perform GrabarListado
              when other
                 perform EmitirOrden
           end-evaluate.

       EmitirOrden.
           if sw-adjsal-abierto = "N"
              perform AbrirLote
           end-if

           perform AsignarNumeroOrden
           if Fecha-Hoy(1:6) = Periodo-Generar
              move Fecha-Hoy                  to fecha-orden
           else
              compute fecha-orden = (Periodo-Generar * 100) + 1
           end-if

           perform GrabarCabecera
           move 1                             to indice-item
           perform until indice-item > items-usados
              perform GrabarItem
              add 1                           to indice-item
           end-perform
           perform AcumularHash

           add 1                              to ordenes-generadas
           move planti-reg                    to aud-imagen-antes
           move Periodo-Generar               to Planti-Ultimo-Periodo
           move orden-asignada                to Planti-Ultima-Orden
           rewrite planti-reg
           perform RegistrarAuditoria

           move "GENERADA"                    to observacion-listado
           perform GrabarListado.

      * the template keeps in the trail which period it last produced,
      * the same as an edit through s2c_plantillas
       RegistrarAuditoria.
           if fs-comun = "00"
              accept Aud-Fecha from date yyyymmdd
              accept aud-hora-wk from time
              move aud-hora-wk(1:6)           to Aud-Hora
              move "|" to AudSep0 AudSep1 AudSep2 AudSep3
                          AudSep4 AudSep5 AudSep6 AudSep7
              move "GenOrdenesRecurrentes"    to Aud-Request
              move "rewrite   "               to Aud-Operacion
              move "planti"                   to Aud-Archivo
              move spaces                     to Aud-Clave
              string "PLANTILLA=" Planti-Id
                 delimited by size into Aud-Clave
              move aud-imagen-antes           to Aud-Antes
              move planti-reg                 to Aud-Despues
              move "BATCH"                    to Aud-Operador
              write reg-auditoria
           end-if.

       CargarItems.
      * the adjustment is applied to the model price as loaded, it
      * does not compound from one period to the next
           move zero                          to items-usados
           move zero                          to items-sobrantes
           move zero                          to neto-orden
           move zero                          to iva-orden
           move Planti-Id                     to Plaite-Planti
           move zero                          to Plaite-Secuencia
           move "S"                           to sw-mas-items
           start plaite key is not less than Plaite-Key
              invalid key
                 move "N"                     to sw-mas-items
           end-start

           perform until sw-mas-items = "N"
              read plaite next record
                 at end
                    move "N"                  to sw-mas-items
              end-read
              if sw-mas-items = "S"
                 if Plaite-Planti not = Planti-Id
                    move "N"                  to sw-mas-items
                 else
                    if items-usados >= items-maximo
                       add 1                  to items-sobrantes
                    else
                       perform AgregarItem
                    end-if
                 end-if
              end-if
           end-perform

           compute total-orden = neto-orden + iva-orden.

       AgregarItem.
           add 1                              to items-usados
           compute precio-ajustado rounded =
              Plaite-Precio * (100 + Planti-Ajuste) / 100
           compute neto-renglon rounded =
              Plaite-Cantidad * precio-ajustado
           compute iva-renglon rounded =
              neto-renglon * Plaite-Iva / 100
           add neto-renglon                   to neto-orden
           add iva-renglon                    to iva-orden

           move Plaite-Producto     to itm-producto(items-usados)
           move Plaite-Nom-Prod     to itm-nom-prod(items-usados)
           move Plaite-Cantidad     to itm-cantidad(items-usados)
           move Plaite-Unidad       to itm-unidad(items-usados)
           move precio-ajustado     to itm-precio(items-usados)
           move Plaite-Iva          to itm-iva(items-usados)
           move Plaite-Sector       to itm-sector(items-usados)
           move Plaite-Ord-Tra      to itm-ord-tra(items-usados)
           move Plaite-Cuenta       to itm-cuenta(items-usados)
           move Plaite-Proy         to itm-proy(items-usados)
           move Plaite-Obs          to itm-obs(items-usados).

       EvaluarVencimiento.
           if Planti-Fecha-Hasta not = zero
              compute dias-restantes =
                 function integer-of-date(Planti-Fecha-Hasta)
                 - function integer-of-date(Fecha-Hoy)
              move zero                       to orden-asignada
              if dias-restantes < zero
                 add 1                        to vencidas
                 move "VENCIDA"               to observacion-listado
                 perform GrabarListado
              else
                 if dias-restantes not > Dias-Aviso
                    add 1                     to por-vencer
                    move "POR VENCER"         to observacion-listado
                    perform GrabarListado
                 end-if
              end-if
           end-if.

       GrabarListado.
           move spaces                        to reg-listado
           move Planti-Id                     to Lis-Planti
           move Planti-Descrip                to Lis-Descrip
           move Planti-Prove                  to Lis-Prove
           move orden-asignada                to Lis-Orden
           move Planti-Fecha-Hasta            to Lis-Hasta
           if orden-asignada = zero
              move zero                       to Lis-Fecha
              move zero                       to Lis-Items
              move zero                       to Lis-Total
           else
              move fecha-orden                to Lis-Fecha
              move items-usados               to Lis-Items
              move total-orden                to Lis-Total
           end-if
           move observacion-listado           to Lis-Observacion
           write reg-listado.

      * ---------------------------------------------------
       AbrirLote.
           accept hora-ahora from time
           move hora-ahora(1:6)               to hora-hms
           move spaces                        to NombreAdjsal
           string ".\interfases\REC_" Periodo-Generar "_" hora-hms
                  ".request"
                  delimited by " " into NombreAdjsal
           open output adjsal
           move "S"                           to sw-adjsal-abierto

           initialize adj-lote
           move zero                          to adj-lote-tipo
           move "RECURRENTES"                 to adj-lote-sistema
           compute adj-lote-fechahora =
              (Fecha-Hoy * 1000000) + hora-hms
           move spaces                        to reg-adjsal
           move adj-lote                      to reg-adjsal
           write reg-adjsal.

       GrabarCabecera.
      * neither printed nor authorized, so the intake leaves the
      * order ingresada waiting for authorization
           initialize adj-cabecera
           move 1                             to adj-cab-tipo
           move orden-asignada                to adj-cab-id
           move Planti-Prove                  to adj-cab-prove
           move fecha-orden                   to adj-cab-fecha
           move 1                             to adj-cab-pend
           move Planti-Pago                   to adj-cab-pago
           move "N"                           to adj-cab-antic
           move Planti-Depo                   to adj-cab-depo
           move Planti-Obs-1                  to adj-cab-obs-1
           move spaces                        to adj-cab-obs-2
           string "ORDEN RECURRENTE PLANTILLA " Planti-Id
                  " PERIODO " Periodo-Generar
              delimited by size into adj-cab-obs-2
           move total-orden                   to adj-cab-total
           move iva-orden                     to adj-cab-iva
           move "N"                           to adj-cab-si-impre
           move Planti-Empresa                to adj-cab-empresa
           move Planti-Moneda                 to adj-cab-moneda
           move "N"                           to adj-cab-autoriza
           move Planti-Tipo-Orden             to adj-cab-tipo-orden

           add 1                              to registros-lote
           move spaces                        to reg-adjsal
           move adj-cabecera                  to reg-adjsal
           write reg-adjsal.

       GrabarItem.
           initialize adj-item
           move 2                             to adj-item-tipo
           move orden-asignada                to adj-item-orden
           move itm-producto(indice-item)     to adj-item-producto
           move zero                          to adj-item-tipo-item
           move indice-item                   to adj-item-secuencia
           move itm-nom-prod(indice-item)     to adj-item-nom-prod
           move itm-cantidad(indice-item)     to adj-item-cantidad-1
           move itm-unidad(indice-item)       to adj-item-unidad
           move itm-precio(indice-item)       to adj-item-precio
           move itm-iva(indice-item)          to adj-item-iva
           move itm-sector(indice-item)       to adj-item-sector
           move itm-ord-tra(indice-item)      to adj-item-ord-tra
           move itm-cuenta(indice-item)       to adj-item-cuenta
           move itm-proy(indice-item)         to adj-item-proy
           move itm-obs(indice-item)          to adj-item-obs

           add 1                              to registros-lote
           move spaces                        to reg-adjsal
           move adj-item                      to reg-adjsal
           write reg-adjsal.

       AcumularHash.
      * same control the intake recomputes: header totals summed,
      * carried modulo 10**14
           compute hash-acum = hash-lote + total-orden
           if hash-acum >= 100000000000000
              subtract 100000000000000        from hash-acum
           end-if
           move hash-acum                     to hash-lote.

       GrabarCierre.
           initialize adj-cierre
           move 9                             to adj-cierre-tipo
           move registros-lote                to adj-cierre-cantidad
           move hash-lote                     to adj-cierre-hash
           move spaces                        to reg-adjsal
           move adj-cierre                    to reg-adjsal
           write reg-adjsal.

      * ---------------------------------------------------
       AsignarNumeroOrden.
           move Planti-Empresa                 to Numera-Empresa
           read numera
           if no-existe
              move Planti-Empresa              to Numera-Empresa
              move zero                       to Numera-Ultimo
              move spaces                     to Numera-Resto
              write numera-reg
           end-if

           move "N"                           to sw-numero-libre
           perform until sw-numero-libre = "S"
              add 1                           to Numera-Ultimo
              move Numera-Ultimo              to Ord-Comp-Id
              read ord-comp
              if no-existe
                 move "S"                     to sw-numero-libre
              end-if
           end-perform

           move Numera-Ultimo                 to orden-asignada
           rewrite numera-reg.

       AbrirNumeradores.
           open i-o numera
           if arch-no-existe
              open output numera
              close numera
              open i-o numera
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
           move "GenOrdenesRecurrentes" to Lck-Proceso
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
              move "GenOrdenesRecurrentes" to Lck-Proceso
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
