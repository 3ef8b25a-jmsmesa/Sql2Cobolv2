       identification division.
       program-id. RepSegregacionFunciones.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy ord-comp.sl.
           copy factdet.sl.
           copy propago.sl.
           copy operad.sl.

           select matriz
                  assign to random "SEGREGACION.MAT"
                  organization is line sequential
                  access is sequential
                  file status is st-matriz.

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
                  assign to random "SEGREGACION.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

           select trabajo-pasos
                  assign to disc "SORTSEG.TMP".

       data division.
       file section.
           copy ord-comp.fd.
           copy factdet.fd.
           copy propago.fd.
           copy operad.fd.

       fd  matriz
                  label record is standard.

       01  reg-matriz.
           03 Mat-Paso-1                      pic x(02).
           03                                  pic x(01).
           03 Mat-Paso-2                      pic x(02).

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

       01  reg-listado.
           03 Lis-Orden                       pic 9(06).
           03                                  pic x(01).
           03 Lis-Fecha                       pic 9(08).
           03                                  pic x(01).
           03 Lis-Empresa                     pic 9(02).
           03                                  pic x(01).
           03 Lis-Operador                    pic x(08).
           03                                  pic x(01).
           03 Lis-Nombre                      pic x(30).
           03                                  pic x(01).
           03 Lis-Paso-1                      pic x(15).
           03                                  pic x(01).
           03 Lis-Paso-2                      pic x(15).

       sd  trabajo-pasos.

       01  sort-paso-reg.
           03 Srt-Orden                       pic 9(06).
           03 Srt-Paso                        pic 9(01).
           03 Srt-Operador                    pic x(08).
           03 Srt-Fecha                       pic 9(08).
           03 Srt-Empresa                     pic 9(02).

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  st-matriz                          pic x(02).
       77  st-historia                        pic x(02).
       77  st-bitacora                        pic x(02).
       77  NombreBitacora                     pic x(40).
       77  Fecha-Desde                        pic 9(08).
       77  Fecha-Hasta                        pic 9(08).
       77  tipo-bitacora                      pic x(01).
       77  sw-mas-matriz                      pic x(01).
       77  sw-mas-historia                    pic x(01).
       77  sw-mas-lineas                      pic x(01).
       77  sw-mas-detalles                    pic x(01).
       77  sw-fin-sort                        pic x(01).
       77  sw-factdet-disponible              pic x(01) value "N".
       77  sw-propago-disponible              pic x(01) value "N".
       77  sw-operad-disponible               pic x(01) value "N".
       77  sw-orden-en-rango                  pic x(01).
       77  sw-orden-abierta                   pic x(01) value "N".
       77  sw-orden-conflicto                 pic x(01).
       77  sw-operador-hallado                pic x(01).
       77  orden-cacheada                     pic 9(06) value zero.
       77  fecha-cacheada                     pic 9(08).
       77  empresa-cacheada                   pic 9(02).
       77  orden-buscada                      pic 9(06).
       77  paso-buscado                       pic 9(01).
       77  operador-buscado                   pic x(08).
       77  orden-corte                        pic 9(06).
       77  fecha-corte                        pic 9(08).
       77  empresa-corte                      pic 9(02).
       77  prove-comprobante                  pic 9(04).
       77  numero-comprobante                 pic x(13).
       77  codigo-buscado                     pic x(02).
       77  paso-hallado                       pic 9(01).
       77  paso-fila                          pic 9(01).
       77  paso-columna                       pic 9(01).
       77  indice-paso                        pic 9(02).
       77  indice-par                         pic 9(02).
       77  indice-op                          pic 9(02).
       77  indice-op-2                        pic 9(02).
       77  nombre-operador                    pic x(30).
       77  pares-matriz                       pic 9(04) value zero.
       77  lineas-leidas                      pic 9(08) value zero.
       77  pasos-registrados                  pic 9(08) value zero.
       77  ordenes-analizadas                 pic 9(08) value zero.
       77  ordenes-conflicto                  pic 9(08) value zero.
       77  conflictos                         pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.

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

      * the steps an order goes through, in the order they happen:
      * AL alta, AU autorizacion, IM impresion, RE recepcion,
      * DI disposicion de inspeccion, FA factura, PP pago confirmado
       01  pasos-codigos.
           03                                 pic x(14)
              value "ALAUIMREDIFAPP".
       01  pasos-codigos-red redefines pasos-codigos.
           03 paso-codigo                     pic x(02) occurs 7.

       01  pasos-descripciones.
           03                                 pic x(15)
              value "ALTA           ".
           03                                 pic x(15)
              value "AUTORIZACION   ".
           03                                 pic x(15)
              value "IMPRESION      ".
           03                                 pic x(15)
              value "RECEPCION      ".
           03                                 pic x(15)
              value "DISPOSICION    ".
           03                                 pic x(15)
              value "FACTURA        ".
           03                                 pic x(15)
              value "PAGO CONFIRMADO".
       01  pasos-descripciones-red redefines pasos-descripciones.
           03 paso-descrip                    pic x(15) occurs 7.

      * used when there is no SEGREGACION.MAT to read
       01  matriz-omision.
           03                                 pic x(20)
              value "ALAUALREALFAALPPAURE".
           03                                 pic x(20)
              value "AUFAAUPPREDIREFAFAPP".
       01  matriz-omision-red redefines matriz-omision.
           03 omision-par                     occurs 10.
              05 omision-paso-1               pic x(02).
              05 omision-paso-2               pic x(02).

       01  matriz-conflictos.
           03 mat-fila                        occurs 7.
              05 mat-celda                    pic x(01) occurs 7.

       01  pasos-orden.
           03 paso-ent                        occurs 7.
              05 paso-cantidad                pic 9(02).
              05 paso-operador                pic x(08) occurs 10.

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Ordenes desde fecha (AAAAMMDD) : "
           accept Fecha-Desde
           display "Ordenes hasta fecha (AAAAMMDD) : "
           accept Fecha-Hasta
           if Fecha-Hasta = zero
              move 99999999                   to Fecha-Hasta
           end-if

           open input ord-comp
           if fs-comun not = "00"
              display "No existe archivo de ordenes de compra"
              goback
           end-if
           open input factdet
           if fs-comun = "00"
              move "S"                        to sw-factdet-disponible
           end-if
           open input propago
           if fs-comun = "00"
              move "S"                        to sw-propago-disponible
           end-if
           open input operad
           if fs-comun = "00"
              move "S"                        to sw-operad-disponible
           end-if

           perform CargarMatriz
           open output listado.

      * every step is rebuilt from the trails, the live logs and the
      * copies the daily cutover left behind, since an order may be
      * paid long after the log of its alta was cut
       ProcesarPasos.
           sort trabajo-pasos
              on ascending key Srt-Orden
                               Srt-Paso
                               Srt-Operador
              input procedure is LeerBitacoras
              output procedure is AnalizarOrdenes.

       TerminarProceso.
           close ord-comp
           if sw-factdet-disponible = "S"
              close factdet
           end-if
           if sw-propago-disponible = "S"
              close propago
           end-if
           if sw-operad-disponible = "S"
              close operad
           end-if
           close listado

           move pares-matriz                  to ed-cantidad
           display "Pares en conflicto    : " ed-cantidad
           move lineas-leidas                 to ed-cantidad
           display "Lineas de log leidas  : " ed-cantidad
           move pasos-registrados             to ed-cantidad
           display "Pasos reconstruidos   : " ed-cantidad
           move ordenes-analizadas            to ed-cantidad
           display "Ordenes analizadas    : " ed-cantidad
           move ordenes-conflicto             to ed-cantidad
           display "Ordenes con conflicto : " ed-cantidad
           move conflictos                    to ed-cantidad
           display "Conflictos listados   : " ed-cantidad

           goback.

      * ---------------------------------------------------
       CargarMatriz.
           move all "N"                       to matriz-conflictos
           open input matriz
           if st-matriz = "00"
              move "S"                        to sw-mas-matriz
              perform until sw-mas-matriz = "N"
                 read matriz
                    at end
                       move "N"               to sw-mas-matriz
                 end-read
                 if sw-mas-matriz = "S"
                    if Mat-Paso-1 not = spaces and
                       Mat-Paso-1(1:1) not = "*"
                       perform MarcarParMatriz
                    end-if
                 end-if
              end-perform
              close matriz
           else
              move 1                          to indice-par
              perform 10 times
                 move omision-paso-1(indice-par) to Mat-Paso-1
                 move omision-paso-2(indice-par) to Mat-Paso-2
                 perform MarcarParMatriz
                 add 1                        to indice-par
              end-perform
           end-if.

       MarcarParMatriz.
      * a pair is a conflict whichever of the two came first
           move Mat-Paso-1                    to codigo-buscado
           perform BuscarCodigoPaso
           move paso-hallado                  to paso-fila
           move Mat-Paso-2                    to codigo-buscado
           perform BuscarCodigoPaso
           move paso-hallado                  to paso-columna

           if paso-fila = zero or paso-columna = zero or
              paso-fila = paso-columna
              display "Par ignorado en la matriz : "
                 Mat-Paso-1 " " Mat-Paso-2
           else
              add 1                           to pares-matriz
              move "S"           to mat-celda(paso-fila, paso-columna)
              move "S"           to mat-celda(paso-columna, paso-fila)
           end-if.

       BuscarCodigoPaso.
           move zero                          to paso-hallado
           move 1                             to indice-paso
           perform 7 times
              if paso-codigo(indice-paso) = codigo-buscado
                 move indice-paso             to paso-hallado
              end-if
              add 1                           to indice-paso
           end-perform.

      * ---------------------------------------------------
       EvaluarHistorico.
      * a cut copy holds nothing newer than its date, so the ones cut
      * before the range began cannot carry a step of its orders
           if His-Fecha not < Fecha-Desde
              move His-Nombre                 to NombreBitacora
              if His-Nombre(1:12) = "ESTADOS.LOG."
                 move "E"                     to tipo-bitacora
                 perform LeerUnaBitacora
              end-if
              if His-Nombre(1:14) = "AUDITORIA.LOG."
                 move "A"                     to tipo-bitacora
                 perform LeerUnaBitacora
              end-if
           end-if.

       LeerUnaBitacora.
           open input bitacora
           if st-bitacora = "00"
              move "S"                        to sw-mas-lineas
              perform until sw-mas-lineas = "N"
                 read bitacora
                    at end
                       move "N"               to sw-mas-lineas
                 end-read
                 if sw-mas-lineas = "S"
                    add 1                     to lineas-leidas
                    if tipo-bitacora = "E"
                       move reg-bitacora      to reg-estados
                       perform EvaluarEstado
                    else
                       move reg-bitacora      to reg-auditoria
                       perform EvaluarAuditoria
                    end-if
                 end-if
              end-perform
              close bitacora
           end-if.

       EvaluarEstado.
      * an alta has no previous state; authorizing and printing may
      * come in the same modificacion, and then both are the same
      * operator's
           if Est-Operador not = spaces and Est-Orden numeric
              move Est-Orden                  to orden-buscada
              move Est-Operador               to operador-buscado
              if Est-Anterior = space
                 move 1                       to paso-buscado
                 perform SoltarPaso
              end-if
              if (Est-Anterior = space or Est-Anterior < "2") and
                 (Est-Nuevo = "2" or Est-Nuevo = "3")
                 move 2                       to paso-buscado
                 perform SoltarPaso
              end-if
              if Est-Nuevo = "3" and Est-Anterior not = "3"
                 move 3                       to paso-buscado
                 perform SoltarPaso
              end-if
           end-if.

       EvaluarAuditoria.
           if Aud-Operador not = spaces
              move Aud-Operador               to operador-buscado
              evaluate true
                 when Aud-Archivo = "inspec" and
                      Aud-Clave(1:7) = "INSPEC=" and
                      Aud-Clave(8:6) numeric
                    move Aud-Clave(8:6)       to orden-buscada
                    if Aud-Operacion = "write"
                       move 4                 to paso-buscado
                    else
                       move 5                 to paso-buscado
                    end-if
                    perform SoltarPaso
                 when Aud-Archivo = "factura" and
                      Aud-Operacion = "write" and
                      Aud-Clave(1:8) = "FACTURA=" and
                      Aud-Clave(9:4) numeric
                    move 6                    to paso-buscado
                    perform SoltarComprobante
                 when Aud-Archivo = "propago" and
                      Aud-Operacion = "confirma" and
                      Aud-Clave(1:8) = "PROPAGO=" and
                      Aud-Clave(9:4) numeric
                    move 7                    to paso-buscado
                    perform SoltarComprobante
                    perform SoltarOrdenPropuesta
                 when other
                    continue
              end-evaluate
           end-if.

       SoltarComprobante.
      * the invoice carries no order of its own: its lines do
           if sw-factdet-disponible = "S"
              move Aud-Clave(9:4)             to prove-comprobante
              move Aud-Clave(14:13)           to numero-comprobante
              move prove-comprobante          to Factdet-Prove
              move numero-comprobante         to Factdet-Numero
              move zero                       to Factdet-Secuencia
              move "S"                        to sw-mas-detalles
              start factdet key is not less than Factdet-Key
                 invalid key
                    move "N"                  to sw-mas-detalles
              end-start
              perform until sw-mas-detalles = "N"
                 read factdet next record
                    at end
                       move "N"               to sw-mas-detalles
                 end-read
                 if sw-mas-detalles = "S"
                    if Factdet-Prove not = prove-comprobante or
                       Factdet-Numero not = numero-comprobante
                       move "N"               to sw-mas-detalles
                    else
                       move Factdet-Orden     to orden-buscada
                       perform SoltarPaso
                    end-if
                 end-if
              end-perform
           end-if.

       SoltarOrdenPropuesta.
           if sw-propago-disponible = "S"
              move Aud-Clave(9:4)             to Propago-Prove
              move Aud-Clave(14:13)           to Propago-Numero
              read propago
                 invalid key
                    continue
                 not invalid key
                    if Propago-Orden not = zero
                       move Propago-Orden     to orden-buscada
                       perform SoltarPaso
                    end-if
              end-read
           end-if.

       SoltarPaso.
           perform VerificarOrdenRango
           if sw-orden-en-rango = "S"
              add 1                           to pasos-registrados
              move orden-buscada              to Srt-Orden
              move paso-buscado               to Srt-Paso
              move operador-buscado           to Srt-Operador
              move fecha-cacheada             to Srt-Fecha
              move empresa-cacheada           to Srt-Empresa
              release sort-paso-reg
           end-if.

       VerificarOrdenRango.
           if orden-buscada not = orden-cacheada
              move orden-buscada              to orden-cacheada
              move "N"                        to sw-orden-en-rango
              move zero                       to fecha-cacheada
              move zero                       to empresa-cacheada
              move orden-buscada              to Ord-Comp-Id
              read ord-comp
                 invalid key
                    continue
                 not invalid key
                    move Ord-Comp-Fecha       to fecha-cacheada
                    move Ord-Comp-Empresa     to empresa-cacheada
                    if Ord-Comp-Fecha not < Fecha-Desde and
                       Ord-Comp-Fecha not > Fecha-Hasta
                       move "S"               to sw-orden-en-rango
                    end-if
              end-read
           end-if.

      * ---------------------------------------------------
       AbrirOrden.
           move "S"                           to sw-orden-abierta
           move Srt-Orden                     to orden-corte
           move Srt-Fecha                     to fecha-corte
           move Srt-Empresa                   to empresa-corte
           move 1                             to indice-paso
           perform 7 times
              move zero                to paso-cantidad(indice-paso)
              add 1                           to indice-paso
           end-perform.

       AcumularPaso.
      * the same operator repeating a step counts once
           move Srt-Paso                      to indice-paso
           move Srt-Operador                  to operador-buscado
           perform BuscarOperadorPaso
           if sw-operador-hallado = "N" and
              paso-cantidad(indice-paso) < 10
              add 1                    to paso-cantidad(indice-paso)
              move paso-cantidad(indice-paso) to indice-op
              move Srt-Operador
                 to paso-operador(indice-paso, indice-op)
           end-if.

       CerrarOrden.
           if sw-orden-abierta = "S"
              add 1                           to ordenes-analizadas
              move "N"                        to sw-orden-conflicto
              move 1                          to paso-fila
              perform 6 times
                 compute paso-columna = paso-fila + 1
                 perform until paso-columna > 7
                    if mat-celda(paso-fila, paso-columna) = "S"
                       perform CompararPasos
                    end-if
                    add 1                     to paso-columna
                 end-perform
                 add 1                        to paso-fila
              end-perform
              if sw-orden-conflicto = "S"
                 add 1                        to ordenes-conflicto
              end-if
           end-if.

       CompararPasos.
           move 1                             to indice-op-2
           perform until indice-op-2 > paso-cantidad(paso-fila)
              move paso-operador(paso-fila, indice-op-2)
                 to operador-buscado
              move paso-columna               to indice-paso
              perform BuscarOperadorPaso
              if sw-operador-hallado = "S"
                 perform GrabarConflicto
              end-if
              add 1                           to indice-op-2
           end-perform.

       BuscarOperadorPaso.
           move "N"                           to sw-operador-hallado
           move 1                             to indice-op
           perform until indice-op > paso-cantidad(indice-paso)
              if paso-operador(indice-paso, indice-op) =
                 operador-buscado
                 move "S"                     to sw-operador-hallado
              end-if
              add 1                           to indice-op
           end-perform.

       GrabarConflicto.
           move "S"                           to sw-orden-conflicto
           add 1                              to conflictos
           perform BuscarNombreOperador

           move spaces                        to reg-listado
           move orden-corte                   to Lis-Orden
           move fecha-corte                   to Lis-Fecha
           move empresa-corte                 to Lis-Empresa
           move operador-buscado              to Lis-Operador
           move nombre-operador               to Lis-Nombre
           move paso-descrip(paso-fila)       to Lis-Paso-1
           move paso-descrip(paso-columna)    to Lis-Paso-2
           write reg-listado.

       BuscarNombreOperador.
           move spaces                        to nombre-operador
           if sw-operad-disponible = "S"
              move operador-buscado           to Operad-Codigo
              read operad
                 invalid key
                    continue
                 not invalid key
                    move Operad-Nombre        to nombre-operador
              end-read
           end-if.

      * ---------------------------------------------------
       LeerBitacoras section.

       LeerBitacoras-Inicio.
           open input historia
           if st-historia = "00"
              move "S"                        to sw-mas-historia
              perform until sw-mas-historia = "N"
                 read historia
                    at end
                       move "N"               to sw-mas-historia
                 end-read
                 if sw-mas-historia = "S"
                    perform EvaluarHistorico
                 end-if
              end-perform
              close historia
           end-if

           move spaces                        to NombreBitacora
           move "ESTADOS.LOG"                 to NombreBitacora
           move "E"                           to tipo-bitacora
           perform LeerUnaBitacora

           move spaces                        to NombreBitacora
           move "AUDITORIA.LOG"               to NombreBitacora
           move "A"                           to tipo-bitacora
           perform LeerUnaBitacora.

       LeerBitacoras-Fin.
           exit.

      * ---------------------------------------------------
       AnalizarOrdenes section.

       AnalizarOrdenes-Inicio.
           move "N"                           to sw-fin-sort
           perform until sw-fin-sort = "S"
              return trabajo-pasos
                 at end
                    move "S"                  to sw-fin-sort
                 not at end
                    if sw-orden-abierta = "N" or
                       Srt-Orden not = orden-corte
                       perform CerrarOrden
                       perform AbrirOrden
                    end-if
                    perform AcumularPaso
              end-return
           end-perform

           perform CerrarOrden.

       AnalizarOrdenes-Fin.
           exit.
