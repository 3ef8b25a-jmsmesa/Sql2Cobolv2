       identification division.
       program-id. ConfTransferencias.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy propago.sl.
           copy provban.sl.
           copy factura.sl.
           copy antici.sl.
           copy acuban.sl.
           copy certret.sl.

           select acuse
                  assign to random "TRANSFER-ACK.TXT"
                  organization is line sequential
                  access is sequential
                  file status is st-acuse.

           select listado
                  assign to random "TRANSF-ACK.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

           select sin-match
                  assign to random "TRANSF-NOMATCH.LST"
                  organization is line sequential
                  access is sequential
                  file status is st-sin-match.

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
           copy propago.fd.
           copy provban.fd.
           copy factura.fd.
           copy antici.fd.
           copy acuban.fd.
           copy certret.fd.

       fd  acuse
                  label record is standard.

       01  reg-acuse.
      * bank return layout: the TRANSFER.TXT line as it was sent,
      * followed by the result the bank gave to it
           03 Ack-Banco                       pic 9(03).
           03 Ack-Cbu                         pic x(22).
           03 Ack-Importe                     pic 9(13)v9(02).
           03 Ack-Moneda                      pic 9(02).
           03 Ack-Referencia                  pic x(13).
           03 Ack-Fecha                       pic 9(08).
           03 Ack-Resultado                   pic x(01).
           03 Ack-Fecha-Banco                 pic 9(08).
           03 Ack-Operacion                   pic x(20).
           03 Ack-Motivo                      pic x(40).

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Prove                       pic 9(04).
           03                                  pic x(01).
           03 Lis-Numero                      pic x(13).
           03                                  pic x(01).
           03 Lis-Resultado                   pic x(01).
           03                                  pic x(01).
           03 Lis-Fecha-Banco                 pic 9(08).
           03                                  pic x(01).
           03 Lis-Operacion                   pic x(20).
           03                                  pic x(01).
           03 Lis-Importe                     pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Motivo                      pic x(40).

       fd  sin-match
                  label record is standard.

       01  reg-sin-match.
           03 Snm-Linea                       pic 9(06).
           03                                  pic x(01).
           03 Snm-Referencia                  pic x(13).
           03                                  pic x(01).
           03 Snm-Cbu                         pic x(22).
           03                                  pic x(01).
           03 Snm-Importe                     pic 9(13)v9(02).
           03                                  pic x(01).
           03 Snm-Resultado                   pic x(01).
           03                                  pic x(01).
           03 Snm-Motivo                      pic x(30).

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
       77  st-acuse                           pic x(02).
       77  st-sin-match                       pic x(02).
       77  sw-mas-propuestas                  pic x(01).
       77  sw-mas-acuses                      pic x(01).
       77  sw-antici-disponible               pic x(01) value "N".
       77  sw-certret-disponible              pic x(01) value "N".
       77  sw-mas-certificados                pic x(01).
       77  motivo-sin-match                   pic x(30).
       77  Fecha-Hoy                          pic 9(08).
       77  hora-wk                            pic 9(08).
       77  indice-tabla                       pic 9(05).
       77  sw-mas-notas                       pic x(01).
       77  sw-pasada-referidas                pic x(01).
       77  credito-restante                   pic 9(12)v9(02).
       77  credito-nota                       pic 9(12)v9(02).
       77  neto-devuelto                      pic 9(12)v9(02).
       77  indice-hallado                     pic 9(05).
       77  coincidencias                      pic 9(05).
       77  transf-usadas                      pic 9(05) value zero.
       77  transf-maximo                      pic 9(05) value 05000.
       77  linea-acuse                        pic 9(06) value zero.
       77  pendientes                         pic 9(08) value zero.
       77  acreditadas                        pic 9(08) value zero.
       77  rechazadas                         pic 9(08) value zero.
       77  sin-coincidencia                   pic 9(08) value zero.
       77  desbordadas                        pic 9(08) value zero.
       77  importe-acreditado                 pic 9(13)v9(02)
           value zero.
       77  importe-rechazado                  pic 9(13)v9(02)
           value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.
       77  ed-importe                         pic zz,zzz,zzz,zzz,zz9.99.
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

      * proposals sent to the bank and still waiting for its answer
       01  transf-tabla.
           03 trf-ent occurs 5000.
              05 trf-prove                    pic 9(04).
              05 trf-numero                   pic x(13).
              05 trf-cbu                      pic x(22).
              05 trf-usada                    pic x(01).

       procedure division.
       begin section 1.

       IniciarProceso.
           accept Fecha-Hoy from date yyyymmdd

           perform TomarCandado
           if sw-candado-tomado = "N"
              display "Interfase ocupada, no se puede ejecutar."
              goback
           end-if

           open input acuse
           if st-acuse not = "00"
              display "No existe archivo TRANSFER-ACK.TXT"
              perform LiberarCandado
              goback
           end-if

           open i-o propago
           if fs-comun not = "00"
              display "No existe archivo de propuestas"
              close acuse
              perform LiberarCandado
              goback
           end-if
           open i-o provban
           open i-o factura

           open i-o antici
           if fs-comun = "00"
              move "S"                        to sw-antici-disponible
           end-if
           open i-o certret
           if fs-comun = "00"
              move "S"                        to sw-certret-disponible
           end-if

           perform AbrirAcuses
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if
           open output listado
           open output sin-match

           initialize transf-tabla.

       CargarTransferencias.
           move low-value                     to Propago-Key
           move "S"                           to sw-mas-propuestas
           start propago key is not less than Propago-Key
              invalid key
                 move "N"                     to sw-mas-propuestas
           end-start

           perform until sw-mas-propuestas = "N"
              read propago next record
                 at end
                    move "N"                  to sw-mas-propuestas
              end-read
              if sw-mas-propuestas = "S"
                 if Propago-Estado = "T"
                    perform AgregarTransferencia
                 end-if
              end-if
           end-perform.

       ProcesarAcuses.
           move "S"                           to sw-mas-acuses
           perform until sw-mas-acuses = "N"
              read acuse
                 at end
                    move "N"                  to sw-mas-acuses
              end-read
              if sw-mas-acuses = "S"
                 add 1                        to linea-acuse
                 perform ProcesarUnAcuse
              end-if
           end-perform.

       TerminarProceso.
           move 1                             to indice-tabla
           perform until indice-tabla > transf-usadas
              if trf-usada(indice-tabla) = "N"
                 add 1                        to pendientes
              end-if
              add 1 to indice-tabla
           end-perform

           close acuse
           close propago
           close provban
           close factura
           if sw-antici-disponible = "S"
              close antici
           end-if
           if sw-certret-disponible = "S"
              close certret
           end-if
           close acuban
           close auditoria
           close listado
           close sin-match

           move linea-acuse                   to ed-cantidad
           display "Lineas del banco      : " ed-cantidad
           move acreditadas                   to ed-cantidad
           display "Acreditadas           : " ed-cantidad
           move importe-acreditado            to ed-importe
           display "Importe acreditado    : " ed-importe
           move rechazadas                    to ed-cantidad
           display "Rechazadas por banco  : " ed-cantidad
           move importe-rechazado             to ed-importe
           display "Importe rechazado     : " ed-importe
           move sin-coincidencia              to ed-cantidad
           display "Lineas sin coincidir  : " ed-cantidad
           move pendientes                    to ed-cantidad
           display "Transferidas sin acuse: " ed-cantidad
           move desbordadas                   to ed-cantidad
           display "Tabla desbordada      : " ed-cantidad

           perform LiberarCandado

           goback.

      * ---------------------------------------------------
       AgregarTransferencia.
           if transf-usadas >= transf-maximo
              add 1                           to desbordadas
           else
              add 1                           to transf-usadas
              move Propago-Prove    to trf-prove(transf-usadas)
              move Propago-Numero   to trf-numero(transf-usadas)
              move "N"              to trf-usada(transf-usadas)
              move spaces           to trf-cbu(transf-usadas)
              move Propago-Prove              to Provban-Prove
              read provban
                 invalid key
                    continue
                 not invalid key
                    move Provban-Cbu  to trf-cbu(transf-usadas)
              end-read
           end-if.

       ProcesarUnAcuse.
           if Ack-Resultado not = "A" and Ack-Resultado not = "R"
              move "resultado invalido"       to motivo-sin-match
              perform GrabarSinMatch
           else
              perform BuscarTransferencia
              if indice-hallado = 0
                 move "referencia no enviada" to motivo-sin-match
                 perform GrabarSinMatch
              else
              if trf-usada(indice-hallado) = "S"
                 move "acuse repetido"        to motivo-sin-match
                 perform GrabarSinMatch
              else
                 move trf-prove(indice-hallado)  to Propago-Prove
                 move trf-numero(indice-hallado) to Propago-Numero
                 read propago
                    invalid key
                       move "propuesta inexistente"
                          to motivo-sin-match
                       perform GrabarSinMatch
                    not invalid key
                       if Propago-Importe not = Ack-Importe
                          move "importe no coincide"
                             to motivo-sin-match
                          perform GrabarSinMatch
                       else
                          move "S"    to trf-usada(indice-hallado)
                          if Ack-Resultado = "A"
                             perform AcreditarPropuesta
                          else
                             perform RechazarPropuesta
                          end-if
                       end-if
                 end-read
              end-if
              end-if
           end-if.

       BuscarTransferencia.
      * Trf-Referencia carries only Propago-Numero; the CBU settles
      * the rare case of two providers with the same invoice number
           move zero                          to indice-hallado
           move zero                          to coincidencias
           move 1                             to indice-tabla
           perform until indice-tabla > transf-usadas
              if trf-numero(indice-tabla) = Ack-Referencia
                 if trf-cbu(indice-tabla) = Ack-Cbu
                    move indice-tabla         to indice-hallado
                    move 1                    to coincidencias
                    move transf-usadas        to indice-tabla
                 else
                    add 1                     to coincidencias
                    if indice-hallado = 0
                       move indice-tabla      to indice-hallado
                    end-if
                 end-if
              end-if
              add 1 to indice-tabla
           end-perform

           if coincidencias > 1
              move zero                       to indice-hallado
           end-if.

       AcreditarPropuesta.
           move propago-reg                   to aud-imagen-antes
           move "A"                           to Propago-Estado
           rewrite propago-reg
           perform RegistrarAuditoriaPropuesta

           add 1                              to acreditadas
           add Propago-Importe                to importe-acreditado
           perform GrabarAcuseBanco
           perform GrabarLineaListado.

       RechazarPropuesta.
      * the invoice goes back to conforme so the next proposal run
      * proposes it again, and the advance it used is given back
           move propago-reg                   to aud-imagen-antes
           move "R"                           to Propago-Estado
           rewrite propago-reg
           perform RegistrarAuditoriaPropuesta

           add 1                              to rechazadas
           add Propago-Importe                to importe-rechazado

           move Propago-Prove                 to Factura-Prove
           move Propago-Numero                to Factura-Numero
           read factura
              invalid key
                 continue
              not invalid key
                 if Factura-Estado = "S"
                    move factura-reg          to aud-imagen-antes
                    move "C"                  to Factura-Estado
                    rewrite factura-reg
                    perform RegistrarAuditoriaFactura
                 end-if
           end-read

           perform DevolverAnticipo
           perform DevolverNotasCredito
           perform AnularCertificados
           perform MarcarCuentaSospechosa
           perform GrabarAcuseBanco
           perform GrabarLineaListado.

       DevolverAnticipo.
           if sw-antici-disponible = "S" and Propago-Anticipo > 0
              move Propago-Orden              to Antici-Orden
              read antici
                 invalid key
                    continue
                 not invalid key
                    if Antici-Aplicado > Propago-Anticipo
                       subtract Propago-Anticipo from Antici-Aplicado
                    else
                       move zero              to Antici-Aplicado
                    end-if
                    move "P"                  to Antici-Estado
                    rewrite antici-reg
              end-read
           end-if.

      * nothing was withheld from a payment the bank bounced: its
      * certificates keep their number but are annulled
       AnularCertificados.
           if sw-certret-disponible = "S"
              move Propago-Prove              to Certret-Prove
              move Propago-Numero             to Certret-Propago
              move "S"                        to sw-mas-certificados
              start certret key is not less than Certret-Prop-Key
                 invalid key
                    move "N"                  to sw-mas-certificados
              end-start
           else
              move "N"                        to sw-mas-certificados
           end-if

           perform until sw-mas-certificados = "N"
              read certret next record
                 at end
                    move "N"                  to sw-mas-certificados
              end-read
              if sw-mas-certificados = "S"
                 if Certret-Prove not = Propago-Prove or
                    Certret-Propago not = Propago-Numero
                    move "N"                  to sw-mas-certificados
                 else
                    if Certret-Estado = "E"
                       move "A"               to Certret-Estado
                       move Fecha-Hoy         to Certret-Fecha-Estado
                       rewrite certret-reg
                    end-if
                 end-if
              end-if
           end-perform.

      * the credit notes the proposal used are given back the same
      * way they were taken: first the ones naming this factura
       DevolverNotasCredito.
           move Propago-Credito               to credito-restante
           if credito-restante > zero
              move "S"                        to sw-pasada-referidas
              perform RecorrerNotasProveedor
              move "N"                        to sw-pasada-referidas
              perform RecorrerNotasProveedor
           end-if.

       RecorrerNotasProveedor.
           move Propago-Prove                 to Factura-Prove
           move low-value                     to Factura-Numero
           move "S"                           to sw-mas-notas
           start factura key is not less than Factura-Key
              invalid key
                 move "N"                     to sw-mas-notas
           end-start

           perform until sw-mas-notas = "N" or
                         credito-restante = zero
              read factura next record
                 at end
                    move "N"                  to sw-mas-notas
              end-read
              if sw-mas-notas = "S"
                 if Factura-Prove not = Propago-Prove
                    move "N"                  to sw-mas-notas
                 else
                    if (Factura-Tipo-Comp = "C" or
                        Factura-Tipo-Comp = "E") and
                       Factura-Aplicado > zero
                       if (sw-pasada-referidas = "S" and
                           Factura-Referencia = Propago-Numero) or
                          (sw-pasada-referidas = "N" and
                           Factura-Referencia = spaces)
                          perform DevolverNotaCredito
                       end-if
                    end-if
                 end-if
              end-if
           end-perform.

       DevolverNotaCredito.
      * Propago-Credito includes the iva of the notes, Aplicado holds
      * only their neto
           compute credito-nota rounded =
              Factura-Aplicado * (Factura-Neto + Factura-Iva)
              / Factura-Neto
           if credito-nota > credito-restante
              move credito-restante           to credito-nota
           end-if
           compute neto-devuelto rounded =
              credito-nota * Factura-Neto
              / (Factura-Neto + Factura-Iva)
           if neto-devuelto > Factura-Aplicado
              move Factura-Aplicado           to neto-devuelto
           end-if

           move factura-reg                   to aud-imagen-antes
           subtract neto-devuelto             from Factura-Aplicado
           subtract credito-nota              from credito-restante
           move "C"                           to Factura-Estado
           rewrite factura-reg
           perform RegistrarAuditoriaFactura.

       MarcarCuentaSospechosa.
      * "S" keeps gen_transferencias off the account until someone
      * checks it and reloads it through s2c_proveedores
           move Propago-Prove                 to Provban-Prove
           read provban
              invalid key
                 continue
              not invalid key
                 move "S"                     to Provban-Estado
                 rewrite provban-reg
           end-read.

       GrabarAcuseBanco.
           move Propago-Prove                 to Acuban-Prove
           move Propago-Numero                to Acuban-Numero
           move Fecha-Hoy                     to Acuban-Fecha
           accept hora-wk from time
           move hora-wk(1:6)                  to Acuban-Hora
           move Ack-Resultado                 to Acuban-Resultado
           move Ack-Fecha-Banco               to Acuban-Fecha-Banco
           move Ack-Operacion                 to Acuban-Operacion
           move Ack-Banco                     to Acuban-Banco
           move Ack-Cbu                       to Acuban-Cbu
           move Ack-Importe                   to Acuban-Importe
           move Ack-Motivo                    to Acuban-Motivo
           move spaces                        to Acuban-Resto

           write acuban-reg
           perform until fs-comun not = "22"
              add 1                           to Acuban-Hora
              write acuban-reg
           end-perform.

       GrabarLineaListado.
           move spaces                        to reg-listado
           move Propago-Prove                 to Lis-Prove
           move Propago-Numero                to Lis-Numero
           move Ack-Resultado                 to Lis-Resultado
           move Ack-Fecha-Banco               to Lis-Fecha-Banco
           move Ack-Operacion                 to Lis-Operacion
           move Propago-Importe               to Lis-Importe
           move Ack-Motivo                    to Lis-Motivo
           write reg-listado.

       GrabarSinMatch.
           add 1                              to sin-coincidencia
           move spaces                        to reg-sin-match
           move linea-acuse                   to Snm-Linea
           move Ack-Referencia                to Snm-Referencia
           move Ack-Cbu                       to Snm-Cbu
           move Ack-Importe                   to Snm-Importe
           move Ack-Resultado                 to Snm-Resultado
           move motivo-sin-match              to Snm-Motivo
           write reg-sin-match.

      * the bank's answer reaches the trail like any other change to
      * the propuesta or the factura
       RegistrarAuditoriaPropuesta.
           if fs-comun = "00"
              move "propago"                  to Aud-Archivo
              move spaces                     to Aud-Clave
              string "PROPAGO=" Propago-Prove "-" Propago-Numero
                 delimited by size into Aud-Clave
              move propago-reg                to Aud-Despues
              perform GrabarAuditoria
           end-if.

       RegistrarAuditoriaFactura.
           if fs-comun = "00"
              move "factura"                  to Aud-Archivo
              move spaces                     to Aud-Clave
              string "FACTURA=" Factura-Prove "-" Factura-Numero
                 delimited by size into Aud-Clave
              move factura-reg                to Aud-Despues
              perform GrabarAuditoria
           end-if.

       GrabarAuditoria.
           accept Aud-Fecha from date yyyymmdd
           accept aud-hora-wk from time
           move aud-hora-wk(1:6)              to Aud-Hora
           move "|" to AudSep0 AudSep1 AudSep2 AudSep3
                       AudSep4 AudSep5 AudSep6 AudSep7
           move "ConfTransferencias"          to Aud-Request
           move "rewrite   "                  to Aud-Operacion
           move aud-imagen-antes              to Aud-Antes
           move "BATCH"                       to Aud-Operador
           write reg-auditoria.

      * ---------------------------------------------------
       AbrirAcuses.
           open i-o acuban
           if arch-no-existe
              open output acuban
              close acuban
              open i-o acuban
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
           move "ConfTransferencias"           to Lck-Proceso
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
              move "ConfTransferencias"        to Lck-Proceso
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
