       identification division.
       program-id. GenDiferenciaCambio.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy propago.sl.
           copy factura.sl.
           copy factdet.sl.
           copy ord-comp.sl.
           copy condpago.sl.
           copy cotiza.sl.
           copy acuban.sl.
           copy cheque.sl.
           copy numend.sl.
           copy difcam.sl.

           select listado
                  assign to random "DIF-CAMBIO.LST"
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
           copy propago.fd.
           copy factura.fd.
           copy factdet.fd.
           copy ord-comp.fd.
           copy condpago.fd.
           copy cotiza.fd.
           copy acuban.fd.
           copy cheque.fd.
           copy numend.fd.
           copy difcam.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Prove                       pic 9(04).
           03                                  pic x(01).
           03 Lis-Numero                      pic x(13).
           03                                  pic x(01).
           03 Lis-Empresa                     pic 9(02).
           03                                  pic x(01).
           03 Lis-Moneda                      pic 9(02).
           03                                  pic x(01).
           03 Lis-Importe                     pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Cotiz-Factura               pic 9(03)v9(04).
           03                                  pic x(01).
           03 Lis-Fecha-Pago                  pic 9(08).
           03                                  pic x(01).
           03 Lis-Cotiz-Pago                  pic 9(03)v9(04).
           03                                  pic x(01).
           03 Lis-Diferencia                  pic s9(15)v9(02)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Nota                        pic x(13).

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
       77  sw-mas-propuestas                  pic x(01).
       77  sw-mas-acuses                      pic x(01).
       77  sw-mas-cheques                     pic x(01).
       77  sw-orden-hallada                   pic x(01).
       77  sw-cotiza-hallada                  pic x(01).
       77  sw-acuban-disponible               pic x(01) value "N".
       77  sw-cheque-disponible               pic x(01) value "N".
       77  moneda-pesos                       pic 9(02) value 01.
       77  Fecha-Hoy                          pic 9(08).
       77  fecha-pago                         pic 9(08).
       77  moneda-buscada                     pic 9(02).
       77  fecha-buscada                      pic 9(08).
       77  cotiz-hallada                      pic 9(03)v9(04).
       77  cotiz-factura                      pic 9(03)v9(04).
       77  variacion-cotiz                    pic 9(03)v9(04).
       77  numero-nota                        pic 9(08).
       77  neto-nota                          pic 9(12)v9(02).
       77  iva-nota                           pic 9(12)v9(02).
       77  indice-cheque                      pic 9(05).
       77  cheques-usados                     pic 9(05) value zero.
       77  cheques-maximo                     pic 9(05) value 05000.
       77  cheques-desbordados                pic 9(08) value zero.
       77  leidas                             pic 9(08) value zero.
       77  calculadas                         pic 9(08) value zero.
       77  sin-cotizacion                     pic 9(08) value zero.
       77  notas-emitidas                     pic 9(08) value zero.
       77  total-ganancia                     pic 9(15)v9(02)
           value zero.
       77  total-perdida                      pic 9(15)v9(02)
           value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.
       77  ed-importe                      pic zzz,zzz,zzz,zzz,zz9.99.
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

      * debited cheques, to date the payments made by cheque
       01  cheque-tabla.
           03 chq-ent occurs 5000.
              05 chq-prove                    pic 9(04).
              05 chq-propago                  pic x(13).
              05 chq-fecha                    pic 9(08).

      * the exchange difference note number as it is kept in FACTURA
       01  numero-nota-cambio.
           03                                 pic x(02) value "DC".
           03 ndc-empresa                     pic 9(02).
           03                                 pic x(01) value "-".
           03 ndc-numero                      pic 9(08).

       procedure division.
       begin section 1.

       IniciarProceso.
           accept Fecha-Hoy from date yyyymmdd

           perform TomarCandado
           if sw-candado-tomado = "N"
              display "Interfase ocupada, no se puede ejecutar."
              goback
           end-if

           open input propago
           if fs-comun not = "00"
              display "No existe archivo de propuestas"
              perform LiberarCandado
              goback
           end-if
           open i-o factura
           open input factdet
           open input ord-comp
           open input condpago
           open input cotiza

           open input acuban
           if fs-comun = "00"
              move "S"                        to sw-acuban-disponible
           end-if
           open input cheque
           if fs-comun = "00"
              move "S"                        to sw-cheque-disponible
           end-if

           open i-o numend
           if arch-no-existe
              open output numend
              close numend
              open i-o numend
           end-if
           open i-o difcam
           if arch-no-existe
              open output difcam
              close difcam
              open i-o difcam
           end-if

           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if
           open output listado.

       CargarCheques.
           if sw-cheque-disponible = "S"
              move low-value                  to Cheque-Key
              move "S"                        to sw-mas-cheques
              start cheque key is not less than Cheque-Key
                 invalid key
                    move "N"                  to sw-mas-cheques
              end-start
           else
              move "N"                        to sw-mas-cheques
           end-if

           perform until sw-mas-cheques = "N"
              read cheque next record
                 at end
                    move "N"                  to sw-mas-cheques
              end-read
              if sw-mas-cheques = "S" and Cheque-Estado = "D"
                 if cheques-usados < cheques-maximo
                    add 1                     to cheques-usados
                    move Cheque-Prove
                       to chq-prove(cheques-usados)
                    move Cheque-Propago
                       to chq-propago(cheques-usados)
                    move Cheque-Fecha-Estado
                       to chq-fecha(cheques-usados)
                 else
                    add 1                     to cheques-desbordados
                 end-if
              end-if
           end-perform.

      * every paid foreign currency factura is valued at the rate of
      * its date and at the rate of the day it was paid, once
       ProcesarPropuestas.
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
                 add 1                        to leidas
                 if Propago-Estado = "A"
                    move Propago-Key          to Difcam-Key
                    read difcam
                       invalid key
                          perform CalcularDiferencia
                    end-read
                 end-if
              end-if
           end-perform.

       TerminarProceso.
           close propago
           close factura
           close factdet
           close ord-comp
           close condpago
           close cotiza
           if sw-acuban-disponible = "S"
              close acuban
           end-if
           if sw-cheque-disponible = "S"
              close cheque
           end-if
           close numend
           close difcam
           close auditoria
           close listado

           move leidas                        to ed-cantidad
           display "Propuestas leidas     : " ed-cantidad
           move calculadas                    to ed-cantidad
           display "Diferencias calculadas: " ed-cantidad
           move sin-cotizacion                to ed-cantidad
           display "Sin cotizacion de pago: " ed-cantidad
           move notas-emitidas                to ed-cantidad
           display "Notas emitidas        : " ed-cantidad
           move cheques-desbordados           to ed-cantidad
           display "Cheques sin fecha     : " ed-cantidad
           move total-ganancia                to ed-importe
           display "Ganancia de cambio    : " ed-importe
           move total-perdida                 to ed-importe
           display "Perdida de cambio     : " ed-importe

           perform LiberarCandado

           goback.

      * ---------------------------------------------------
       CalcularDiferencia.
           move Propago-Prove                 to Factura-Prove
           move Propago-Numero                to Factura-Numero
           read factura
              invalid key
                 move "N"                     to sw-orden-hallada
              not invalid key
                 perform BuscarOrdenFactura
           end-read

      * notes follow the factura they adjust and are not revalued
           if sw-orden-hallada = "S" and
              (Factura-Tipo-Comp = "F" or Factura-Tipo-Comp = space)
              and Ord-Comp-Moneda not = 0
              and Ord-Comp-Moneda not = moneda-pesos
              perform ValorizarPago
           end-if.

       BuscarOrdenFactura.
           move "N"                           to sw-orden-hallada
           move Factura-Prove                 to Factdet-Prove
           move Factura-Numero                to Factdet-Numero
           move zero                          to Factdet-Secuencia
           start factdet key is not less than Factdet-Key
              invalid key
                 continue
              not invalid key
                 read factdet next record
                    at end
                       continue
                    not at end
                       if Factdet-Prove = Factura-Prove and
                          Factdet-Numero = Factura-Numero
                          move Factdet-Orden  to Ord-Comp-Id
                          read ord-comp
                             invalid key
                                continue
                             not invalid key
                                move "S"      to sw-orden-hallada
                          end-read
                       end-if
                 end-read
           end-start.

       ValorizarPago.
           perform BuscarFechaPago

      * the rate of the factura date; the order rate when the table
      * has no entry that old
           move Ord-Comp-Moneda               to moneda-buscada
           move Factura-Fecha                 to fecha-buscada
           perform BuscarCotizacion
           if sw-cotiza-hallada = "S"
              move cotiz-hallada              to cotiz-factura
           else
              move Ord-Comp-Cotiz             to cotiz-factura
           end-if

           move fecha-pago                    to fecha-buscada
           perform BuscarCotizacion
           if sw-cotiza-hallada = "N" or cotiz-hallada = zero
              add 1                           to sin-cotizacion
           else
              perform GrabarDiferencia
           end-if.

       BuscarFechaPago.
      * the bank date of the accepted transfer or the day the cheque
      * was debited; the run date when neither is on file
           move Fecha-Hoy                     to fecha-pago
           if Propago-Medio = "Q"
              move 1                          to indice-cheque
              perform until indice-cheque > cheques-usados
                 if chq-prove(indice-cheque) = Propago-Prove and
                    chq-propago(indice-cheque) = Propago-Numero
                    move chq-fecha(indice-cheque) to fecha-pago
                 end-if
                 add 1                        to indice-cheque
              end-perform
           else
              if sw-acuban-disponible = "S"
                 perform BuscarAcuseBanco
              end-if
           end-if.

       BuscarAcuseBanco.
           move Propago-Prove                 to Acuban-Prove
           move Propago-Numero                to Acuban-Numero
           move zero                          to Acuban-Fecha
           move zero                          to Acuban-Hora
           move "S"                           to sw-mas-acuses
           start acuban key is not less than Acuban-Key
              invalid key
                 move "N"                     to sw-mas-acuses
           end-start

           perform until sw-mas-acuses = "N"
              read acuban next record
                 at end
                    move "N"                  to sw-mas-acuses
              end-read
              if sw-mas-acuses = "S"
                 if Acuban-Prove not = Propago-Prove or
                    Acuban-Numero not = Propago-Numero
                    move "N"                  to sw-mas-acuses
                 else
                    if Acuban-Resultado = "A" and
                       Acuban-Fecha-Banco numeric and
                       Acuban-Fecha-Banco > zero
                       move Acuban-Fecha-Banco to fecha-pago
                    end-if
                 end-if
              end-if
           end-perform.

       BuscarCotizacion.
      * the rate in force on the date: that day's or the last before
           move "N"                           to sw-cotiza-hallada
           move moneda-buscada                to Cotiza-Moneda
           move fecha-buscada                 to Cotiza-Fecha
           start cotiza key is not greater than Cotiza-Key
              invalid key
                 continue
              not invalid key
                 read cotiza next record
                    at end
                       continue
                    not at end
                       if Cotiza-Moneda = moneda-buscada
                          move "S"            to sw-cotiza-hallada
                          move Cotiza-Cotiz   to cotiz-hallada
                       end-if
                 end-read
           end-start.

       GrabarDiferencia.
           move spaces                        to difcam-reg
           move Propago-Prove                 to Difcam-Prove
           move Propago-Numero                to Difcam-Numero
           move Ord-Comp-Empresa              to Difcam-Empresa
           move Ord-Comp-Moneda               to Difcam-Moneda
           move Ord-Comp-Id                   to Difcam-Orden
           compute Difcam-Importe = Factura-Neto + Factura-Iva
           move Factura-Fecha                 to Difcam-Fecha-Factura
           move cotiz-factura                 to Difcam-Cotiz-Factura
           move fecha-pago                    to Difcam-Fecha-Pago
           move cotiz-hallada                 to Difcam-Cotiz-Pago
           compute Difcam-Pesos-Factura rounded =
              Difcam-Importe * cotiz-factura
           compute Difcam-Pesos-Pago rounded =
              Difcam-Importe * cotiz-hallada

      * paying more pesos than the factura was worth is a loss
           evaluate true
              when Difcam-Pesos-Pago > Difcam-Pesos-Factura
                 move "P"                     to Difcam-Resultado
                 compute Difcam-Diferencia =
                    Difcam-Pesos-Pago - Difcam-Pesos-Factura
                 add Difcam-Diferencia        to total-perdida
              when Difcam-Pesos-Pago < Difcam-Pesos-Factura
                 move "G"                     to Difcam-Resultado
                 compute Difcam-Diferencia =
                    Difcam-Pesos-Factura - Difcam-Pesos-Pago
                 add Difcam-Diferencia        to total-ganancia
              when other
                 move "N"                     to Difcam-Resultado
                 move zero                    to Difcam-Diferencia
           end-evaluate
           move spaces                        to Difcam-Nota
           move spaces                        to Difcam-Resto

           if Difcam-Diferencia > zero
              perform VerificarCondicionCambio
           end-if

           write difcam-reg
           if fs-comun = "00"
              add 1                           to calculadas
              perform GrabarLineaListado
           end-if.

       VerificarCondicionCambio.
           move Ord-Comp-Pago                 to Condpago-Codigo
           read condpago
              invalid key
                 continue
              not invalid key
                 if Condpago-Dif-Cambio = "S"
                    perform EmitirNotaCambio
                 end-if
           end-read.

      * the note is kept in the currency of the factura, at the rate
      * of the payment, with the iva in the proportion of the factura;
      * a loss is billed by the provider (tipo D), a gain is a note
      * we issue (tipo E)
       EmitirNotaCambio.
           if cotiz-hallada > cotiz-factura
              compute variacion-cotiz = cotiz-hallada - cotiz-factura
           else
              compute variacion-cotiz = cotiz-factura - cotiz-hallada
           end-if
           compute neto-nota rounded =
              Factura-Neto * variacion-cotiz / cotiz-hallada
           compute iva-nota rounded =
              Factura-Iva * variacion-cotiz / cotiz-hallada

           if neto-nota + iva-nota > zero
              perform TomarNumeroNota
              move Factura-Numero             to Factura-Referencia
              move numero-nota-cambio         to Factura-Numero
              move Fecha-Hoy                  to Factura-Fecha
              move neto-nota                  to Factura-Neto
              move iva-nota                   to Factura-Iva
              move "C"                        to Factura-Estado
              if Difcam-Resultado = "P"
                 move "D"                     to Factura-Tipo-Comp
              else
                 move "E"                     to Factura-Tipo-Comp
              end-if
              move zero                       to Factura-Aplicado
              move space                      to Factura-Ctacte
              move spaces                     to Factura-Resto
              write factura-reg
              if fs-comun = "00"
                 perform RegistrarAuditoria
                 add 1                        to notas-emitidas
                 move numero-nota-cambio      to Difcam-Nota
              end-if
           end-if.

      * the note enters the trail as a new factura, as if it had been
      * loaded by hand
       RegistrarAuditoria.
           accept Aud-Fecha from date yyyymmdd
           accept aud-hora-wk from time
           move aud-hora-wk(1:6)              to Aud-Hora
           move "|" to AudSep0 AudSep1 AudSep2 AudSep3
                       AudSep4 AudSep5 AudSep6 AudSep7
           move "GenDiferenciaCambio"         to Aud-Request
           move "write     "                  to Aud-Operacion
           move "factura"                     to Aud-Archivo
           move spaces                        to Aud-Clave
           string "FACTURA=" Factura-Prove "-" Factura-Numero
              delimited by size into Aud-Clave
           move spaces                        to Aud-Antes
           move factura-reg                   to Aud-Despues
           move "BATCH"                       to Aud-Operador
           write reg-auditoria.

       TomarNumeroNota.
           move Ord-Comp-Empresa              to Numend-Empresa
           read numend
              invalid key
                 move Ord-Comp-Empresa        to Numend-Empresa
                 move zero                    to Numend-Ultimo
                 move spaces                  to Numend-Resto
                 write numend-reg
           end-read
           add 1                              to Numend-Ultimo
           rewrite numend-reg
           move Numend-Ultimo                 to numero-nota

           move Ord-Comp-Empresa              to ndc-empresa
           move numero-nota                   to ndc-numero.

       GrabarLineaListado.
           move spaces                        to reg-listado
           move Difcam-Prove                  to Lis-Prove
           move Difcam-Numero                 to Lis-Numero
           move Difcam-Empresa                to Lis-Empresa
           move Difcam-Moneda                 to Lis-Moneda
           move Difcam-Importe                to Lis-Importe
           move Difcam-Cotiz-Factura          to Lis-Cotiz-Factura
           move Difcam-Fecha-Pago             to Lis-Fecha-Pago
           move Difcam-Cotiz-Pago             to Lis-Cotiz-Pago
           if Difcam-Resultado = "G"
              compute Lis-Diferencia = zero - Difcam-Diferencia
           else
              move Difcam-Diferencia          to Lis-Diferencia
           end-if
           move Difcam-Nota                   to Lis-Nota
           write reg-listado.

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
           move "GenDiferenciaCambio" to Lck-Proceso
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
              move "GenDiferenciaCambio" to Lck-Proceso
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
