       identification division.
       program-id. GenNotasDebito.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy devol.sl.
           copy factura.sl.
           copy factdet.sl.
           copy ord-comp.sl.
           copy provee.sl.
           copy empresa.sl.
           copy numend.sl.

           select impresion
                  assign to random "NOTAS-DEBITO.PRN"
                  organization is line sequential
                  access is sequential
                  file status is st.

           select sin-factura
                  assign to random "DEVOL-SINFACT.LST"
                  organization is line sequential
                  access is sequential
                  file status is st-sin-factura.

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
           copy devol.fd.
           copy factura.fd.
           copy factdet.fd.
           copy ord-comp.fd.
           copy provee.fd.
           copy empresa.fd.
           copy numend.fd.

       fd  impresion
                  label record is standard.

       01  reg-impresion                      pic x(132).

       fd  sin-factura
                  label record is standard.

       01  reg-sin-factura.
           03 Snf-Orden                       pic 9(06).
           03                                  pic x(01).
           03 Snf-Producto                    pic 9(06).
           03                                  pic x(01).
           03 Snf-Secuencia                   pic 9(04).
           03                                  pic x(01).
           03 Snf-Fecha                       pic 9(08).
           03                                  pic x(01).
           03 Snf-Prove                       pic 9(04).
           03                                  pic x(01).
           03 Snf-Cantidad                    pic 9(10)v9(04).

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
       77  st-sin-factura                     pic x(02).
       77  sw-mas-devoluciones                pic x(01).
       77  sw-mas-detalles                    pic x(01).
       77  sw-factura-hallada                 pic x(01).
       77  Fecha-Hoy                          pic 9(08).
       77  empresa-nota                       pic 9(02).
       77  numero-nota                        pic 9(08).
       77  numero-factura                     pic x(13).
       77  precio-factura                     pic 9(12)v9(04).
       77  cantidad-facturada                 pic 9(10)v9(04).
       77  cantidad-debitar                   pic 9(10)v9(04).
       77  cantidad-debitada                  pic 9(10)v9(04).
       77  cantidad-sobrante                  pic 9(10)v9(04).
       77  neto-factura                       pic 9(12)v9(02).
       77  iva-factura                        pic 9(12)v9(02).
       77  neto-nota                          pic 9(12)v9(02).
       77  iva-nota                           pic 9(12)v9(02).
       77  importe-total-nota                 pic 9(13)v9(02).
       77  razon-proveedor                    pic x(40).
       77  cuit-proveedor                     pic x(13).
       77  razon-empresa                      pic x(40).
       77  cuit-empresa                       pic x(13).
       77  leidas                             pic 9(08) value zero.
       77  emitidas                           pic 9(08) value zero.
       77  sin-facturar                       pic 9(08) value zero.
       77  importe-total                      pic 9(13)v9(02)
           value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.
       77  ed-cantidad-dev                    pic zzz,zz9.9999.
       77  ed-precio                          pic zzz,zzz,zzz,zz9.9999.
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

      * the debit note number as it is kept in FACTURA
       01  numero-nota-debito.
           03                                 pic x(02) value "ND".
           03 nnd-empresa                     pic 9(02).
           03                                 pic x(01) value "-".
           03 nnd-numero                      pic 9(08).

       procedure division.
       begin section 1.

       IniciarProceso.
           accept Fecha-Hoy from date yyyymmdd

           perform TomarCandado
           if sw-candado-tomado = "N"
              display "Interfase ocupada, no se puede ejecutar."
              goback
           end-if

           open i-o devol
           if fs-comun not = "00"
              display "No existe archivo de devoluciones"
              perform LiberarCandado
              goback
           end-if
           open i-o factura
           open i-o factdet
           open input ord-comp
           open input provee
           open input empresa

           open i-o numend
           if arch-no-existe
              open output numend
              close numend
              open i-o numend
           end-if

           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if
           open output impresion
           open output sin-factura.

      * a return not yet debited whose goods the provider already
      * invoiced gets its own nota de debito
       ProcesarDevoluciones.
           move low-value                     to Devol-Key
           move "S"                           to sw-mas-devoluciones
           start devol key is not less than Devol-Key
              invalid key
                 move "N"                     to sw-mas-devoluciones
           end-start

           perform until sw-mas-devoluciones = "N"
              read devol next record
                 at end
                    move "N"                  to sw-mas-devoluciones
              end-read
              if sw-mas-devoluciones = "S"
                 add 1                        to leidas
                 if Devol-Nota-Debito not numeric
                    move zero                 to Devol-Nota-Debito
                 end-if
                 if Devol-Nota-Debito = zero and
                    Devol-Cantidad > zero
                    perform DebitarDevolucion
                 end-if
              end-if
           end-perform.

       TerminarProceso.
           close devol
           close factura
           close factdet
           close ord-comp
           close provee
           close empresa
           close numend
           close auditoria
           close impresion
           close sin-factura

           move leidas                        to ed-cantidad
           display "Devoluciones leidas  : " ed-cantidad
           move emitidas                      to ed-cantidad
           display "Notas debito emitidas: " ed-cantidad
           move sin-facturar                  to ed-cantidad
           display "Sin factura previa   : " ed-cantidad
           move importe-total                 to ed-importe
           display "Importe total        : " ed-importe

           perform LiberarCandado

           goback.

      * ---------------------------------------------------
       DebitarDevolucion.
           move zero                          to cantidad-debitar
           perform BuscarFacturaDevolucion
           if sw-factura-hallada = "S"
              perform ValorizarDevolucion
           end-if

           if cantidad-debitar = zero
              move Devol-Cantidad             to cantidad-sobrante
              add 1                           to sin-facturar
              perform GrabarSinFactura
           else
              perform TomarNumeroNota
              perform GrabarNotaDebito
              if fs-comun = "00"
                 add 1                        to emitidas
                 compute importe-total =
                    importe-total + neto-nota + iva-nota
                 move numero-nota             to Devol-Nota-Debito
                 rewrite devol-reg
                 perform ImprimirNotaDebito
                 if cantidad-sobrante > zero
                    add 1                     to sin-facturar
                    perform GrabarSinFactura
                 end-if
              end-if
           end-if.

       BuscarFacturaDevolucion.
      * the provider's invoice lines for the returned order item; the
      * price is taken from the latest factura that billed it, and
      * what earlier debit notes already took from them is kept apart
           move "N"                           to sw-factura-hallada
           move zero                          to cantidad-facturada
           move zero                          to cantidad-debitada
           move Devol-Prove                   to Factdet-Prove
           move low-value                     to Factdet-Numero
           move zero                          to Factdet-Secuencia
           move "S"                           to sw-mas-detalles
           start factdet key is not less than Factdet-Key
              invalid key
                 move "N"                     to sw-mas-detalles
           end-start

           perform until sw-mas-detalles = "N"
              read factdet next record
                 at end
                    move "N"                  to sw-mas-detalles
              end-read
              if sw-mas-detalles = "S"
                 if Factdet-Prove not = Devol-Prove
                    move "N"                  to sw-mas-detalles
                 else
                    if Factdet-Orden = Devol-Orden and
                       Factdet-Producto = Devol-Producto and
                       Factdet-Tipo = Devol-Tipo and
                       Factdet-Item-Sec = Devol-Secuencia
                       perform TomarLineaFactura
                    end-if
                 end-if
              end-if
           end-perform.

       TomarLineaFactura.
           move Factdet-Prove                 to Factura-Prove
           move Factdet-Numero                to Factura-Numero
           read factura
              invalid key
                 continue
              not invalid key
                 if Factura-Tipo-Comp = "F" or
                    Factura-Tipo-Comp = space
                    move "S"                  to sw-factura-hallada
                    add Factdet-Cantidad      to cantidad-facturada
                    move Factdet-Precio       to precio-factura
                    move Factura-Numero       to numero-factura
                    move Factura-Neto         to neto-factura
                    move Factura-Iva          to iva-factura
                 end-if
                 if Factura-Tipo-Comp = "E" and
                    Factura-Referencia not = spaces
                    add Factdet-Cantidad      to cantidad-debitada
                 end-if
           end-read.

       ValorizarDevolucion.
      * what was returned beyond what was billed and not debited yet
      * is left for the sin factura list; the iva follows the rate of
      * the factura
           if cantidad-debitada < cantidad-facturada
              compute cantidad-debitar =
                 cantidad-facturada - cantidad-debitada
           else
              move zero                       to cantidad-debitar
           end-if
           if cantidad-debitar > Devol-Cantidad
              move Devol-Cantidad             to cantidad-debitar
           end-if
           compute cantidad-sobrante =
              Devol-Cantidad - cantidad-debitar
           compute neto-nota rounded =
              cantidad-debitar * precio-factura
           move zero                          to iva-nota
           if neto-factura > zero
              compute iva-nota rounded =
                 neto-nota * iva-factura / neto-factura
           end-if.

       TomarNumeroNota.
           move zero                          to empresa-nota
           move Devol-Orden                   to Ord-Comp-Id
           read ord-comp
              invalid key
                 continue
              not invalid key
                 move Ord-Comp-Empresa        to empresa-nota
           end-read

           move empresa-nota                  to Numend-Empresa
           read numend
              invalid key
                 move empresa-nota            to Numend-Empresa
                 move zero                    to Numend-Ultimo
                 move spaces                  to Numend-Resto
                 write numend-reg
           end-read
           add 1                              to Numend-Ultimo
           rewrite numend-reg
           move Numend-Ultimo                 to numero-nota

           move empresa-nota                  to nnd-empresa
           move numero-nota                   to nnd-numero.

      * tipo "E" is a note we issue to the provider: it waits as an
      * open credit for the next payment proposal
       GrabarNotaDebito.
           move Devol-Prove                   to Factura-Prove
           move numero-nota-debito            to Factura-Numero
           move Fecha-Hoy                     to Factura-Fecha
           move neto-nota                     to Factura-Neto
           move iva-nota                      to Factura-Iva
           move "C"                           to Factura-Estado
           move "E"                           to Factura-Tipo-Comp
           move numero-factura                to Factura-Referencia
           move zero                          to Factura-Aplicado
           move space                         to Factura-Ctacte
           move spaces                        to Factura-Resto
           write factura-reg

           if fs-comun = "00"
              perform RegistrarAuditoria
              move Devol-Prove                to Factdet-Prove
              move numero-nota-debito         to Factdet-Numero
              move 1                          to Factdet-Secuencia
              move Devol-Orden                to Factdet-Orden
              move Devol-Producto             to Factdet-Producto
              move Devol-Tipo                 to Factdet-Tipo
              move Devol-Secuencia            to Factdet-Item-Sec
              move cantidad-debitar           to Factdet-Cantidad
              move precio-factura             to Factdet-Precio
              move neto-nota                  to Factdet-Importe
              move spaces                     to Factdet-Resto
              write factdet-reg
              move "00"                       to fs-comun
           end-if.

       GrabarSinFactura.
           move spaces                        to reg-sin-factura
           move Devol-Orden                   to Snf-Orden
           move Devol-Producto                to Snf-Producto
           move Devol-Secuencia               to Snf-Secuencia
           move Devol-Fecha                   to Snf-Fecha
           move Devol-Prove                   to Snf-Prove
           move cantidad-sobrante             to Snf-Cantidad
           write reg-sin-factura.

      * the note enters the trail as a new factura, as if it had been
      * loaded by hand
       RegistrarAuditoria.
           accept Aud-Fecha from date yyyymmdd
           accept aud-hora-wk from time
           move aud-hora-wk(1:6)              to Aud-Hora
           move "|" to AudSep0 AudSep1 AudSep2 AudSep3
                       AudSep4 AudSep5 AudSep6 AudSep7
           move "GenNotasDebito"              to Aud-Request
           move "write     "                  to Aud-Operacion
           move "factura"                     to Aud-Archivo
           move spaces                        to Aud-Clave
           string "FACTURA=" Factura-Prove "-" Factura-Numero
              delimited by size into Aud-Clave
           move spaces                        to Aud-Antes
           move factura-reg                   to Aud-Despues
           move "BATCH"                       to Aud-Operador
           write reg-auditoria.

      * ---------------------------------------------------
       ImprimirNotaDebito.
           move spaces                        to razon-empresa
           move spaces                        to cuit-empresa
           move empresa-nota                  to Empresa-Codigo
           read empresa
              invalid key
                 continue
              not invalid key
                 move Empresa-Razon           to razon-empresa
                 move Empresa-Cuit            to cuit-empresa
           end-read

           move spaces                        to razon-proveedor
           move spaces                        to cuit-proveedor
           move Devol-Prove                   to Provee-Id
           read provee
              invalid key
                 continue
              not invalid key
                 move Provee-Razon            to razon-proveedor
                 move Provee-Cuit             to cuit-proveedor
           end-read

           move spaces                        to reg-impresion
           string "NOTA DE DEBITO " numero-nota-debito
                  "   FECHA " Fecha-Hoy
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           string razon-empresa "  CUIT " cuit-empresa
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           string "PROVEEDOR " Devol-Prove
                  "  " razon-proveedor
                  "  CUIT " cuit-proveedor
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           string "POR DEVOLUCION ORDEN " Devol-Orden
                  "  ENTREGA " Devol-Nro
                  "  FECHA " Devol-Fecha
                  "  S/FACTURA " numero-factura
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           write reg-impresion

           move cantidad-debitar              to ed-cantidad-dev
           move precio-factura                to ed-precio
           move neto-nota                     to ed-importe
           move spaces                        to reg-impresion
           string "PRODUCTO " Devol-Producto
                  "  CANT " ed-cantidad-dev
                  "  PRECIO " ed-precio
                  "  IMPORTE " ed-importe
              delimited by size into reg-impresion
           write reg-impresion

           if Devol-Motivo not = spaces
              move spaces                     to reg-impresion
              string "   MOTIVO: " Devol-Motivo
                 delimited by size into reg-impresion
              write reg-impresion
           end-if

           move spaces                        to reg-impresion
           write reg-impresion

           move neto-nota                     to ed-importe
           move spaces                        to reg-impresion
           string "   NETO                  " ed-importe
              delimited by size into reg-impresion
           write reg-impresion

           move iva-nota                      to ed-importe
           move spaces                        to reg-impresion
           string "   IVA                   " ed-importe
              delimited by size into reg-impresion
           write reg-impresion

           compute importe-total-nota = neto-nota + iva-nota
           move importe-total-nota            to ed-importe
           move spaces                        to reg-impresion
           string "   TOTAL                 " ed-importe
              delimited by size into reg-impresion
           write reg-impresion

           move all "-"                       to reg-impresion
           write reg-impresion.

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
           move "GenNotasDebito"     to Lck-Proceso
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
              move "GenNotasDebito"     to Lck-Proceso
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
