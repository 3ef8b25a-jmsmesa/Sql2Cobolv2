       identification division.
       program-id. GenCuentaCorriente.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy factura.sl.
           copy factdet.sl.
           copy ord-comp.sl.
           copy condpago.sl.
           copy antici.sl.
           copy propago.sl.
           copy ctacte.sl.
           copy ctasal.sl.

           select listado
                  assign to random "CTACTE.LST"
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
           copy factura.fd.
           copy factdet.fd.
           copy ord-comp.fd.
           copy condpago.fd.
           copy antici.fd.
           copy propago.fd.
           copy ctacte.fd.
           copy ctasal.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Tipo                        pic x(02).
           03                                  pic x(01).
           03 Lis-Prove                       pic 9(04).
           03                                  pic x(01).
           03 Lis-Empresa                     pic 9(02).
           03                                  pic x(01).
           03 Lis-Moneda                      pic 9(02).
           03                                  pic x(01).
           03 Lis-Fecha                       pic 9(08).
           03                                  pic x(01).
           03 Lis-Comprobante                 pic x(13).
           03                                  pic x(01).
           03 Lis-Orden                       pic 9(06).
           03                                  pic x(01).
           03 Lis-Fecha-Vto                   pic 9(08).
           03                                  pic x(01).
           03 Lis-Debe                        pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Haber                       pic 9(12)v9(02).

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
       77  sw-mas-facturas                    pic x(01).
       77  sw-mas-anticipos                   pic x(01).
       77  sw-mas-propuestas                  pic x(01).
       77  sw-orden-hallada                   pic x(01).
       77  sw-antici-disponible               pic x(01) value "N".
       77  sw-propago-disponible              pic x(01) value "N".
       77  Fecha-Hoy                          pic 9(08).
       77  hora-proceso                       pic 9(08).
       77  secuencia-movimiento               pic 9(06).
       77  vence-entero                       pic s9(08).
       77  dias-condicion                     pic 9(03).
       77  empresa-movimiento                 pic 9(02).
       77  moneda-movimiento                  pic 9(02).
       77  importe-movimiento                 pic 9(12)v9(02).
       77  facturas-leidas                    pic 9(08) value zero.
       77  anticipos-leidos                   pic 9(08) value zero.
       77  propuestas-leidas                  pic 9(08) value zero.
       77  movimientos                        pic 9(08) value zero.
       77  sin-orden                          pic 9(08) value zero.
       77  total-debe                         pic 9(13)v9(02)
           value zero.
       77  total-haber                        pic 9(13)v9(02)
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

       procedure division.
       begin section 1.

       IniciarProceso.
           accept Fecha-Hoy from date yyyymmdd
           accept hora-proceso from time
           move hora-proceso(1:6)             to secuencia-movimiento

           perform TomarCandado
           if sw-candado-tomado = "N"
              display "Interfase ocupada, no se puede ejecutar."
              goback
           end-if

           open i-o factura
           if fs-comun not = "00"
              display "No existe archivo de facturas"
              perform LiberarCandado
              goback
           end-if
           open input factdet
           open input ord-comp
           open input condpago

           open i-o antici
           if fs-comun = "00"
              move "S"                        to sw-antici-disponible
           end-if
           open i-o propago
           if fs-comun = "00"
              move "S"                        to sw-propago-disponible
           end-if

           open i-o ctacte
           if arch-no-existe
              open output ctacte
              close ctacte
              open i-o ctacte
           end-if
           open i-o ctasal
           if arch-no-existe
              open output ctasal
              close ctasal
              open i-o ctasal
           end-if

           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if
           open output listado.

      * invoices and notes are carried once the matching batch has
      * accepted them; the provider's debt grows with facturas and
      * notas de debito and drops with the credits
       ProcesarFacturas.
           move low-value                     to Factura-Key
           move "S"                           to sw-mas-facturas
           start factura key is not less than Factura-Key
              invalid key
                 move "N"                     to sw-mas-facturas
           end-start

           perform until sw-mas-facturas = "N"
              read factura next record
                 at end
                    move "N"                  to sw-mas-facturas
              end-read
              if sw-mas-facturas = "S"
                 add 1                        to facturas-leidas
                 if Factura-Ctacte not = "S" and
                    (Factura-Estado = "C" or Factura-Estado = "S")
                    perform RegistrarComprobante
                 end-if
              end-if
           end-perform.

      * an advance paid against an order lowers the debt when it is
      * granted; applying it later in a proposal moves nothing
       ProcesarAnticipos.
           if sw-antici-disponible = "S"
              move low-value                  to Antici-Orden
              move "S"                        to sw-mas-anticipos
              start antici key is not less than Antici-Orden
                 invalid key
                    move "N"                  to sw-mas-anticipos
              end-start
           else
              move "N"                        to sw-mas-anticipos
           end-if

           perform until sw-mas-anticipos = "N"
              read antici next record
                 at end
                    move "N"                  to sw-mas-anticipos
              end-read
              if sw-mas-anticipos = "S"
                 add 1                        to anticipos-leidos
                 if Antici-Ctacte not = "S"
                    perform RegistrarAnticipo
                 end-if
              end-if
           end-perform.

      * a confirmed proposal settles the discount and withholdings of
      * the factura, the transfer or cheque settles the rest once it
      * is paid; a bank rejection gives the first part back
       ProcesarPropuestas.
           if sw-propago-disponible = "S"
              move low-value                  to Propago-Key
              move "S"                        to sw-mas-propuestas
              start propago key is not less than Propago-Key
                 invalid key
                    move "N"                  to sw-mas-propuestas
              end-start
           else
              move "N"                        to sw-mas-propuestas
           end-if

           perform until sw-mas-propuestas = "N"
              read propago next record
                 at end
                    move "N"                  to sw-mas-propuestas
              end-read
              if sw-mas-propuestas = "S"
                 add 1                        to propuestas-leidas
                 perform RegistrarPropuesta
              end-if
           end-perform.

       TerminarProceso.
           close factura
           close factdet
           close ord-comp
           close condpago
           if sw-antici-disponible = "S"
              close antici
           end-if
           if sw-propago-disponible = "S"
              close propago
           end-if
           close ctacte
           close ctasal
           close auditoria
           close listado

           move facturas-leidas               to ed-cantidad
           display "Comprobantes leidos  : " ed-cantidad
           move anticipos-leidos              to ed-cantidad
           display "Anticipos leidos     : " ed-cantidad
           move propuestas-leidas             to ed-cantidad
           display "Propuestas leidas    : " ed-cantidad
           move sin-orden                     to ed-cantidad
           display "Sin orden de compra  : " ed-cantidad
           move movimientos                   to ed-cantidad
           display "Movimientos grabados : " ed-cantidad
           move total-debe                    to ed-importe
           display "Total debe           : " ed-importe
           move total-haber                   to ed-importe
           display "Total haber          : " ed-importe

           perform LiberarCandado

           goback.

      * ---------------------------------------------------
       RegistrarComprobante.
           perform BuscarOrdenComprobante
           if sw-orden-hallada = "N"
              add 1                           to sin-orden
           else
              move spaces                     to ctacte-reg
              move Factura-Prove              to Ctacte-Prove
              move Ord-Comp-Empresa           to Ctacte-Empresa
              move Ord-Comp-Moneda            to Ctacte-Moneda
              move Factura-Fecha              to Ctacte-Fecha
              move Factura-Numero             to Ctacte-Comprobante
              move Ord-Comp-Id                to Ctacte-Orden
              move zero                       to Ctacte-Debe
              move zero                       to Ctacte-Haber
              compute importe-movimiento =
                 Factura-Neto + Factura-Iva

              evaluate Factura-Tipo-Comp
                 when "C"
                    move "NC"                 to Ctacte-Tipo
                    move importe-movimiento   to Ctacte-Debe
                    move Factura-Fecha        to Ctacte-Fecha-Vto
                 when "E"
                    move "NE"                 to Ctacte-Tipo
                    move importe-movimiento   to Ctacte-Debe
                    move Factura-Fecha        to Ctacte-Fecha-Vto
                 when "D"
                    move "ND"                 to Ctacte-Tipo
                    move importe-movimiento   to Ctacte-Haber
                    perform CalcularVencimiento
                 when other
                    move "FA"                 to Ctacte-Tipo
                    move importe-movimiento   to Ctacte-Haber
                    perform CalcularVencimiento
              end-evaluate

              perform GrabarMovimiento
              move factura-reg                to aud-imagen-antes
              move "S"                        to Factura-Ctacte
              rewrite factura-reg
              perform RegistrarAuditoriaFactura
           end-if.

       BuscarOrdenComprobante.
      * the order of the first detail line gives empresa, moneda and
      * payment terms; a note without lines of its own takes them
      * from the factura it adjusts
           move "N"                           to sw-orden-hallada
           move Factura-Prove                 to Factdet-Prove
           move Factura-Numero                to Factdet-Numero
           perform LeerOrdenDetalle

           if sw-orden-hallada = "N" and
              Factura-Referencia not = spaces
              move Factura-Prove              to Factdet-Prove
              move Factura-Referencia         to Factdet-Numero
              perform LeerOrdenDetalle
           end-if.

       LeerOrdenDetalle.
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
                          (Factdet-Numero = Factura-Numero or
                           Factdet-Numero = Factura-Referencia)
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

       CalcularVencimiento.
           move zero                          to dias-condicion
           move Ord-Comp-Pago                 to Condpago-Codigo
           read condpago
              invalid key
                 continue
              not invalid key
                 move Condpago-Dias           to dias-condicion
           end-read

           compute vence-entero =
              function integer-of-date(Factura-Fecha)
              + dias-condicion
           compute Ctacte-Fecha-Vto =
              function date-of-integer(vence-entero).

       RegistrarAnticipo.
           move zero                          to empresa-movimiento
           move zero                          to moneda-movimiento
           move Antici-Orden                  to Ord-Comp-Id
           read ord-comp
              invalid key
                 continue
              not invalid key
                 move Ord-Comp-Empresa        to empresa-movimiento
                 move Ord-Comp-Moneda         to moneda-movimiento
           end-read

           move spaces                        to ctacte-reg
           move Antici-Prove                  to Ctacte-Prove
           move empresa-movimiento            to Ctacte-Empresa
           move moneda-movimiento             to Ctacte-Moneda
           move Antici-Fecha                  to Ctacte-Fecha
           move "AN"                          to Ctacte-Tipo
           move Antici-Orden                  to Ctacte-Orden
           move Antici-Fecha                  to Ctacte-Fecha-Vto
           move Antici-Importe                to Ctacte-Debe
           move zero                          to Ctacte-Haber

           perform GrabarMovimiento
           move "S"                           to Antici-Ctacte
           rewrite antici-reg.

      * Propago-Ctacte: space nothing carried yet, P the proposal,
      * G the payment as well, R the proposal reversed
       RegistrarPropuesta.
           move propago-reg                   to aud-imagen-antes
           if Propago-Ctacte not = "P" and Propago-Ctacte not = "G"
              and Propago-Ctacte not = "R"
              move space                      to Propago-Ctacte
           end-if

           if Propago-Ctacte = space and
              (Propago-Estado = "C" or Propago-Estado = "T" or
               Propago-Estado = "Q" or Propago-Estado = "A")
              compute importe-movimiento =
                 Propago-Descuento + Propago-Ret-Iibb + Propago-Ret-Gan
              if importe-movimiento > zero
                 perform PrepararMovimientoPropuesta
                 move "PP"                    to Ctacte-Tipo
                 move importe-movimiento      to Ctacte-Debe
                 perform GrabarMovimiento
              end-if
              move "P"                        to Propago-Ctacte
              rewrite propago-reg
              perform RegistrarAuditoriaPropuesta
           end-if

           if Propago-Ctacte = "P" and Propago-Estado = "A"
              move Propago-Importe            to importe-movimiento
              perform PrepararMovimientoPropuesta
              move "PG"                       to Ctacte-Tipo
              move importe-movimiento         to Ctacte-Debe
              perform GrabarMovimiento
              move "G"                        to Propago-Ctacte
              rewrite propago-reg
              perform RegistrarAuditoriaPropuesta
           end-if

           if Propago-Ctacte = "P" and Propago-Estado = "R"
              compute importe-movimiento =
                 Propago-Descuento + Propago-Ret-Iibb + Propago-Ret-Gan
              if importe-movimiento > zero
                 perform PrepararMovimientoPropuesta
                 move "RV"                    to Ctacte-Tipo
                 move importe-movimiento      to Ctacte-Haber
                 perform GrabarMovimiento
              end-if
              move "R"                        to Propago-Ctacte
              rewrite propago-reg
              perform RegistrarAuditoriaPropuesta
           end-if.

      * one propuesta may be rewritten twice in the same pass; the
      * second change starts from what the first one left
       RegistrarAuditoriaPropuesta.
           if fs-comun = "00"
              move "propago"                  to Aud-Archivo
              move spaces                     to Aud-Clave
              string "PROPAGO=" Propago-Prove "-" Propago-Numero
                 delimited by size into Aud-Clave
              move propago-reg                to Aud-Despues
              perform GrabarAuditoria
              move propago-reg                to aud-imagen-antes
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
           move "GenCuentaCorriente"          to Aud-Request
           move "rewrite   "                  to Aud-Operacion
           move aud-imagen-antes              to Aud-Antes
           move "BATCH"                       to Aud-Operador
           write reg-auditoria.

       PrepararMovimientoPropuesta.
           move zero                          to moneda-movimiento
           move Propago-Orden                 to Ord-Comp-Id
           read ord-comp
              invalid key
                 continue
              not invalid key
                 move Ord-Comp-Moneda         to moneda-movimiento
           end-read

           move spaces                        to ctacte-reg
           move Propago-Prove                 to Ctacte-Prove
           move Propago-Empresa               to Ctacte-Empresa
           move moneda-movimiento             to Ctacte-Moneda
           move Fecha-Hoy                     to Ctacte-Fecha
           move Propago-Numero                to Ctacte-Comprobante
           move Propago-Orden                 to Ctacte-Orden
           move Propago-Fecha-Vto             to Ctacte-Fecha-Vto
           move zero                          to Ctacte-Debe
           move zero                          to Ctacte-Haber.

      * ---------------------------------------------------
       GrabarMovimiento.
      * several movements of a provider can fall on the same day; the
      * sequence is bumped until the key is free
           move spaces                        to Ctacte-Resto
           move secuencia-movimiento          to Ctacte-Secuencia
           write ctacte-reg
           perform until fs-comun not = "22"
              add 1                           to secuencia-movimiento
              move secuencia-movimiento       to Ctacte-Secuencia
              write ctacte-reg
           end-perform
           add 1                              to secuencia-movimiento

           if fs-comun = "00"
              add 1                           to movimientos
              add Ctacte-Debe                 to total-debe
              add Ctacte-Haber                to total-haber
              perform ActualizarSaldo
              perform GrabarLineaListado
           end-if.

       ActualizarSaldo.
           move Ctacte-Prove                  to Ctasal-Prove
           move Ctacte-Empresa                to Ctasal-Empresa
           move Ctacte-Moneda                 to Ctasal-Moneda
           read ctasal
              invalid key
                 move zero                    to Ctasal-Debe
                 move zero                    to Ctasal-Haber
                 move zero                    to Ctasal-Fecha-Ult
                 move spaces                  to Ctasal-Resto
                 write ctasal-reg
           end-read

           add Ctacte-Debe                    to Ctasal-Debe
           add Ctacte-Haber                   to Ctasal-Haber
           if Ctacte-Fecha > Ctasal-Fecha-Ult
              move Ctacte-Fecha               to Ctasal-Fecha-Ult
           end-if
           rewrite ctasal-reg.

       GrabarLineaListado.
           move spaces                        to reg-listado
           move Ctacte-Tipo                   to Lis-Tipo
           move Ctacte-Prove                  to Lis-Prove
           move Ctacte-Empresa                to Lis-Empresa
           move Ctacte-Moneda                 to Lis-Moneda
           move Ctacte-Fecha                  to Lis-Fecha
           move Ctacte-Comprobante            to Lis-Comprobante
           move Ctacte-Orden                  to Lis-Orden
           move Ctacte-Fecha-Vto              to Lis-Fecha-Vto
           move Ctacte-Debe                   to Lis-Debe
           move Ctacte-Haber                  to Lis-Haber
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
           move "GenCuentaCorriente" to Lck-Proceso
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
              move "GenCuentaCorriente" to Lck-Proceso
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
