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
       77  aud-imagen-nueva                   pic x(700).
       77  sw-mas-facturas                    pic x(01).
       77  sw-orden-hallada                   pic x(01).
       77  sw-condicion-hallada               pic x(01).
       77  saldo-anticipo                     pic 9(12)v9(02).
       77  anticipo-aplicado                  pic 9(12)v9(02).
       77  indice-empresa                     pic 9(03).
       77  neto-base                          pic 9(12)v9(02).
       77  iva-base                           pic 9(12)v9(02).
       77  credito-neto                       pic 9(12)v9(02).
       77  credito-iva                        pic 9(12)v9(02).
       77  credito-disponible                 pic 9(12)v9(02).
       77  credito-tomado                     pic 9(12)v9(02).
       77  credito-iva-tomado                 pic 9(12)v9(02).
       77  sw-pasada-referidas                pic x(01).
       77  sw-mas-notas                       pic x(01).
       77  indice-nota                        pic 9(05).
       77  notas-usadas                       pic 9(05) value zero.
       77  notas-maximo                       pic 9(05) value 02000.
       77  notas-desbordadas                  pic 9(08) value zero.
       77  notas-aplicadas                    pic 9(08) value zero.
       77  facturas-leidas                    pic 9(08) value zero.
       77  facturas-propuestas                pic 9(08) value zero.
       77  sin-orden                          pic 9(08) value zero.
       77  sw-propuesta-libre                 pic x(01).
       77  pendientes-ctacte                  pic 9(08) value zero.
       77  periodo-cerrado                    pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.
       77  ed-importe                         pic zz,zzz,zzz,zzz,zz9.99.
       77  st-candado                         pic x(02).
           03 cand-est-mm                     pic 9(02).
           03 cand-est-ss                     pic 9(02).

           copy peripar.wk.

       01  empresa-tabla.
           03 emp-ent occurs 100.
              05 emp-cantidad                 pic 9(05).
              05 emp-importe                  pic 9(13)v9(02).

      * open credit notes: the provider's own and the debit notes
      * we issued for returns, applied in memory while the facturas are
      * read and written back once the pass is over
       01  nota-tabla.
           03 nota-ent occurs 2000.
              05 nota-prove                   pic 9(04).
              05 nota-numero                  pic x(13).
              05 nota-referencia              pic x(13).
              05 nota-neto                    pic 9(12)v9(02).
              05 nota-iva                     pic 9(12)v9(02).
              05 nota-aplicado                pic 9(12)v9(02).
              05 nota-tocada                  pic x(01).
              05 nota-ref-abierta             pic x(01).

       procedure division.
       begin section 1.

           end-if

           perform AbrirPropuestas
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if
           open output listado

           perform CargarNotasCredito.

       ProcesarFacturas.
           move low-value                     to Factura-Key
              end-read
              if sw-mas-facturas = "S"
                 add 1                        to facturas-leidas
                 if Factura-Estado = "C" and
                    Factura-Tipo-Comp not = "C" and
                    Factura-Tipo-Comp not = "E"
                    perform ProponerFactura
                 end-if
              end-if
           end-perform.

       GrabarNotasAplicadas.
           move 1                             to indice-nota
           perform until indice-nota > notas-usadas
              if nota-tocada(indice-nota) = "S"
                 perform ActualizarNotaCredito
              end-if
              add 1                           to indice-nota
           end-perform.

       GrabarTrailersEmpresa.
           move 1                             to indice-empresa
           perform 100 times
              close antici
           end-if
           close propago
           close auditoria
           close listado
           move "F"                           to Ppar-Funcion
           call "PeriodoContable" using periodo-parametros

           move facturas-leidas               to ed-cantidad
           display "Facturas leidas      : " ed-cantidad
           display "Facturas propuestas  : " ed-cantidad
           move sin-orden                     to ed-cantidad
           display "Sin orden de compra  : " ed-cantidad
           move pendientes-ctacte             to ed-cantidad
           display "Rechazo sin revertir : " ed-cantidad
           move periodo-cerrado               to ed-cantidad
           display "Periodo cerrado      : " ed-cantidad
           move notas-aplicadas               to ed-cantidad
           display "Notas credito usadas : " ed-cantidad
           move notas-desbordadas             to ed-cantidad
           display "Notas sin aplicar    : " ed-cantidad

           perform LiberarCandado


      * ---------------------------------------------------
       ProponerFactura.
           perform VerificarPropuestaAnterior
           if sw-propuesta-libre = "N"
              add 1                           to pendientes-ctacte
           else
              perform BuscarOrdenFactura
              if sw-orden-hallada = "N"
                 add 1                        to sin-orden
              else
              perform VerificarPeriodoPago
              if Ppar-Cerrado = "S"
                 add 1                        to periodo-cerrado
                 perform GrabarLineaPeriodoCerrado
              else
                 perform CalcularVencimiento
                 if fecha-vencimiento <= Fecha-Corte
                    perform AplicarNotasCredito
                    perform CalcularDescuento
                    perform CalcularRetenciones
                    perform AplicarAnticipo
                    perform GrabarPropuesta
                 end-if
              end-if
              end-if
           end-if.

      * the proposal is dated today; an empresa whose current period
      * is already closed gets no payments until it is reopened
       VerificarPeriodoPago.
           move "C"                           to Ppar-Funcion
           move Ord-Comp-Empresa              to Ppar-Empresa
           move Fecha-Hoy                     to Ppar-Fecha
           call "PeriodoContable" using periodo-parametros.

       GrabarLineaPeriodoCerrado.
           move spaces                        to reg-listado
           string Factura-Prove " " Factura-Numero
                  " EMP " Ord-Comp-Empresa
                  " PERIODO CERRADO " Fecha-Hoy(1:6)
              delimited by size into reg-listado
           write reg-listado.

      * a rejected proposal is only replaced once the cuenta corriente
      * has reversed what it had carried for it
       VerificarPropuestaAnterior.
           move "S"                           to sw-propuesta-libre
           move Factura-Prove                 to Propago-Prove
           move Factura-Numero                to Propago-Numero
           read propago
              invalid key
                 continue
              not invalid key
                 if Propago-Estado = "R" and Propago-Ctacte = "P"
                    move "N"                  to sw-propuesta-libre
                 end-if
           end-read.

       BuscarOrdenFactura.
      * the first detail line points at the order that carries the
      * payment terms for the whole invoice
                          end-read
                       end-if
                 end-read
           end-start

      * a nota de debito without lines of its own takes the terms
      * of the factura it adjusts
           if sw-orden-hallada = "N" and
              Factura-Referencia not = spaces
              move Factura-Prove              to Factdet-Prove
              move Factura-Referencia         to Factdet-Numero
              move zero                       to Factdet-Secuencia
              start factdet key is not less than Factdet-Key
                 invalid key
                    continue
                 not invalid key
                    read factdet next record
                       at end
                          continue
                       not at end
                          if Factdet-Prove = Factura-Prove and
                             Factdet-Numero = Factura-Referencia
                             move Factdet-Orden
                                to Ord-Comp-Id
                             read ord-comp
                                invalid key
                                   continue
                                not invalid key
                                   move "S"   to sw-orden-hallada
                             end-read
                          end-if
                    end-read
              end-start
           end-if.

       CalcularVencimiento.
           move "N"                           to sw-condicion-hallada
           end-if

           compute importe-descuento rounded =
              (neto-base * descuento-pct) / 100
           compute importe-pagar =
              neto-base + iva-base - importe-descuento.

       CalcularRetenciones.
           move zero                          to ret-iibb
              move "I"                        to Retenc-Regimen
              perform BuscarTasaVigente
              if sw-tasa-hallada = "S" and
                 neto-base >= Retenc-Minimo
                 compute ret-iibb rounded =
                    (neto-base * Retenc-Alicuota) / 100
              end-if

              if Ord-Comp-Tipo not = 9
                 move regimen-nacional        to Retenc-Pcia
                 move "G"                     to Retenc-Regimen
                 perform BuscarTasaVigente
                 if sw-tasa-hallada = "S" and
                    neto-base >= Retenc-Minimo
                    compute ret-ganancias rounded =
                       (neto-base * Retenc-Alicuota) / 100
                 end-if
              end-if
           end-if

      * honorarios orders already carry the ganancias withheld on the
      * autor's monthly scale in Ord-Comp-Otros; each invoice against
      * the order withholds its share of it
           if Ord-Comp-Tipo = 9 and Ord-Comp-Otros > zero and
              Ord-Comp-Total > zero
              compute ret-ganancias rounded =
                 (Ord-Comp-Otros * neto-base) / Ord-Comp-Total
              if ret-ganancias > Ord-Comp-Otros
                 move Ord-Comp-Otros          to ret-ganancias
              end-if
           end-if

           move ret-iibb                      to Propago-Ret-Iibb
           move ret-ganancias                 to Propago-Ret-Gan
           move anticipo-aplicado             to Propago-Anticipo
           compute Propago-Credito = credito-neto + credito-iva
           move neto-base                     to Propago-Base-Ret
           move "P"                           to Propago-Estado
           move space                         to Propago-Medio
           move space                         to Propago-Ctacte
           move zero                          to Propago-Fecha-Conf
           move spaces                        to Propago-Resto

           perform CapturarAntesPropuesta
           write propago-reg
              invalid key
                 rewrite propago-reg
           end-write

           if fs-comun = "00" or fs-comun = "02"
              perform RegistrarAuditoriaPropuesta
              add 1                           to facturas-propuestas
              move factura-reg                to aud-imagen-antes
              move "S"                        to Factura-Estado
              rewrite factura-reg
              perform RegistrarAuditoriaFactura

              compute indice-empresa = Propago-Empresa + 1
              add 1              to emp-cantidad(indice-empresa)
                  " VTO " Propago-Fecha-Vto
                  " A PAGAR " ed-importe
              delimited by size into reg-listado
           write reg-listado

           if Propago-Credito > zero
              move Propago-Credito            to ed-importe
              move spaces                     to reg-listado
              string "     NOTAS DE CREDITO APLICADAS "
                     ed-importe
                 delimited by size into reg-listado
              write reg-listado
           end-if.

       GrabarTrailerEmpresa.
           move emp-importe(indice-empresa)   to ed-importe
              delimited by size into reg-listado
           write reg-listado.

      * ---------------------------------------------------
      * credit notes are taken first from those that name this
      * factura, then from the provider's notes that name none or
      * name a factura no longer open (debit notes and exchange
      * gains usually point at one already paid); the discount and
      * the withholdings are computed on what is left
       AplicarNotasCredito.
           move zero                          to credito-neto
           move zero                          to credito-iva

           move "S"                           to sw-pasada-referidas
           perform RecorrerNotasCredito
           move "N"                           to sw-pasada-referidas
           perform RecorrerNotasCredito

           compute neto-base = Factura-Neto - credito-neto
           compute iva-base = Factura-Iva - credito-iva.

       RecorrerNotasCredito.
           move 1                             to indice-nota
           perform until indice-nota > notas-usadas or
                         credito-neto >= Factura-Neto
              if nota-prove(indice-nota) = Factura-Prove
                 if (sw-pasada-referidas = "S" and
                     nota-referencia(indice-nota) = Factura-Numero)
                    or
                    (sw-pasada-referidas = "N" and
                     (nota-referencia(indice-nota) = spaces or
                      nota-ref-abierta(indice-nota) = "N"))
                    perform TomarNotaCredito
                 end-if
              end-if
              add 1                           to indice-nota
           end-perform.

       TomarNotaCredito.
           compute credito-disponible =
              nota-neto(indice-nota) - nota-aplicado(indice-nota)
           compute credito-tomado = Factura-Neto - credito-neto
           if credito-disponible < credito-tomado
              move credito-disponible         to credito-tomado
           end-if

           if credito-tomado > zero
              compute credito-iva-tomado rounded =
                 (nota-iva(indice-nota) * credito-tomado)
                 / nota-neto(indice-nota)
              if credito-iva-tomado > Factura-Iva - credito-iva
                 compute credito-iva-tomado =
                    Factura-Iva - credito-iva
              end-if
              add credito-tomado              to credito-neto
              add credito-iva-tomado          to credito-iva
              add credito-tomado    to nota-aplicado(indice-nota)
              move "S"              to nota-tocada(indice-nota)
           end-if.

       CargarNotasCredito.
           move low-value                     to Factura-Key
           move "S"                           to sw-mas-notas
           start factura key is not less than Factura-Key
              invalid key
                 move "N"                     to sw-mas-notas
           end-start

           perform until sw-mas-notas = "N"
              read factura next record
                 at end
                    move "N"                  to sw-mas-notas
              end-read
              if sw-mas-notas = "S"
                 if (Factura-Tipo-Comp = "C" or
                     Factura-Tipo-Comp = "E") and
                    Factura-Estado = "C" and
                    Factura-Neto > Factura-Aplicado
                    perform AgregarNotaCredito
                 end-if
              end-if
           end-perform

           move 1                             to indice-nota
           perform until indice-nota > notas-usadas
              perform VerificarReferenciaNota
              add 1                           to indice-nota
           end-perform.

      * a note waits for the factura it names only while that
      * factura can still reach a proposal
       VerificarReferenciaNota.
           move "N"                  to nota-ref-abierta(indice-nota)
           if nota-referencia(indice-nota) not = spaces
              move nota-prove(indice-nota)      to Factura-Prove
              move nota-referencia(indice-nota) to Factura-Numero
              read factura
                 invalid key
                    continue
                 not invalid key
                    if Factura-Estado = "P" or Factura-Estado = "C"
                       move "S"
                          to nota-ref-abierta(indice-nota)
                    end-if
              end-read
           end-if.

       AgregarNotaCredito.
           if notas-usadas >= notas-maximo
              add 1                           to notas-desbordadas
           else
              add 1                           to notas-usadas
              move Factura-Prove    to nota-prove(notas-usadas)
              move Factura-Numero   to nota-numero(notas-usadas)
              move Factura-Referencia
                 to nota-referencia(notas-usadas)
              move Factura-Neto     to nota-neto(notas-usadas)
              move Factura-Iva      to nota-iva(notas-usadas)
              move Factura-Aplicado to nota-aplicado(notas-usadas)
              move "N"              to nota-tocada(notas-usadas)
           end-if.

      * a note used up is left as "S", the same as a factura that
      * went into a proposal
       ActualizarNotaCredito.
           move nota-prove(indice-nota)       to Factura-Prove
           move nota-numero(indice-nota)      to Factura-Numero
           read factura
              invalid key
                 continue
              not invalid key
                 move factura-reg             to aud-imagen-antes
                 move nota-aplicado(indice-nota) to Factura-Aplicado
                 if Factura-Aplicado >= Factura-Neto
                    move "S"                  to Factura-Estado
                 end-if
                 rewrite factura-reg
                 perform RegistrarAuditoriaFactura
                 add 1                        to notas-aplicadas
           end-read.

      * ---------------------------------------------------
       AbrirPropuestas.
           open i-o propago
              open i-o propago
           end-if.

      * a proposal run again over the same factura replaces the one
      * still pending, so the trail needs what was there before
       CapturarAntesPropuesta.
           move propago-reg                   to aud-imagen-nueva
           read propago
              invalid key
                 move spaces                  to aud-imagen-antes
              not invalid key
                 move propago-reg             to aud-imagen-antes
           end-read
           move aud-imagen-nueva              to propago-reg.

       RegistrarAuditoriaPropuesta.
           if aud-imagen-antes = spaces
              move "write     "               to Aud-Operacion
           else
              move "rewrite   "               to Aud-Operacion
           end-if
           move "propago"                     to Aud-Archivo
           move spaces                        to Aud-Clave
           string "PROPAGO=" Propago-Prove "-" Propago-Numero
              delimited by size into Aud-Clave
           move propago-reg                   to Aud-Despues
           perform GrabarAuditoria.

       RegistrarAuditoriaFactura.
           if fs-comun = "00"
              move "rewrite   "               to Aud-Operacion
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
           move "GenPropuestaPago"            to Aud-Request
           move aud-imagen-antes              to Aud-Antes
           move "BATCH"                       to Aud-Operador
           write reg-auditoria.

      * ---------------------------------------------------
       TomarCandado.
           move "N"                            to sw-candado-tomado
