           copy inspec.sl.
           copy deposi.sl.
           copy kardex.sl.
           copy lotpro.sl.
           copy operad.sl.
           copy lotereg.sl.
           copy numera.sl.
           copy entrega.sl.
           copy ord-hist.sl.
           copy item-hist.sl.
           copy itedis.sl.
           copy enmien.sl.

       data division.
       file section.
           03 ReqOrdenesCmpr-Dev-Cantidad        pic 9(10),9(04).
           03                                    pic x(01).
           03 ReqOrdenesCmpr-Dev-Motivo          pic x(40).
           03                                    pic x(01).
           03 ReqOrdenesCmpr-Dev-Lote            pic x(10).

       01  reg-requestOrdenesCmprDisp.
           03 ReqOrdenesCmpr-Disp-TipoRegistro   pic 9(01).
           03 ReqOrdenesCmpr-Disp-Respuesta      pic x(01).
           03                                    pic x(01).
           03 ReqOrdenesCmpr-Disp-Motivo         pic x(40).
           03                                    pic x(01).
           03 ReqOrdenesCmpr-Disp-Lote           pic x(10).
           03                                    pic x(01).
           03 ReqOrdenesCmpr-Disp-Vence          pic x(08).

       01  reg-requestOrdenesCmprRecep.
           03 ReqOrdenesCmpr-Recep-TipoRegistro  pic 9(01).
           03 ReqOrdenesCmpr-Recep-Entrega       pic 9(03).
           03                                    pic x(01).
           03 ReqOrdenesCmpr-Recep-Cantidad      pic 9(10),9(04).
           03                                    pic x(01).
           03 ReqOrdenesCmpr-Recep-Lote          pic x(10).
           03                                    pic x(01).
           03 ReqOrdenesCmpr-Recep-Vence         pic x(08).

       01  reg-requestOrdenesCmprImagen          pic x(800).

           copy inspec.fd.
           copy deposi.fd.
           copy kardex.fd.
           copy lotpro.fd.
           copy operad.fd.
           copy lotereg.fd.
           copy numera.fd.
           copy entrega.fd.
           copy ord-hist.fd.
           copy item-hist.fd.
           copy itedis.fd.
           copy enmien.fd.

       fd  rejects
                  block contains 1 records
       77  kardex-tipo-wk                     pic x(01).
       77  kardex-cantidad-wk                 pic 9(10)v9(04).
       77  kardex-hora-wk                     pic 9(08).
       77  sw-lotpro-ok                       pic x(01).
       77  lotpro-producto-wk                 pic 9(06).
       77  lotpro-lote-wk                     pic x(10).
       77  lotpro-vence-wk                    pic 9(08).
       77  lotpro-vence-x                     pic x(08).
       77  dias-limite                        pic 9(02).
       77  cociente-wk                        pic 9(06).
       77  resto-4                            pic 9(04).
       77  resto-100                          pic 9(04).
       77  resto-400                          pic 9(04).
       77  fecha-control-wk                   pic 9(08).
       77  fecha-habil-wk                     pic 9(08).
       77  indice-fec-ent                     pic 9(01).
       77  recep-pedida                       pic 9(11)v9(04).
       77  recep-recibida                     pic 9(11)v9(04).
       77  sw-orden-completa                  pic x(01).
       77  cierre-orden                       pic 9(06).
       77  cierre-empresa                     pic 9(02).
       77  cierre-periodo                     pic 9(06).
       77  cantidad-saldo                     pic 9(11)v9(04).
       77  cantidad-recibida-item             pic 9(11)v9(04).
       77  importe-saldo                      pic 9(13)v9(02).
       77  importe-liberado                   pic 9(13)v9(02).
       77  valor-items-orden                  pic 9(13)v9(02).
       77  total-cerrado                      pic 9(12)v9(02).
       77  importe-contrato-lib               pic 9(13)v9(02).
       77  sw-inspec-pendiente                pic x(01).
       77  sw-item-distribuido                pic x(01).
       77  sw-mas-lineas-dis                  pic x(01).
       77  lineas-dis                         pic 9(02).
       77  indice-dis                         pic 9(02).
       77  empresa-dis                        pic 9(02).
       77  periodo-dis                        pic 9(06).
       77  importe-base-dis                   pic 9(13)v9(02).
       77  importe-parte-dis                  pic 9(13)v9(02).
       77  importe-asignado-dis               pic 9(13)v9(02).
       77  porcentaje-acum-dis                pic 9(05)v9(04).

      * the cuenta/proyecto split of the item line, when it has one
       01  distribucion-item.
           03 dis-ent occurs 99.
              05 dis-porcentaje               pic 9(03)v9(04).
              05 dis-cuenta                   pic 9(12).
              05 dis-proy                     pic 9(04).

       01  vence-fecha.
           03 vence-anio                      pic 9(04).
           03 vence-mes                       pic 9(02).
           03 vence-dia                       pic 9(02).

       01  dias-mes-valores                   pic x(24)
           value "312831303130313130313031".
       01  dias-mes-tabla redefines dias-mes-valores.
           03 dias-mes                        pic 9(02) occurs 12.
       77  sw-mas-inspec                      pic x(01).
       77  sw-orden-enmendable                pic x(01).
       77  sw-mas-versiones                   pic x(01).
       77  sw-cantidad-ok                     pic x(01).
       77  enm-orden                          pic 9(06).
       77  enm-orden-vigente                  pic 9(06) value zero.
       77  enm-orden-rechazada                pic 9(06) value zero.
       77  enm-motivo                         pic x(25).
       77  enm-version                        pic 9(03).
       77  enm-fecha-wk                       pic 9(08).
       77  enm-hora-wk                        pic 9(08).
       77  sw-periodo-cerrado                 pic x(01).

           copy costopar.wk.
           copy peripar.wk.

       01  Argumentos.
           03 arg-archivo                   pic x(080).
           Perform AbrirInspecciones.
           Perform AbrirDepositos.
           Perform AbrirKardex.
           Perform AbrirLotesProducto.
           Perform AbrirLotesProcesados.
           Perform AbrirNumeradores.
           Perform AbrirEntregas.
           Perform AbrirDistribuciones.
           Perform AbrirEnmiendas.
           Perform AbrirAuditoria.
           Perform AbrirEstados.
           Perform AbrirConfirma.
           Perform CerrarInspecciones.
           Perform CerrarDepositos.
           Perform CerrarKardex.
           Perform CerrarLotesProducto.
           Perform CerrarLotesProcesados.
           Perform CerrarNumeradores.
           Perform CerrarEntregas.
           Perform CerrarDistribuciones.
           Perform CerrarEnmiendas.
           Perform CerrarAuditoria.
           Perform CerrarEstados.
           Perform CerrarConfirma.
           move zero                         to contador-modificaciones
           move zero                         to contador-rechazos
           move zero                         to contador-checkpoint
           move zero                         to enm-orden-vigente
           move zero                         to enm-orden-rechazada

           perform RegistrarMonitor

                          perform ProcesarAsignacion
                       when "f"
                          perform ProcesarConfirmacion
                       when "s"
                          perform ProcesarCierreSaldo
                       when "v"
                          perform ProcesarEnmienda
                       when other
                          perform RechazarOpcionInvalida
                    end-evaluate
                    move "7"                  to estado-nuevo
                    if fs-detalle = "00"
                       perform RegistrarEstado
                       move Ord-Comp-Id       to cierre-orden
                       perform LiberarSaldoOrden
                    end-if
                 end-if
                 end-if
                     "-" Item-Com-Tipo "-" Item-Com-Secuencia
                 delimited by size into detalle-clave
              perform GenerarResponse

              if fs-detalle = "00"
                 perform BorrarDistribucionItem
              end-if
           end-if.

       ProcesarModificacion.
                    if fs-detalle = "00" and
                       estado-nuevo not = estado-anterior
                       perform RegistrarEstado
                       if estado-nuevo = "6" or estado-nuevo = "7"
                          move Ord-Comp-Id     to cierre-orden
                          perform LiberarSaldoOrden
                       end-if
                    end-if
                 end-if
              end-if
              end-if
           end-if.

      * enmienda: a printed order keeps its number and takes new
      * terms as a new version.  The version it replaces is kept
      * whole in enmien, and the order goes back to unconfirmed so
      * the next confirmation run asks the proveedor again
       ProcesarEnmienda.
           if sw-replay = "N"
              add 1 to contador-modificaciones
           end-if
           move spaces                        to detalle-clave
           if ReqOrdenesCmpr-TipoRegistro = 1
              move ReqOrdenesCmpr-Ord-Comp-Id     to enm-orden
              string "ORD-COMP="  enm-orden
                 delimited by size into detalle-clave
           else
              move ReqOrdenesCmpr-Item-Com-Orden  to enm-orden
              string "ITEM-COM=" ReqOrdenesCmpr-Item-Com-Orden
                     "-" ReqOrdenesCmpr-Item-Com-Producto
                     "-" ReqOrdenesCmpr-Item-Com-Tipo
                     "-" ReqOrdenesCmpr-Item-Com-Secuencia
                 delimited by size into detalle-clave
           end-if

           if ReqOrdenesCmpr-TipoRegistro not = 1 and
              ReqOrdenesCmpr-TipoRegistro not = 2
              move "registro no enmendable"   to motivo-rechazo
              perform RechazarRegistro
           else
              if enm-orden not = enm-orden-vigente and
                 enm-orden not = enm-orden-rechazada
                 perform AbrirEnmienda
              end-if
              if enm-orden = enm-orden-rechazada
                 move enm-motivo              to motivo-rechazo
                 perform RechazarRegistro
              else
                 if ReqOrdenesCmpr-TipoRegistro = 1
                    perform EnmendarCabecera
                 else
                    perform EnmendarItem
                 end-if
              end-if
           end-if.

       AbrirEnmienda.
           move "S"                           to sw-orden-enmendable
           move enm-orden                     to Ord-Comp-Id
           perform LeerOrdenesCmpr
           if fs-comun not = "00"
              move "N"                        to sw-orden-enmendable
              move "orden inexistente"        to motivo-rechazo
           else
              perform DerivarEstadoActual
              if estado-anterior = "7"
                 move "N"                     to sw-orden-enmendable
                 move "orden anulada"         to motivo-rechazo
              else
              if estado-anterior = "5" or estado-anterior = "6"
                 move "N"                     to sw-orden-enmendable
                 move "orden recibida o cerrada" to motivo-rechazo
              else
              if Ord-Comp-Si-impre not = "S"
                 move "N"                     to sw-orden-enmendable
                 move "orden no impresa"      to motivo-rechazo
              end-if
              end-if
              end-if
           end-if

           if sw-orden-enmendable = "N"
              move enm-orden                  to enm-orden-rechazada
              move motivo-rechazo             to enm-motivo
           else
              perform BuscarUltimaVersion
              perform GuardarVersionAnterior
              move enm-orden                  to Ord-Comp-Id
              perform LeerOrdenesCmpr
              move space                      to Ord-Comp-Confir
              move "S"                        to sw-op-secundaria
              perform ReGrabarOrdenesCmpr
              move "N"                        to sw-op-secundaria
              move enm-orden                  to enm-orden-vigente
           end-if.

      * the versions already kept for the order, in key order; the
      * one in force is the next number after the last kept
       BuscarUltimaVersion.
           move zero                          to enm-version
           move enm-orden                     to Enmien-Orden
           move zero                          to Enmien-Version
           move zero                          to Enmien-Clase
           move zero                          to Enmien-Producto
           move zero                          to Enmien-Tipo
           move zero                          to Enmien-Secuencia
           move "S"                           to sw-mas-versiones

           move "start     " to operacion
           start enmien key is not less than Enmien-Key
              invalid key
                 move "N"                     to sw-mas-versiones
           end-start

           perform until sw-mas-versiones = "N"
              move "read next " to operacion
              read enmien next record
                 at end
                    move "N"                  to sw-mas-versiones
              end-read
              if sw-mas-versiones = "S"
                 if Enmien-Orden = enm-orden
                    compute enm-version = Enmien-Version + 1
                 else
                    move "N"                  to sw-mas-versiones
                 end-if
              end-if
           end-perform.

       GuardarVersionAnterior.
           accept enm-fecha-wk from date yyyymmdd
           accept enm-hora-wk from time

           move spaces                        to enmien-reg
           move enm-orden                     to Enmien-Orden
           move enm-version                   to Enmien-Version
           move 1                             to Enmien-Clase
           move zero                          to Enmien-Producto
           move zero                          to Enmien-Tipo
           move zero                          to Enmien-Secuencia
           move ord-comp-reg                  to Enmien-Imagen
           perform GrabarEnmiendas

           move enm-orden                     to Item-Com-Orden
           move zero                          to Item-Com-Producto
           move zero                          to Item-Com-Tipo
           move zero                          to Item-Com-Secuencia
           move "S"                           to sw-mas-items

           move "start     " to operacion
           start item-com key is not less than Item-Com-Key
              invalid key
                 move "N"                     to sw-mas-items
           end-start

           perform until sw-mas-items = "N"
              move "read next " to operacion
              read item-com next record
                 at end
                    move "N"                  to sw-mas-items
              end-read
              if sw-mas-items = "S"
                 if Item-Com-Orden = enm-orden
                    move spaces               to enmien-reg
                    move enm-orden            to Enmien-Orden
                    move enm-version          to Enmien-Version
                    move 2                    to Enmien-Clase
                    move Item-Com-Producto    to Enmien-Producto
                    move Item-Com-Tipo        to Enmien-Tipo
                    move Item-Com-Secuencia   to Enmien-Secuencia
                    move item-com-reg         to Enmien-Imagen
                    perform GrabarEnmiendas
                 else
                    move "N"                  to sw-mas-items
                 end-if
              end-if
           end-perform.

      * only the commercial terms move; proveedor, empresa, fecha
      * and the state of the order stay as they were
       EnmendarCabecera.
           move enm-orden                     to Ord-Comp-Id
           perform LeerOrdenesCmpr

           move ReqOrdenesCmpr-Ord-Comp-Pago      to Ord-Comp-Pago
           move ReqOrdenesCmpr-Ord-Comp-Dto-1     to Ord-Comp-Dto-1
           move ReqOrdenesCmpr-Ord-Comp-Dto-2     to Ord-Comp-Dto-2
           move ReqOrdenesCmpr-Ord-Comp-Dto-3     to Ord-Comp-Dto-3
           move ReqOrdenesCmpr-Ord-Comp-Antic     to Ord-Comp-Antic
           move ReqOrdenesCmpr-Ord-Comp-Depo      to Ord-Comp-Depo
           move ReqOrdenesCmpr-Ord-Comp-Obs-1     to Ord-Comp-Obs-1
           move ReqOrdenesCmpr-Ord-Comp-Obs-2     to Ord-Comp-Obs-2
           move ReqOrdenesCmpr-Ord-Comp-Obs-3     to Ord-Comp-Obs-3
           move ReqOrdenesCmpr-Ord-Comp-Total     to Ord-Comp-Total
           move ReqOrdenesCmpr-Ord-Comp-Iva       to Ord-Comp-Iva
           move ReqOrdenesCmpr-Ord-Comp-Otros     to Ord-Comp-Otros
           move ReqOrdenesCmpr-Ord-Comp-Moneda    to Ord-Comp-Moneda
           move ReqOrdenesCmpr-Ord-Comp-Cotiz     to Ord-Comp-Cotiz
           move ReqOrdenesCmpr-Ord-Comp-Dolar     to Ord-Comp-Dolar
           move ReqOrdenesCmpr-Ord-Comp-Fec-ent-1
              to Ord-Comp-Fec-ent(01)
           move ReqOrdenesCmpr-Ord-Comp-Fec-ent-2
              to Ord-Comp-Fec-ent(02)
           move ReqOrdenesCmpr-Ord-Comp-Fec-ent-3
              to Ord-Comp-Fec-ent(03)
           move ReqOrdenesCmpr-Ord-Comp-Fec-ent-4
              to Ord-Comp-Fec-ent(04)
           move ReqOrdenesCmpr-Ord-Comp-Fec-ent-5
              to Ord-Comp-Fec-ent(05)
           move ReqOrdenesCmpr-Ord-Comp-Pcia-ibb
              to Ord-Comp-Pcia-ibb
           move ReqOrdenesCmpr-Ord-Comp-Porc      to Ord-Comp-Porc
           move space                             to Ord-Comp-Confir

           perform ValidarCotizacion
           perform ValidarCondPago
           perform ValidarDeposito
           if sw-cotizacion-ok = "N"
              perform RechazarRegistro
           else
           if sw-condpago-ok = "N" or sw-deposito-ok = "N"
              perform RechazarRegistro
           else
           if (Ord-Comp-Dto-1 + Ord-Comp-Dto-2 + Ord-Comp-Dto-3)
                 > 100
              move "descuento fuera de rango" to motivo-rechazo
              perform RechazarRegistro
           else
           if (Ord-Comp-Iva + Ord-Comp-Otros) > Ord-Comp-Total
              move "total no concuerda"       to motivo-rechazo
              perform RechazarRegistro
           else
              perform ReGrabarOrdenesCmpr

              move fs-comun                   to fs-detalle
              move "ord-comp"                 to detalle-archivo
              perform GenerarResponse

              if fs-detalle = "00"
                 perform AdvertirFechasEntrega
              end-if
           end-if
           end-if
           end-if
           end-if.

      * an item already on the order takes new quantities and terms
      * but never less than what was already received; an item not
      * on it goes through the same checks as in an alta
       EnmendarItem.
           move ReqOrdenesCmpr-Item-Com-Orden     to Item-Com-Orden
           move ReqOrdenesCmpr-Item-Com-Producto
              to Item-Com-Producto
           move ReqOrdenesCmpr-Item-Com-Tipo      to Item-Com-Tipo
           move ReqOrdenesCmpr-Item-Com-Secuencia
              to Item-Com-Secuencia
           perform LeerOrdenesCmprItem
           if fs-comun = "00"
              perform EnmendarItemExistente
           else
              perform EnmendarItemNuevo
           end-if.

       EnmendarItemExistente.
           move Item-Com-Campo                to item-com-reg-2
           move ReqOrdenesCmpr-Item-Com-Cantidad-1
              to Item-Com-Cantidad(1)
           move ReqOrdenesCmpr-Item-Com-Cantidad-2
              to Item-Com-Cantidad(2)
           move ReqOrdenesCmpr-Item-Com-Cantidad-3
              to Item-Com-Cantidad(3)
           move ReqOrdenesCmpr-Item-Com-Cantidad-4
              to Item-Com-Cantidad(4)
           move ReqOrdenesCmpr-Item-Com-Cantidad-5
              to Item-Com-Cantidad(5)
           move ReqOrdenesCmpr-Item-Com-Unidad    to Item-Com-Unidad
           move ReqOrdenesCmpr-Item-Com-Precio    to Item-Com-Precio
           move ReqOrdenesCmpr-Item-Com-Dto       to Item-Com-Dto
           move ReqOrdenesCmpr-Item-Com-Envase    to Item-Com-Envase
           move ReqOrdenesCmpr-Item-Com-Cantpre   to Item-Com-Cantpre
           move ReqOrdenesCmpr-Item-Com-Uni-Pre   to Item-Com-Uni-Pre
           move ReqOrdenesCmpr-Item-Com-Iva       to Item-Com-Iva
           move ReqOrdenesCmpr-Item-Com-Obs       to Item-Com-Obs
           move ReqOrdenesCmpr-Item-Com-Renglon-1
              to Item-Com-Renglon-1
           move ReqOrdenesCmpr-Item-Com-Renglon-2
              to Item-Com-Renglon-2

           move "S"                           to sw-cantidad-ok
           if Item-Com-Producto > 0
              move 1                          to indice-slot
              perform 5 times
                 if Item-Com-Cantidad(indice-slot) <
                    Item-Com-Recibida(indice-slot)
                    move "N"                  to sw-cantidad-ok
                 end-if
                 add 1 to indice-slot
              end-perform
              move item-com-reg-1             to item-com-campo
           else
              move item-com-reg-2             to item-com-campo
           end-if

           if sw-cantidad-ok = "N"
              move "cantidad menor a recibida" to motivo-rechazo
              perform RechazarRegistro
           else
              perform ValidarPrecioHistorico
              if sw-precio-ok = "N"
                 perform RechazarRegistro
              else
                 perform ReGrabarOrdenesCmprItem

                 move fs-comun                to fs-detalle
                 move "item-com"              to detalle-archivo
                 perform GenerarResponse

                 if fs-detalle = "00"
                    perform RegistrarPrecioHistorico
                 end-if
              end-if
           end-if.

       EnmendarItemNuevo.
           move ReqOrdenesCmpr-Item-Com-Nom-Prod
              to Item-Com-Nom-Prod
           move ReqOrdenesCmpr-Item-Com-Cantidad-1
              to Item-Com-Cantidad(1)
           move ReqOrdenesCmpr-Item-Com-Cantidad-2
              to Item-Com-Cantidad(2)
           move ReqOrdenesCmpr-Item-Com-Cantidad-3
              to Item-Com-Cantidad(3)
           move ReqOrdenesCmpr-Item-Com-Cantidad-4
              to Item-Com-Cantidad(4)
           move ReqOrdenesCmpr-Item-Com-Cantidad-5
              to Item-Com-Cantidad(5)
           move zero                          to Item-Com-Recibida(1)
                                                 Item-Com-Recibida(2)
                                                 Item-Com-Recibida(3)
                                                 Item-Com-Recibida(4)
                                                 Item-Com-Recibida(5)
           move ReqOrdenesCmpr-Item-Com-Unidad    to Item-Com-Unidad
           move ReqOrdenesCmpr-Item-Com-Precio    to Item-Com-Precio
           move ReqOrdenesCmpr-Item-Com-Dto       to Item-Com-Dto
           move ReqOrdenesCmpr-Item-Com-Envase    to Item-Com-Envase
           move ReqOrdenesCmpr-Item-Com-Cantpre   to Item-Com-Cantpre
           move ReqOrdenesCmpr-Item-Com-Uni-Pre   to Item-Com-Uni-Pre
           move ReqOrdenesCmpr-Item-Com-Iva       to Item-Com-Iva
           move ReqOrdenesCmpr-Item-Com-Sector    to Item-Com-Sector
           move ReqOrdenesCmpr-Item-Com-Ord-Tra   to Item-Com-Ord-Tra
           move ReqOrdenesCmpr-Item-Com-Cuenta    to Item-Com-Cuenta
           move ReqOrdenesCmpr-Item-Com-Caract    to Item-Com-Caract
           move ReqOrdenesCmpr-Item-Com-Proy      to Item-Com-Proy
           move ReqOrdenesCmpr-Item-Com-Obs       to Item-Com-Obs
           move ReqOrdenesCmpr-Item-Com-Renglon-1
              to Item-Com-Renglon-1
           move ReqOrdenesCmpr-Item-Com-Renglon-2
              to Item-Com-Renglon-2
           if ReqOrdenesCmpr-Item-Com-Res-1(1:6) numeric
              move ReqOrdenesCmpr-Item-Com-Res-1(1:6)
                 to Item-Com-Solici
              move ReqOrdenesCmpr-Item-Com-Res-1(7:64)
                 to Item-Com-Res-1
           else
              move zero                       to Item-Com-Solici
              move ReqOrdenesCmpr-Item-Com-Res-1(1:64)
                 to Item-Com-Res-1
           end-if

           perform ValidarProducto

           if Item-Com-Producto > 0
              move item-com-reg-1             to item-com-campo
           else
              move item-com-reg-2             to item-com-campo
           end-if

           if sw-producto-ok = "N"
              perform RechazarRegistro
           else
           perform VerificarPresupuesto
           perform ValidarPrecioHistorico
           if sw-presupuesto-ok = "N"
              perform RechazarRegistro
           else
           if sw-precio-ok = "N"
              perform RechazarRegistro
           else
              perform GrabarOrdenesCmprItem

              move fs-comun                   to fs-detalle
              move "item-com"                 to detalle-archivo
              perform GenerarResponse

              if fs-detalle = "00"
                 perform ComprometerPresupuesto
                 perform MarcarSolicitudOrdenada
                 perform RegistrarPrecioHistorico
              end-if
           end-if
           end-if
           end-if.

       ProcesarConsulta.
           move ReqOrdenesCmpr-Ord-Comp-Id        to Ord-Comp-Id

                 move zero                     to importe-item
              end-if

              perform CargarDistribucionItem
              move Item-Com-Orden              to Ord-Comp-Id
              perform LeerOrdenesCmpr
              if fs-comun = "00" and sw-item-distribuido = "S"
                 move Ord-Comp-Empresa         to empresa-dis
                 move Ord-Comp-Fecha(1:6)      to periodo-dis
                 perform VerificarPresupuestoDistribuido
              end-if
              if fs-comun = "00" and sw-item-distribuido = "N"
                 move Ord-Comp-Empresa         to Presup-Empresa
                 move Item-Com-Proy            to Presup-Proy
                 move Item-Com-Cuenta          to Presup-Cuenta
           end-if.

       ComprometerPresupuesto.
           if sw-item-distribuido = "S"
              perform ComprometerDistribucion
           else
           if sw-presupuesto-hallado = "S"
              add importe-item                 to Presup-Comprometido
              move "S"                         to sw-op-secundaria
              perform ReGrabarPresupuestos
              move "N"                         to sw-op-secundaria
           end-if
           end-if.

      * an item split across cuentas/proyectos is checked and
      * committed share by share; the line that completes 100%
      * takes the rounding so the shares add up to the item
       CargarDistribucionItem.
           move "N"                            to sw-item-distribuido
           move zero                           to lineas-dis
           move Item-Com-Orden                 to Itedis-Orden
           move Item-Com-Producto              to Itedis-Producto
           move Item-Com-Tipo                  to Itedis-Tipo
           move Item-Com-Secuencia             to Itedis-Secuencia
           move zero                           to Itedis-Linea
           move "S"                            to sw-mas-lineas-dis

           move "start     " to operacion
           start itedis key is not less than Itedis-Key
              invalid key
                 move "N"                      to sw-mas-lineas-dis
           end-start

           perform until sw-mas-lineas-dis = "N"
              move "read next " to operacion
              read itedis next record
                 at end
                    move "N"                   to sw-mas-lineas-dis
              end-read
              if sw-mas-lineas-dis = "S"
                 if Itedis-Orden not = Item-Com-Orden or
                    Itedis-Producto not = Item-Com-Producto or
                    Itedis-Tipo not = Item-Com-Tipo or
                    Itedis-Secuencia not = Item-Com-Secuencia or
                    lineas-dis >= 99
                    move "N"                   to sw-mas-lineas-dis
                 else
                    add 1                      to lineas-dis
                    move Itedis-Porcentaje
                       to dis-porcentaje(lineas-dis)
                    move Itedis-Cuenta         to dis-cuenta(lineas-dis)
                    move Itedis-Proy           to dis-proy(lineas-dis)
                 end-if
              end-if
           end-perform

           if lineas-dis > 0
              move "S"                         to sw-item-distribuido
           end-if.

       CalcularParteDistribucion.
           add dis-porcentaje(indice-dis)      to porcentaje-acum-dis
           if porcentaje-acum-dis not < 100
              compute importe-parte-dis =
                 importe-base-dis - importe-asignado-dis
           else
              compute importe-parte-dis rounded =
                 importe-base-dis * dis-porcentaje(indice-dis) / 100
           end-if
           add importe-parte-dis               to importe-asignado-dis

           move empresa-dis                    to Presup-Empresa
           move dis-proy(indice-dis)           to Presup-Proy
           move dis-cuenta(indice-dis)         to Presup-Cuenta
           move periodo-dis                    to Presup-Periodo.

       VerificarPresupuestoDistribuido.
           move importe-item                   to importe-base-dis
           move zero                           to porcentaje-acum-dis
           move zero                           to importe-asignado-dis
           move 1                              to indice-dis
           perform until indice-dis > lineas-dis
              perform CalcularParteDistribucion
              perform LeerPresupuestos
              if fs-comun = "00"
                 move "S"                      to sw-presupuesto-hallado
                 if (Presup-Comprometido + importe-parte-dis)
                    > Presup-Autorizado
                    move "presupuesto excedido" to motivo-rechazo
                    if arg-presup = "F"
                       perform RechazarRegistro
                    else
                       move "N"                to sw-presupuesto-ok
                    end-if
                 end-if
              end-if
              add 1 to indice-dis
           end-perform.

       ComprometerDistribucion.
           move importe-item                   to importe-base-dis
           move zero                           to porcentaje-acum-dis
           move zero                           to importe-asignado-dis
           move 1                              to indice-dis
           perform until indice-dis > lineas-dis
              perform CalcularParteDistribucion
              perform LeerPresupuestos
              if fs-comun = "00"
                 add importe-parte-dis         to Presup-Comprometido
                 move "S"                      to sw-op-secundaria
                 perform ReGrabarPresupuestos
                 move "N"                      to sw-op-secundaria
              end-if
              add 1 to indice-dis
           end-perform.

       LiberarDistribucion.
           move importe-saldo                  to importe-base-dis
           move cierre-empresa                 to empresa-dis
           move cierre-periodo                 to periodo-dis
           move zero                           to porcentaje-acum-dis
           move zero                           to importe-asignado-dis
           move 1                              to indice-dis
           perform until indice-dis > lineas-dis
              perform CalcularParteDistribucion
              perform LeerPresupuestos
              if fs-comun = "00"
                 if Presup-Comprometido > importe-parte-dis
                    subtract importe-parte-dis
                       from Presup-Comprometido
                 else
                    move zero                  to Presup-Comprometido
                 end-if
                 perform ReGrabarPresupuestos
              end-if
              add 1 to indice-dis
           end-perform.

       BorrarDistribucionItem.
           perform CargarDistribucionItem
           move 1                              to indice-dis
           perform until indice-dis > lineas-dis
              move Item-Com-Orden              to Itedis-Orden
              move Item-Com-Producto           to Itedis-Producto
              move Item-Com-Tipo               to Itedis-Tipo
              move Item-Com-Secuencia          to Itedis-Secuencia
              move indice-dis                  to Itedis-Linea
              perform BorrarDistribuciones
              add 1 to indice-dis
           end-perform.

       ValidarContrato.
      * a release order (tipo 7) must point at its blanket contract
      * (an order of tipo 8) with "CONTRATO=nnnnnn" at the start of
              move Item-Com-Orden              to Prechis-Orden
              move Item-Com-Precio             to Prechis-Precio
              move prechis-moneda-wk           to Prechis-Moneda
              move zero                        to Prechis-Gasto
              move "S"                         to sw-op-secundaria
              perform GrabarPreciosHistoricos
              if fs-comun = "22"
                 (Ord-Comp-Total * Ord-Comp-Porc) / 100
              move zero                        to Antici-Aplicado
              move "P"                         to Antici-Estado
              move space                       to Antici-Ctacte
              move spaces                      to Antici-Resto
              move "S"                         to sw-op-secundaria
              perform GrabarAnticipos
              end-if
           end-if.

       ProcesarCierreSaldo.
      * cierre de saldo: a header record closes what is still to be
      * received on every item, an item record closes that line only
           if sw-replay = "N"
              add 1 to contador-bajas
           end-if
           move spaces                         to detalle-clave
           if ReqOrdenesCmpr-TipoRegistro = 1
              move ReqOrdenesCmpr-Ord-Comp-Id  to Ord-Comp-Id
              string "ORD-COMP="  Ord-Comp-Id
                 delimited by size into detalle-clave
           else
              move ReqOrdenesCmpr-Item-Com-Orden     to Item-Com-Orden
              move ReqOrdenesCmpr-Item-Com-Producto
                 to Item-Com-Producto
              move ReqOrdenesCmpr-Item-Com-Tipo      to Item-Com-Tipo
              move ReqOrdenesCmpr-Item-Com-Secuencia
                 to Item-Com-Secuencia
              move Item-Com-Orden              to Ord-Comp-Id
              string "ITEM-COM=" Item-Com-Orden "-" Item-Com-Producto
                     "-" Item-Com-Tipo "-" Item-Com-Secuencia
                 delimited by size into detalle-clave
           end-if

           perform LeerOrdenesCmpr
           if no-existe
              move "orden inexistente"         to motivo-rechazo
              perform RechazarRegistro
           else
              perform DerivarEstadoActual
              move Ord-Comp-Id                 to cierre-orden
              if estado-anterior = "7"
                 move "orden anulada"          to motivo-rechazo
                 perform RechazarRegistro
              else
              if estado-anterior = "5" or estado-anterior = "6"
                 move "orden sin saldo"        to motivo-rechazo
                 perform RechazarRegistro
              else
                 perform VerificarInspeccionPendiente
                 if sw-inspec-pendiente = "S"
                    move "inspeccion pendiente" to motivo-rechazo
                    perform RechazarRegistro
                 else
                 if ReqOrdenesCmpr-TipoRegistro = 1
                    perform CerrarSaldoOrden
                 else
                    perform CerrarSaldoItem
                 end-if
                 end-if
              end-if
              end-if
           end-if.

       CerrarSaldoOrden.
           perform LiberarSaldoOrden

           move cierre-orden                   to Ord-Comp-Id
           perform LeerOrdenesCmpr
           if fs-comun = "00"
              perform DerivarEstadoActual
              move "6"                         to Ord-Comp-Resto(1:1)
              move zero                        to Ord-Comp-Pend
              perform ReGrabarOrdenesCmpr

              move fs-comun                    to fs-detalle
              move "ord-comp"                  to detalle-archivo
              move spaces                      to detalle-clave
              string "ORD-COMP="  Ord-Comp-Id
                 delimited by size into detalle-clave
              perform GenerarResponse

              move "6"                         to estado-nuevo
              if fs-detalle = "00"
                 perform RegistrarEstado
              end-if
           end-if.

       CerrarSaldoItem.
           perform CalcularValorOrden
           move zero                           to importe-liberado

           move ReqOrdenesCmpr-Item-Com-Orden     to Item-Com-Orden
           move ReqOrdenesCmpr-Item-Com-Producto  to Item-Com-Producto
           move ReqOrdenesCmpr-Item-Com-Tipo      to Item-Com-Tipo
           move ReqOrdenesCmpr-Item-Com-Secuencia to Item-Com-Secuencia
           perform LeerOrdenesCmprItem
           if no-existe or Item-Com-Producto = 0
              move "item inexistente"          to motivo-rechazo
              perform RechazarRegistro
           else
              perform RecortarSaldoItem

              move fs-comun                    to fs-detalle
              move "item-com"                  to detalle-archivo
              perform GenerarResponse

              if fs-detalle = "00"
                 move "S"                      to sw-op-secundaria
                 perform LiberarCompromisosItem
                 perform AjustarTotalesOrden
                 move "N"                      to sw-op-secundaria
                 perform VerificarSaldoOrden
              end-if
           end-if.

       LiberarSaldoOrden.
      * shared by the cierre de saldo of a whole order and by the
      * anulacion: only the part not yet received is given back
           perform CalcularValorOrden
           move zero                           to importe-liberado

           move "S"                            to sw-op-secundaria
           move cierre-orden                   to Item-Com-Orden
           move zero                           to Item-Com-Producto
           move zero                           to Item-Com-Tipo
           move zero                           to Item-Com-Secuencia
           move "S"                            to sw-mas-items

           move "start     " to operacion
           start item-com key is not less than Item-Com-Key
              invalid key
                 move "N" to sw-mas-items
           end-start

           perform until sw-mas-items = "N"
              move "read next " to operacion
              read item-com next record
                 at end
                    move "N" to sw-mas-items
              end-read
              if sw-mas-items = "S"
                 if Item-Com-Orden = cierre-orden
                    if Item-Com-Producto > 0
                       perform RecortarSaldoItem
                       if st-ok
                          perform LiberarCompromisosItem
                       end-if
                    end-if
                 else
                    move "N" to sw-mas-items
                 end-if
              end-if
           end-perform

           perform AjustarTotalesOrden
           perform CerrarContratoMarco
           move "N"                            to sw-op-secundaria.

       CalcularValorOrden.
      * current value of the order lines, same basis the budget
      * commitment used when the items were loaded
           move cierre-orden                   to Ord-Comp-Id
           perform LeerOrdenesCmpr
           move Ord-Comp-Empresa               to cierre-empresa
           move Ord-Comp-Fecha(1:6)            to cierre-periodo

           move zero                           to valor-items-orden
           move cierre-orden                   to Item-Com-Orden
           move zero                           to Item-Com-Producto
           move zero                           to Item-Com-Tipo
           move zero                           to Item-Com-Secuencia
           move "S"                            to sw-mas-items

           move "start     " to operacion
           start item-com key is not less than Item-Com-Key
              invalid key
                 move "N" to sw-mas-items
           end-start

           perform until sw-mas-items = "N"
              move "read next " to operacion
              read item-com next record
                 at end
                    move "N" to sw-mas-items
              end-read
              if sw-mas-items = "S"
                 if Item-Com-Orden = cierre-orden
                    if Item-Com-Producto > 0
                       move Item-Com-Campo     to item-com-reg-2
                       move zero               to cantidad-item
                       move 1                  to slot-presup
                       perform 5 times
                          add Item-Com-Cantidad(slot-presup)
                             to cantidad-item
                          add 1 to slot-presup
                       end-perform
                       compute importe-item =
                          (cantidad-item * Item-Com-Precio)
                          - Item-Com-Dto
                       if importe-item > 0
                          add importe-item     to valor-items-orden
                       end-if
                    end-if
                 else
                    move "N" to sw-mas-items
                 end-if
              end-if
           end-perform.

       RecortarSaldoItem.
      * the pending slot quantities are cut down to what arrived,
      * so pending-receipt and chase listings stop showing them
           move Item-Com-Campo                 to item-com-reg-2
           move zero                           to cantidad-item
           move zero                           to cantidad-saldo
           move zero                           to cantidad-recibida-item
           move zero                           to importe-saldo
           move 1                              to indice-slot
           perform 5 times
              add Item-Com-Cantidad(indice-slot) to cantidad-item
              add Item-Com-Recibida(indice-slot)
                 to cantidad-recibida-item
              if Item-Com-Recibida(indice-slot) <
                 Item-Com-Cantidad(indice-slot)
                 compute cantidad-saldo = cantidad-saldo
                    + Item-Com-Cantidad(indice-slot)
                    - Item-Com-Recibida(indice-slot)
                 move Item-Com-Recibida(indice-slot)
                    to Item-Com-Cantidad(indice-slot)
              end-if
              add 1 to indice-slot
           end-perform

           move item-com-reg-1                 to Item-Com-Campo
           perform ReGrabarOrdenesCmprItem.

       LiberarCompromisosItem.
      * the entregas go first so the amount given back covers the
      * balance of every delivery, not only the five slots
           perform CerrarEntregasItem
           perform CalcularSaldoItem
           perform LiberarPresupuestoItem
           perform ReabrirSolicitudItem.

       CalcularSaldoItem.
           if cantidad-item > 0 and cantidad-saldo > 0
              compute importe-saldo rounded =
                 (cantidad-saldo * Item-Com-Precio)
                 - (Item-Com-Dto * cantidad-saldo / cantidad-item)
              add importe-saldo                to importe-liberado
           end-if.

       LiberarPresupuestoItem.
           if importe-saldo > 0
              perform CargarDistribucionItem
           end-if
           if importe-saldo > 0 and sw-item-distribuido = "S"
              perform LiberarDistribucion
           end-if
           if importe-saldo > 0 and sw-item-distribuido = "N"
              move cierre-empresa              to Presup-Empresa
              move Item-Com-Proy               to Presup-Proy
              move Item-Com-Cuenta             to Presup-Cuenta
              move cierre-periodo              to Presup-Periodo
              perform LeerPresupuestos
              if fs-comun = "00"
                 if Presup-Comprometido > importe-saldo
                    subtract importe-saldo   from Presup-Comprometido
                 else
                    move zero                  to Presup-Comprometido
                 end-if
                 perform ReGrabarPresupuestos
              end-if
           end-if.

       CerrarEntregasItem.
      * entregas above the five slots also lose their balance; the
      * first five are already mirrored in the item slots
           move Item-Com-Orden                 to Entrega-Orden
           move Item-Com-Producto              to Entrega-Producto
           move Item-Com-Tipo                  to Entrega-Tipo
           move Item-Com-Secuencia             to Entrega-Secuencia
           move 1                              to Entrega-Nro
           move "S"                            to sw-mas-entregas

           move "start     " to operacion
           start entrega key is not less than Entrega-Key
              invalid key
                 move "N" to sw-mas-entregas
           end-start

           perform until sw-mas-entregas = "N"
              move "read next " to operacion
              read entrega next record
                 at end
                    move "N" to sw-mas-entregas
              end-read
              if sw-mas-entregas = "S"
                 if Entrega-Orden = Item-Com-Orden and
                    Entrega-Producto = Item-Com-Producto and
                    Entrega-Tipo = Item-Com-Tipo and
                    Entrega-Secuencia = Item-Com-Secuencia
                    if Entrega-Nro > 5
                       add Entrega-Cantidad    to cantidad-item
                       add Entrega-Recibida
                          to cantidad-recibida-item
                    end-if
                    if Entrega-Recibida < Entrega-Cantidad
                       if Entrega-Nro > 5
                          compute cantidad-saldo = cantidad-saldo
                             + Entrega-Cantidad - Entrega-Recibida
                       end-if
                       move Entrega-Recibida   to Entrega-Cantidad
                       perform ReGrabarEntrega
                    end-if
                 else
                    move "N" to sw-mas-entregas
                 end-if
              end-if
           end-perform.

       ReabrirSolicitudItem.
      * the requisition goes back to pending for whatever will not
      * arrive; a partly received line keeps only the balance
           if Item-Com-Solici > 0 and cantidad-saldo > 0
              move Item-Com-Solici             to Solici-Id
              perform LeerSolicitudes
              if fs-comun = "00" and Solici-Estado = "O" and
                 Solici-Orden = Item-Com-Orden
                 move "P"                      to Solici-Estado
                 move zero                     to Solici-Orden
                 if cantidad-recibida-item > 0
                    move cantidad-saldo        to Solici-Cantidad
                 end-if
                 perform ReGrabarSolicitudes
              end-if
           end-if.

       AjustarTotalesOrden.
      * the header totals shrink in the same proportion as the lines,
      * and a release order gives that amount back to its contract
           if importe-liberado > 0 and valor-items-orden > 0
              if importe-liberado > valor-items-orden
                 move valor-items-orden        to importe-liberado
              end-if
              move cierre-orden                to Ord-Comp-Id
              perform LeerOrdenesCmpr
              if fs-comun = "00"
                 compute total-cerrado rounded =
                    Ord-Comp-Total
                    * (valor-items-orden - importe-liberado)
                    / valor-items-orden
                 compute importe-contrato-lib =
                    Ord-Comp-Total - total-cerrado
                 compute Ord-Comp-Iva rounded =
                    Ord-Comp-Iva
                    * (valor-items-orden - importe-liberado)
                    / valor-items-orden
                 compute Ord-Comp-Otros rounded =
                    Ord-Comp-Otros
                    * (valor-items-orden - importe-liberado)
                    / valor-items-orden
                 move total-cerrado            to Ord-Comp-Total
                 perform ReGrabarOrdenesCmpr
                 if st-ok
                    perform LiberarContratoConsumo
                 end-if
              end-if
           end-if.

       LiberarContratoConsumo.
           if Ord-Comp-Tipo = tipo-orden-consumo and
              Ord-Comp-Obs-1(1:9) = "CONTRATO=" and
              Ord-Comp-Obs-1(10:6) numeric
              move Ord-Comp-Obs-1(10:6)        to Contrato-Id
              perform LeerContratos
              if fs-comun = "00"
                 if Contrato-Consumido > importe-contrato-lib
                    subtract importe-contrato-lib
                       from Contrato-Consumido
                 else
                    move zero                  to Contrato-Consumido
                 end-if
                 perform ReGrabarContratos
              end-if
           end-if.

       CerrarContratoMarco.
      * closing or voiding the blanket order itself closes the
      * contract, so no further release can be charged to it
           move cierre-orden                   to Ord-Comp-Id
           perform LeerOrdenesCmpr
           if fs-comun = "00" and Ord-Comp-Tipo = tipo-orden-contrato
              move Ord-Comp-Id                 to Contrato-Id
              perform LeerContratos
              if fs-comun = "00" and Contrato-Estado = "A"
                 move "C"                      to Contrato-Estado
                 perform ReGrabarContratos
              end-if
           end-if.

       VerificarInspeccionPendiente.
      * goods still waiting in inspection may yet be accepted, so a
      * balance with a pending disposicion cannot be closed
           move "N"                            to sw-inspec-pendiente
           move cierre-orden                   to Inspec-Orden
           move zero                           to Inspec-Producto
           move zero                           to Inspec-Tipo
           move zero                           to Inspec-Secuencia
           if ReqOrdenesCmpr-TipoRegistro not = 1
              move ReqOrdenesCmpr-Item-Com-Producto
                 to Inspec-Producto
              move ReqOrdenesCmpr-Item-Com-Tipo   to Inspec-Tipo
              move ReqOrdenesCmpr-Item-Com-Secuencia
                 to Inspec-Secuencia
           end-if
           move zero                           to Inspec-Entrega
           move zero                           to Inspec-Fecha
           move zero                           to Inspec-Hora
           move "S"                            to sw-mas-inspec

           move "start     " to operacion
           start inspec key is not less than Inspec-Key
              invalid key
                 move "N" to sw-mas-inspec
           end-start

           perform until sw-mas-inspec = "N"
              move "read next " to operacion
              read inspec next record
                 at end
                    move "N" to sw-mas-inspec
              end-read
              if sw-mas-inspec = "S"
                 if Inspec-Orden not = cierre-orden
                    move "N" to sw-mas-inspec
                 else
                 if ReqOrdenesCmpr-TipoRegistro not = 1 and
                    (Inspec-Producto not =
                        ReqOrdenesCmpr-Item-Com-Producto or
                     Inspec-Tipo not = ReqOrdenesCmpr-Item-Com-Tipo or
                     Inspec-Secuencia not =
                        ReqOrdenesCmpr-Item-Com-Secuencia)
                    move "N" to sw-mas-inspec
                 else
                 if Inspec-Estado = "P"
                    move "S"                   to sw-inspec-pendiente
                    move "N" to sw-mas-inspec
                 end-if
                 end-if
                 end-if
              end-if
           end-perform.

       VerificarSaldoOrden.
      * once no line of the order has a balance left the order is
      * closed short as a whole
           move "S"                            to sw-orden-completa
           move cierre-orden                   to Item-Com-Orden
           move zero                           to Item-Com-Producto
           move zero                           to Item-Com-Tipo
           move zero                           to Item-Com-Secuencia
           move "S"                            to sw-mas-items

           move "start     " to operacion
           start item-com key is not less than Item-Com-Key
              invalid key
                 move "N" to sw-mas-items
           end-start

           perform until sw-mas-items = "N"
              move "read next " to operacion
              read item-com next record
                 at end
                    move "N" to sw-mas-items
              end-read
              if sw-mas-items = "S"
                 if Item-Com-Orden = cierre-orden
                    if Item-Com-Producto > 0
                       perform SumarCantidadesItem
                       if recep-recibida < recep-pedida
                          move "N"         to sw-orden-completa
                          move "N"         to sw-mas-items
                       end-if
                    end-if
                 else
                    move "N" to sw-mas-items
                 end-if
              end-if
           end-perform

           if sw-orden-completa = "S"
              move cierre-orden                to Ord-Comp-Id
              perform LeerOrdenesCmpr
              if fs-comun = "00"
                 perform DerivarEstadoActual
                 move "6"                      to Ord-Comp-Resto(1:1)
                 move "6"                      to estado-nuevo
                 move zero                     to Ord-Comp-Pend
                 move "S"                      to sw-op-secundaria
                 perform ReGrabarOrdenesCmpr
                 move "N"                      to sw-op-secundaria
                 if st-ok
                    perform RegistrarEstado
                 end-if
              end-if
           end-if.

       ValidarDeposito.
           move "S"                            to sw-deposito-ok
           if Ord-Comp-Depo > 0 and sw-deposi-disponible = "S"
              move Ord-Comp-Depo               to Deposi-Codigo
              perform LeerDepositos
              if no-existe
                 move "N"                      to sw-deposito-ok
                 move "deposito inexistente"   to motivo-rechazo
              else
                 if Deposi-Estado not = "A"
                    move "N"                   to sw-deposito-ok
                    move "deposito inactivo"   to motivo-rechazo
                 end-if
              end-if
           end-if.
              if no-existe
                 move "item inexistente"   to motivo-rechazo
                 perform RechazarRegistro
              else
              perform VerificarPeriodoOrden
              if sw-periodo-cerrado = "S"
                 move "periodo cerrado"    to motivo-rechazo
                 perform RechazarRegistro
              else
                 perform LeerEntregaRecepcion
                 if sw-entrega-hallada = "S" or
                    (ReqOrdenesCmpr-Recep-Entrega >= 1 and
                     ReqOrdenesCmpr-Recep-Entrega <= 5)
                    move Item-Com-Producto   to lotpro-producto-wk
                    move ReqOrdenesCmpr-Recep-Lote  to lotpro-lote-wk
                    move ReqOrdenesCmpr-Recep-Vence to lotpro-vence-x
                    perform ValidarLoteProducto
                    if sw-lotpro-ok = "S"
                       perform IngresarInspeccion
                    else
                       perform RechazarRegistro
                    end-if
                 else
                    move "entrega inexistente" to motivo-rechazo
                    perform RechazarRegistro
                 end-if
              end-if
              end-if
           end-if.

       IngresarInspeccion.
           move Item-Com-Sector                to Inspec-Sector
           move "P"                            to Inspec-Estado
           move spaces                         to Inspec-Motivo
           move lotpro-lote-wk                 to Inspec-Lote

           perform GrabarInspecciones
           if fs-comun = "00"
              move spaces                      to aud-imagen-antes
              move inspec-reg                  to aud-imagen-despues
              perform RegistrarAuditoriaInspeccion
              perform RegistrarLoteProducto
           end-if

           move fs-comun                       to fs-detalle
           move "inspec"                       to detalle-archivo
                 if ReqOrdenesCmpr-Disp-Respuesta = "R"
                    perform RechazarInspeccion
                 else
                    move Inspec-Orden          to Item-Com-Orden
                    perform VerificarPeriodoOrden
                    if sw-periodo-cerrado = "S"
                       move "periodo cerrado"  to motivo-rechazo
                       perform RechazarRegistro
                    else
                    perform ValidarLoteDisposicion
                    if sw-lotpro-ok = "S"
                       perform AceptarInspeccion
                    else
                       perform RechazarRegistro
                    end-if
                    end-if
                 end-if
              end-if
              end-if
           end-if.

       RechazarInspeccion.
           move inspec-reg                     to aud-imagen-antes
           move "R"                            to Inspec-Estado
           move ReqOrdenesCmpr-Disp-Motivo     to Inspec-Motivo
           perform ReGrabarInspecciones
           if fs-comun = "00"
              move inspec-reg                  to aud-imagen-despues
              perform RegistrarAuditoriaInspeccion
           end-if

           move fs-comun                       to fs-detalle
           move "inspec"                       to detalle-archivo
              perform RegistrarKardexIngreso
              perform LeerInspecciones
              if fs-comun = "00"
                 move inspec-reg               to aud-imagen-antes
                 move "A"                      to Inspec-Estado
                 move ReqOrdenesCmpr-Disp-Motivo
                    to Inspec-Motivo
                 move lotpro-lote-wk           to Inspec-Lote
                 move "S"                      to sw-op-secundaria
                 perform ReGrabarInspecciones
                 move "N"                      to sw-op-secundaria
                 if fs-comun = "00"
                    move inspec-reg            to aud-imagen-despues
                    perform RegistrarAuditoriaInspeccion
                 end-if
              end-if
           end-if.

       ValidarLoteDisposicion.
      * the inspector may name or correct the lot; otherwise the one
      * declared at reception stands
           if ReqOrdenesCmpr-Disp-Lote = spaces
              move Inspec-Lote                 to lotpro-lote-wk
              move "S"                         to sw-lotpro-ok
           else
              move Inspec-Producto             to lotpro-producto-wk
              move ReqOrdenesCmpr-Disp-Lote    to lotpro-lote-wk
              move ReqOrdenesCmpr-Disp-Vence   to lotpro-vence-x
              perform ValidarLoteProducto
              if sw-lotpro-ok = "S"
                 perform RegistrarLoteProducto
              end-if
           end-if.

       ValidarLoteProducto.
      * a lot keeps one expiry date for the producto; the date may be
      * left blank when the maker does not print one
           move "S"                            to sw-lotpro-ok
           move zero                           to lotpro-vence-wk
           if lotpro-vence-x is numeric
              move lotpro-vence-x              to lotpro-vence-wk
           else
              if lotpro-vence-x not = spaces
                 move "N"                      to sw-lotpro-ok
                 move "vencimiento invalido"   to motivo-rechazo
              end-if
           end-if
           if sw-lotpro-ok = "S" and lotpro-vence-wk not = zero
              perform ValidarFechaVence
           end-if

           if sw-lotpro-ok = "S"
              if lotpro-lote-wk = spaces
                 if lotpro-vence-wk not = zero
                    move "N"                   to sw-lotpro-ok
                    move "vencimiento sin lote" to motivo-rechazo
                 end-if
              else
                 move lotpro-producto-wk       to Lotpro-Producto
                 move lotpro-lote-wk           to Lotpro-Lote
                 perform LeerLotesProducto
                 if fs-comun = "00" and
                    Lotpro-Vencimiento not = zero and
                    lotpro-vence-wk not = zero and
                    Lotpro-Vencimiento not = lotpro-vence-wk
                    move "N"                   to sw-lotpro-ok
                    move "vencimiento distinto" to motivo-rechazo
                 end-if
              end-if
           end-if.

      * the day is checked against the month, february by leap year
       ValidarFechaVence.
           move lotpro-vence-wk                to vence-fecha
           if vence-mes < 1 or vence-mes > 12 or vence-dia < 1
              move "N"                         to sw-lotpro-ok
              move "vencimiento invalido"      to motivo-rechazo
           else
              move dias-mes(vence-mes)         to dias-limite
              if vence-mes = 2
                 divide vence-anio by 4   giving cociente-wk
                    remainder resto-4
                 divide vence-anio by 100 giving cociente-wk
                    remainder resto-100
                 divide vence-anio by 400 giving cociente-wk
                    remainder resto-400
                 if resto-4 = zero and
                    (resto-100 not = zero or resto-400 = zero)
                    move 29                    to dias-limite
                 end-if
              end-if
              if vence-dia > dias-limite
                 move "N"                      to sw-lotpro-ok
                 move "vencimiento invalido"   to motivo-rechazo
              end-if
           end-if.

       RegistrarLoteProducto.
           if lotpro-lote-wk not = spaces
              move lotpro-producto-wk          to Lotpro-Producto
              move lotpro-lote-wk              to Lotpro-Lote
              perform LeerLotesProducto
              if fs-comun = "00"
                 if Lotpro-Vencimiento = zero and
                    lotpro-vence-wk not = zero
                    move lotpro-vence-wk       to Lotpro-Vencimiento
                    perform ReGrabarLotesProducto
                 end-if
              else
                 move lotpro-vence-wk          to Lotpro-Vencimiento
                 accept Lotpro-Fecha-Alta from date yyyymmdd
                 move Inspec-Orden             to Lotpro-Orden
                 move zero                     to Lotpro-Prove
                 move Inspec-Orden             to Ord-Comp-Id
                 perform LeerOrdenesCmpr
                 if fs-comun = "00"
                    move Ord-Comp-Prove        to Lotpro-Prove
                 end-if
                 move spaces                   to Lotpro-Resto
                 perform GrabarLotesProducto
              end-if
           end-if.

                  "-" Item-Com-Tipo "-" Item-Com-Secuencia
              delimited by size into detalle-clave

           move ReqOrdenesCmpr-Dev-Lote           to lotpro-lote-wk
           perform ValidarLoteDevolucion

           if Item-Com-Producto = 0 or cantidad-devuelta = 0
              move "devolucion invalida"   to motivo-rechazo
              perform RechazarRegistro
           else
           if sw-lotpro-ok = "N"
              move "lote inexistente"      to motivo-rechazo
              perform RechazarRegistro
           else
              perform LeerOrdenesCmprItem
              if no-existe
                 move "item inexistente"   to motivo-rechazo
                 perform RechazarRegistro
              else
              perform VerificarPeriodoOrden
              if sw-periodo-cerrado = "S"
                 move "periodo cerrado"    to motivo-rechazo
                 perform RechazarRegistro
              else
                 perform LeerEntregaDevolucion
                 if sw-entrega-hallada = "S"
                 end-if
                 end-if
              end-if
              end-if
           end-if
           end-if.

       ValidarLoteDevolucion.
      * the lot returned must be one received for the producto
           move "S"                            to sw-lotpro-ok
           if lotpro-lote-wk not = spaces
              move Item-Com-Producto           to Lotpro-Producto
              move lotpro-lote-wk              to Lotpro-Lote
              perform LeerLotesProducto
              if fs-comun not = "00"
                 move "N"                      to sw-lotpro-ok
              end-if
           end-if.

       LeerEntregaDevolucion.
              move "devolucion excede recibido" to motivo-rechazo
              perform RechazarRegistro
           else
              subtract cantidad-devuelta          from Entrega-Recibida
              perform ReGrabarEntrega

              perform GenerarResponse

              if fs-detalle = "00"
                 if Entrega-Nro >= 1 and Entrega-Nro <= 5
                    perform SincronizarEntregasItem
                 end-if
           move devol-hora-wk(1:6)             to Devol-Hora
           move cantidad-devuelta                 to Devol-Cantidad
           move ReqOrdenesCmpr-Dev-Motivo      to Devol-Motivo
           move zero                           to Devol-Nota-Debito
           move spaces                         to Devol-Resto

           move zero                           to Devol-Prove
           perform GrabarDevoluciones
           move "N"                            to sw-op-secundaria.

      * receptions, returns and accepted goods post with today's
      * date, which must fall in an open period of the order's empresa
       VerificarPeriodoOrden.
           move "N"                            to sw-periodo-cerrado
           move Item-Com-Orden                 to Ord-Comp-Id
           perform LeerOrdenesCmpr
           if fs-comun = "00"
              move "C"                         to Ppar-Funcion
              move Ord-Comp-Empresa            to Ppar-Empresa
              accept Ppar-Fecha from date yyyymmdd
              call "PeriodoContable" using periodo-parametros
              move Ppar-Cerrado                to sw-periodo-cerrado
           end-if.

       RegistrarKardexIngreso.
           move "R"                            to kardex-tipo-wk
           move recep-cantidad                 to kardex-cantidad-wk
           move cantidad-devuelta              to kardex-cantidad-wk
           perform RegistrarKardex.

       ValorizarKardex.
      * receptions come in at the order price and re-average the
      * deposito's cost; returns leave at that average cost
           move Kardex-Producto                to Cpar-Producto
           move Kardex-Deposito                to Cpar-Deposito
           move Kardex-Fecha                   to Cpar-Fecha
           move kardex-cantidad-wk             to Cpar-Cantidad
           if kardex-tipo-wk = "D"
              move "E"                         to Cpar-Funcion
           else
              move "I"                         to Cpar-Funcion
              compute Cpar-Valor rounded =
                 kardex-cantidad-wk * Item-Com-Precio
           end-if
           call "CostoPromedio" using costo-parametros
           move Cpar-Valor                     to Kardex-Valor.

       RegistrarKardex.
      * stock only moves where the order names a deposito
           move Item-Com-Orden                 to Ord-Comp-Id
              end-if
              move kardex-tipo-wk              to Kardex-TipoMov
              move kardex-cantidad-wk          to Kardex-Cantidad
              perform ValorizarKardex
              move lotpro-lote-wk              to Kardex-Lote

              move "S"                         to sw-op-secundaria
              perform GrabarKardex
           move "entrega"                      to Aud-Archivo
           perform GrabarAuditoria.

      * the reception and the inspector's disposition are kept
      * apart in the trail, each under the operator who did it
       RegistrarAuditoriaInspeccion.
           move spaces                         to aud-clave-wk
           string "INSPEC=" Inspec-Orden "-" Inspec-Producto
                  "-" Inspec-Entrega
              delimited by size into aud-clave-wk
           move "inspec"                       to Aud-Archivo
           perform GrabarAuditoria.

       VerificarOrdenRecibida.
           move "S"                            to sw-orden-completa
           move recep-orden                    to Item-Com-Orden
              else
                 if (estado-anterior >= "1" and
                     estado-anterior <= "3") or
                    estado-anterior = "5"
      * a devolucion can knock a fully received order back open;
      * an order closed short (6) stays closed
                    move "4"                   to Ord-Comp-Resto(1:1)
                    move "4"                   to estado-nuevo
                    move 1                     to Ord-Comp-Pend

       GrabarEntrega.
           move "write     " to operacion
           write entrega-reg
           if st-ok
              move spaces       to aud-imagen-antes
              move entrega-reg  to aud-imagen-despues
              perform RegistrarAuditoriaEntrega
           end-if.

       ReGrabarEntrega.
           perform CapturarAntesEntrega
           move "rewrite   " to operacion
           rewrite entrega-reg
           if st-ok
              move entrega-reg  to aud-imagen-despues
              perform RegistrarAuditoriaEntrega
           end-if.

       BorrarEntrega.
           perform CapturarAntesEntrega
           move "delete    " to operacion
           delete entrega
           if st-ok
              move spaces       to aud-imagen-despues
              perform RegistrarAuditoriaEntrega
           end-if.

       CerrarEntregas.
           move "close     " to operacion
           Close entrega.

      * ---------------------------------------------------
       AbrirDistribuciones.
           move "open      " to operacion
           open i-o itedis
           if arch-no-existe
              open output itedis
              close itedis
              open i-o itedis
           end-if.

       BorrarDistribuciones.
           move "read      " to operacion
           read itedis
           if fs-comun = "00"
              move itedis-reg   to aud-imagen-antes
              move "delete    " to operacion
              delete itedis
              if st-ok
                 move spaces    to aud-imagen-despues
                 perform RegistrarAuditoriaDistribucion
              end-if
           end-if.

       CerrarDistribuciones.
           move "close     " to operacion
           Close itedis.

      * ---------------------------------------------------
       AbrirEnmiendas.
           move "open      " to operacion
           open i-o enmien
           if arch-no-existe
              open output enmien
              close enmien
              open i-o enmien
           end-if.

       GrabarEnmiendas.
           move enm-fecha-wk                  to Enmien-Fecha
           move enm-hora-wk(1:6)              to Enmien-Hora
           move arg-operador                  to Enmien-Operador
           move arg-archivo                   to Enmien-Request
           move "write     " to operacion
           write enmien-reg.

       CerrarEnmiendas.
           move "close     " to operacion
           Close enmien.

      * ---------------------------------------------------
       AbrirEstados.
           open extend estados
                          perform ProcesarAsignacion
                       when "f"
                          perform ProcesarConfirmacion
                       when "s"
                          perform ProcesarCierreSaldo
                       when "v"
                          perform ProcesarEnmienda
                       when other
                          continue
                    end-evaluate
                    move "N"                   to sw-operador-ok
                 end-if
              when "b"
              when "s"
                 if Operad-Perm-Bajas not = "S"
                    move "N"                   to sw-operador-ok
                 end-if
                 if Operad-Perm-Devol not = "S"
                    move "N"                   to sw-operador-ok
                 end-if
              when "v"
                 if Operad-Perm-Enmienda not = "S"
                    move "N"                   to sw-operador-ok
                 end-if
              when other
                 continue
           end-evaluate.
           end-if
           move aud-imagen-nueva               to item-com-reg.

       CapturarAntesEntrega.
           move entrega-reg                    to aud-imagen-nueva
           move "read      " to operacion
           read entrega
           if fs-comun = "00"
              move entrega-reg                 to aud-imagen-antes
           else
              move spaces                      to aud-imagen-antes
           end-if
           move aud-imagen-nueva               to entrega-reg.

       RegistrarAuditoriaDistribucion.
           move spaces                         to aud-clave-wk
           string "ITEDIS=" Itedis-Orden "-" Itedis-Producto
                  "-" Itedis-Tipo "-" Itedis-Secuencia
                  "-" Itedis-Linea
              delimited by size into aud-clave-wk
           move "itedis"                       to Aud-Archivo
           perform GrabarAuditoria.

       RegistrarAuditoriaItem.
           if st-ok
              move spaces                      to aud-clave-wk

       CerrarKardex.
           move "close     " to operacion
           Close kardex
           move "F"                            to Cpar-Funcion
           call "CostoPromedio" using costo-parametros
           move "F"                            to Ppar-Funcion
           call "PeriodoContable" using periodo-parametros.

      * ---------------------------------------------------
       AbrirLotesProducto.
           move "open      " to operacion
           open i-o lotpro
           if arch-no-existe
              open output lotpro
              close lotpro
              open i-o lotpro
           end-if.

       LeerLotesProducto.
           move "read      " to operacion
           read lotpro.

       GrabarLotesProducto.
           move "write     " to operacion
           write lotpro-reg.

       ReGrabarLotesProducto.
           move "rewrite   " to operacion
           rewrite lotpro-reg.

       CerrarLotesProducto.
           move "close     " to operacion
           Close lotpro.

      * ---------------------------------------------------
       AbrirInspecciones.
