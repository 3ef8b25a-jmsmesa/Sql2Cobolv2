           copy factura.sl.
           copy factdet.sl.
           copy provee.sl.
           copy ord-comp.sl.

           copy operad.sl.

           02 ReqFacturas-neto              pic 9(12),9(02).
           02                               pic x(01).
           02 ReqFacturas-iva               pic 9(12),9(02).
           02                               pic x(01).
           02 ReqFacturas-tipo-comp         pic x(01).
           02                               pic x(01).
           02 ReqFacturas-referencia        pic x(13).

       01  reg-requestFacturasDet.
           02 ReqFacturasDet-Tipo           pic 9(01).
           copy factura.fd.
           copy factdet.fd.
           copy provee.fd.
           copy ord-comp.fd.

           copy operad.fd.

       77  sw-registro-detalle                 pic x(01).
       77  sw-mas-detalles                     pic x(01).
       77  sw-proveedor-ok                     pic x(01).
       77  sw-comprobante-ok                   pic x(01).
       77  factura-guardada                    pic x(200).
       77  factdet-guardado                    pic x(100).
       77  sw-periodo-cerrado                  pic x(01).
       77  fecha-periodo-wk                    pic 9(08).
       77  fecha-anterior-wk                   pic 9(08).
       77  contador-altas                     pic 9(08) value zero.
       77  contador-bajas                     pic 9(08) value zero.
       77  contador-modificaciones             pic 9(08) value zero.

       77  sw-operador-ok                      pic x(01).

           copy peripar.wk.

       01  Argumentos.
           03 arg-archivo                   pic x(080).
           03 arg-path                      pic x(256).
           move "provee"      to archivo.
           perform mensaje-status.

       file-ord-comp section.
           use after standard error procedure on ord-comp.
       disp-ord-comp.
           move "ord-comp"    to archivo.
           perform mensaje-status.

       file-request section.
           use after standard error procedure on request.
       disp-request.
           Perform AbrirFacturas.
           Perform AbrirDetalles.
           Perform AbrirProveedores.
           Perform AbrirOrdenesCmpr.
           Perform AbrirAuditoria.

           move "N"                             to sw-modo-manifiesto
           Perform CerrarFacturas.
           Perform CerrarDetalles.
           Perform CerrarProveedores.
           Perform CerrarOrdenesCmpr.
           Perform CerrarAuditoria.

           perform LiberarCandado
           if sw-registro-detalle = "S"
              perform MoverDetalleRequest

              perform VerificarPeriodoDetalle
              if sw-periodo-cerrado = "S"
                 perform RechazarDetalle
              else
                 perform GrabarDetalle
                 if fs-comun = "22"
                    perform ReGrabarDetalle
                 end-if

                 perform RechazarClaveInvalidaDet
              end-if
           else
              perform MoverCabeceraRequest
              move "P"                    to Factura-Estado
              if sw-proveedor-ok = "N"
                 perform RechazarRegistro
              else
                 perform ValidarComprobante
                 if sw-comprobante-ok = "S"
                    perform VerificarPeriodoFactura
                 end-if
                 if sw-comprobante-ok = "N"
                    perform RechazarRegistro
                 else
                    perform GrabarFactura
                    if fs-comun = "22"
                       perform VerificarNotaAplicada
                       if sw-comprobante-ok = "S"
                          perform VerificarCtacte
                       end-if
                       if sw-comprobante-ok = "N"
                          perform RechazarRegistro
                       else
                          perform ReGrabarFactura
                       end-if
                    end-if

                    perform RechazarClaveInvalida
                 end-if
              end-if
           end-if.

              move ReqFacturasDet-Prove       to Factdet-Prove
              move ReqFacturasDet-Numero      to Factdet-Numero
              move ReqFacturasDet-Secuencia   to Factdet-Secuencia
              move zero                       to Factdet-Orden

              perform VerificarPeriodoDetalle
              if sw-periodo-cerrado = "S"
                 perform RechazarDetalle
              else
                 perform BorrarDetalle

                 perform RechazarClaveInvalidaDet
              end-if
           else
              move ReqFacturas-prove      to Factura-Prove
              move ReqFacturas-numero     to Factura-Numero
              move zero                   to Factura-Fecha

              perform VerificarNotaAplicada
              if sw-comprobante-ok = "S"
                 perform VerificarCtacte
              end-if
              if sw-comprobante-ok = "S"
                 perform VerificarPeriodoFactura
              end-if
              if sw-comprobante-ok = "N"
                 perform RechazarRegistro
              else
                 perform BorrarFactura
                 perform BorrarDetallesFactura

                 perform RechazarClaveInvalida
              end-if
           end-if.

       ProcesarModificacion.
           if sw-registro-detalle = "S"
              perform MoverDetalleRequest

              perform VerificarPeriodoDetalle
              if sw-periodo-cerrado = "S"
                 perform RechazarDetalle
              else
                 perform ReGrabarDetalle

                 perform RechazarClaveInvalidaDet
              end-if
           else
              perform MoverCabeceraRequest
      * a touched invoice goes back through the matching batch
              if sw-proveedor-ok = "N"
                 perform RechazarRegistro
              else
                 perform ValidarComprobante
                 if sw-comprobante-ok = "S"
                    perform VerificarNotaAplicada
                 end-if
                 if sw-comprobante-ok = "S"
                    perform VerificarCtacte
                 end-if
                 if sw-comprobante-ok = "S"
                    perform VerificarPeriodoFactura
                 end-if
                 if sw-comprobante-ok = "N"
                    perform RechazarRegistro
                 else
                    perform ReGrabarFactura

                    perform RechazarClaveInvalida
                 end-if
              end-if
           end-if.

           move ReqFacturas-fecha          to Factura-Fecha
           move ReqFacturas-neto           to Factura-Neto
           move ReqFacturas-iva            to Factura-Iva
      * an old-layout request without comprobante type is a factura
           move ReqFacturas-tipo-comp      to Factura-Tipo-Comp
           if Factura-Tipo-Comp = space
              move "F"                     to Factura-Tipo-Comp
           end-if
           move ReqFacturas-referencia     to Factura-Referencia
           move zero                       to Factura-Aplicado
           move space                      to Factura-Ctacte
           move spaces                     to Factura-Resto.

       MoverDetalleRequest.
              end-if
           end-if.

      * F factura, C nota de credito, D nota de debito; a note may
      * name the factura it adjusts or only point at order lines
      * through its detail records
       ValidarComprobante.
           move "S"                        to sw-comprobante-ok
           if Factura-Tipo-Comp = "f" or Factura-Tipo-Comp = "c" or
              Factura-Tipo-Comp = "d"
              inspect Factura-Tipo-Comp converting "fcd" to "FCD"
           end-if

           if Factura-Tipo-Comp not = "F" and
              Factura-Tipo-Comp not = "C" and
              Factura-Tipo-Comp not = "D"
              move "N"                     to sw-comprobante-ok
              move "tipo comprobante invalido"
                 to motivo-rechazo
           else
              if Factura-Tipo-Comp = "F"
                 move spaces               to Factura-Referencia
              else
                 if Factura-Referencia not = spaces
                    perform ValidarReferencia
                 end-if
              end-if
           end-if.

       ValidarReferencia.
           move factura-reg                to factura-guardada
           move Factura-Referencia         to Factura-Numero
           perform LeerFacturas
           if fs-comun not = "00"
              move "N"                     to sw-comprobante-ok
              move "referencia inexistente" to motivo-rechazo
           else
              if Factura-Tipo-Comp not = "F" and
                 Factura-Tipo-Comp not = space
                 move "N"                  to sw-comprobante-ok
                 move "referencia no es factura"
                    to motivo-rechazo
              end-if
           end-if
           move factura-guardada           to factura-reg.

      * a credit already taken by a payment proposal cannot be
      * changed or removed
       VerificarNotaAplicada.
           move "S"                        to sw-comprobante-ok
           move factura-reg                to factura-guardada
           perform LeerFacturas
           if fs-comun = "00"
              if (Factura-Tipo-Comp = "C" or Factura-Tipo-Comp = "E")
                 and Factura-Aplicado > zero
                 move "N"                  to sw-comprobante-ok
                 move "nota de credito aplicada"
                    to motivo-rechazo
              end-if
           end-if
           move factura-guardada           to factura-reg.

      * once carried to the cuenta corriente a comprobante is only
      * corrected with a nota de credito or debito
       VerificarCtacte.
           move "S"                        to sw-comprobante-ok
           move factura-reg                to factura-guardada
           perform LeerFacturas
           if fs-comun = "00"
              if Factura-Ctacte = "S"
                 move "N"                  to sw-comprobante-ok
                 move "registrado en cta cte"
                    to motivo-rechazo
              end-if
           end-if
           move factura-guardada           to factura-reg.

      * the factura carries no empresa; its lines do, through the
      * orders they bill.  A comprobante whose date, old or new, falls
      * in a closed period of one of those empresas is left alone
       VerificarPeriodoFactura.
           move "N"                        to sw-periodo-cerrado
           move factura-reg                to factura-guardada
           move Factura-Fecha              to fecha-periodo-wk
           move zero                       to fecha-anterior-wk
           perform LeerFacturas
           if fs-comun = "00"
              move Factura-Fecha           to fecha-anterior-wk
              perform RecorrerDetallesPeriodo
           end-if
           move factura-guardada           to factura-reg
           if sw-periodo-cerrado = "S"
              move "N"                     to sw-comprobante-ok
              move "periodo cerrado"       to motivo-rechazo
           end-if.

       RecorrerDetallesPeriodo.
           move Factura-Prove              to Factdet-Prove
           move Factura-Numero             to Factdet-Numero
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
                 if Factdet-Prove = Factura-Prove and
                    Factdet-Numero = Factura-Numero
                    perform VerificarPeriodoLinea
                 else
                    move "N"               to sw-mas-detalles
                 end-if
              end-if
           end-perform.

      * a line is checked against the order it bills now and the one
      * it billed before, at the date of its factura
       VerificarPeriodoDetalle.
           move "N"                        to sw-periodo-cerrado
           move factdet-reg                to factdet-guardado
           move zero                       to fecha-periodo-wk
           move zero                       to fecha-anterior-wk
           move Factdet-Prove              to Factura-Prove
           move Factdet-Numero             to Factura-Numero
           perform LeerFacturas
           if fs-comun = "00"
              move Factura-Fecha           to fecha-periodo-wk
              if Factdet-Orden not = zero
                 perform VerificarPeriodoLinea
              end-if
              perform LeerDetalle
              if fs-comun = "00"
                 perform VerificarPeriodoLinea
              end-if
           end-if
           move factdet-guardado           to factdet-reg.

       VerificarPeriodoLinea.
           move Factdet-Orden              to Ord-Comp-Id
           perform LeerOrdenesCmpr
           if fs-comun = "00"
              move "C"                     to Ppar-Funcion
              move Ord-Comp-Empresa        to Ppar-Empresa
              if fecha-periodo-wk not = zero
                 move fecha-periodo-wk     to Ppar-Fecha
                 call "PeriodoContable" using periodo-parametros
                 if Ppar-Cerrado = "S"
                    move "S"               to sw-periodo-cerrado
                 end-if
              end-if
              if fecha-anterior-wk not = zero
                 move fecha-anterior-wk    to Ppar-Fecha
                 call "PeriodoContable" using periodo-parametros
                 if Ppar-Cerrado = "S"
                    move "S"               to sw-periodo-cerrado
                 end-if
              end-if
           end-if.

       BorrarDetallesFactura.
           move Factura-Prove              to Factdet-Prove
           move Factura-Numero             to Factdet-Numero

           perform GrabarRejects.

       RechazarDetalle.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectFacturas
           move "|"                         to RejSep0 RejSep1
           move "periodo cerrado"           to RejFacturas-motivo
           move arg-opcion                  to RejFacturas-opcion
           move spaces                      to RejFacturas-request
           string "FACTDET=" Factdet-Prove "-" Factdet-Numero
                  "-" Factdet-Secuencia
              delimited by size into RejFacturas-request

           perform GrabarRejects.

       RechazarClaveInvalidaDet.
           if fs-comun = "21"
              add 1 to contador-rechazos
           move "close     " to operacion
           Close provee.

      * ---------------------------------------------------
       AbrirOrdenesCmpr.
           move "open      " to operacion
           open input ord-comp.

       LeerOrdenesCmpr.
           move "read      " to operacion
           read ord-comp.

       CerrarOrdenesCmpr.
           move "close     " to operacion
           Close ord-comp
           move "F"                        to Ppar-Funcion
           call "PeriodoContable" using periodo-parametros.

      * ---------------------------------------------------
       ValidarOperadorOpcion.
           perform AbrirMaestroOperadores
