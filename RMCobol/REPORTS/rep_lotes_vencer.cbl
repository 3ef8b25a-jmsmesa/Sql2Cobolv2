       identification division.
       program-id. RepLotesVencer.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy kardex.sl.
           copy lotpro.sl.
           copy costo.sl.

           select listado
                  assign to random "VENCIMIENTOS.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

           select trabajo-venc
                  assign to disc "SORTVEN.TMP".

       data division.
       file section.
           copy kardex.fd.
           copy lotpro.fd.
           copy costo.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Deposito                    pic 9(04).
           03                                  pic x(01).
           03 Lis-Vencimiento                 pic 9(08).
           03                                  pic x(01).
           03 Lis-Producto                    pic 9(06).
           03                                  pic x(01).
           03 Lis-Lote                        pic x(10).
           03                                  pic x(01).
           03 Lis-Saldo                       pic 9(10)v9(04).
           03                                  pic x(01).
           03 Lis-Valor                       pic 9(13)v9(02).
           03                                  pic x(01).
           03 Lis-Dias                        pic s9(05)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Observacion                 pic x(10).

       sd  trabajo-venc.

       01  sort-venc-reg.
           03 Srt-Deposito              pic 9(04).
           03 Srt-Vencimiento           pic 9(08).
           03 Srt-Producto              pic 9(06).
           03 Srt-Lote                  pic x(10).
           03 Srt-Saldo                 pic 9(10)v9(04).
           03 Srt-Valor                 pic 9(13)v9(02).

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  sw-mas-movimientos                 pic x(01).
       77  sw-grupo-abierto                   pic x(01) value "N".
       77  sw-fin-sort                        pic x(01).
       77  sw-hallado                         pic x(01).
       77  sw-lotpro-disponible               pic x(01) value "N".
       77  sw-costo-disponible                pic x(01) value "N".
       77  Dias-Aviso                         pic 9(04).
       77  Deposito-Pedido                    pic 9(04).
       77  Fecha-Hoy                          pic 9(08).
       77  fecha-limite                       pic 9(08).
       77  fecha-entera                       pic 9(08).
       77  producto-corte                     pic 9(06).
       77  deposito-corte                     pic 9(04).
       77  deposito-listado                   pic 9(04).
       77  saldo-sin-lote                     pic s9(10)v9(04).
       77  faltante-fefo                      pic s9(10)v9(04).
       77  indice-lote                        pic 9(03).
       77  indice-fefo                        pic 9(03).
       77  lotes-usados                       pic 9(03).
       77  lotes-maximo                       pic 9(03) value 100.
       77  movimientos-leidos                 pic 9(08) value zero.
       77  lotes-sin-lugar                    pic 9(08) value zero.
       77  lotes-listados                     pic 9(08) value zero.
       77  lotes-vencidos                     pic 9(08) value zero.
       77  valor-deposito                     pic 9(14)v9(02).
       77  valor-total                        pic 9(14)v9(02)
           value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.

      * the lots of the producto in the deposito being read
       01  lote-tabla.
           03 lot-ent occurs 100.
              05 lot-codigo                   pic x(10).
              05 lot-saldo                    pic s9(10)v9(04).
              05 lot-vencimiento              pic 9(08).

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Dias a vencer : "
           accept Dias-Aviso
           display "Deposito (0 = todos) : "
           accept Deposito-Pedido

           accept Fecha-Hoy from date yyyymmdd
           compute fecha-entera =
              function integer-of-date(Fecha-Hoy) + Dias-Aviso
           compute fecha-limite =
              function date-of-integer(fecha-entera)

           open input kardex
           if fs-comun not = "00"
              display "No existe archivo KARDEX"
              goback
           end-if
           open input lotpro
           if fs-comun = "00"
              move "S"                        to sw-lotpro-disponible
           end-if
           open input costo
           if fs-comun = "00"
              move "S"                        to sw-costo-disponible
           end-if.

       ListarVencimientos.
           sort trabajo-venc
              on ascending key Srt-Deposito
                               Srt-Vencimiento
                               Srt-Producto
                               Srt-Lote
              input procedure is LeerKardexLotes
              output procedure is GrabarVencimientos.

       TerminarProceso.
           close kardex
           if sw-lotpro-disponible = "S"
              close lotpro
           end-if
           if sw-costo-disponible = "S"
              close costo
           end-if

           move movimientos-leidos            to ed-cantidad
           display "Movimientos leidos  : " ed-cantidad
           move lotes-listados                to ed-cantidad
           display "Lotes a vencer      : " ed-cantidad
           move lotes-vencidos                to ed-cantidad
           display "Lotes ya vencidos   : " ed-cantidad
           if lotes-sin-lugar > zero
              move lotes-sin-lugar            to ed-cantidad
              display "Lotes sin lugar en la tabla : " ed-cantidad
           end-if

           goback.

      * ---------------------------------------------------
       AbrirGrupo.
           move "S"                           to sw-grupo-abierto
           move Kardex-Producto               to producto-corte
           move Kardex-Deposito               to deposito-corte
           move zero                          to saldo-sin-lote
           move zero                          to lotes-usados.

       AcumularMovimiento.
           if Kardex-Lote = spaces
              if Kardex-TipoMov = "D" or Kardex-TipoMov = "C" or
                 Kardex-TipoMov = "T" or Kardex-TipoMov = "B"
                 subtract Kardex-Cantidad     from saldo-sin-lote
              else
                 add Kardex-Cantidad          to saldo-sin-lote
              end-if
           else
              perform BuscarLote
              if sw-hallado = "S"
                 if Kardex-TipoMov = "D" or Kardex-TipoMov = "C" or
                    Kardex-TipoMov = "T" or Kardex-TipoMov = "B"
                    subtract Kardex-Cantidad
                       from lot-saldo(indice-lote)
                 else
                    add Kardex-Cantidad    to lot-saldo(indice-lote)
                 end-if
              end-if
           end-if.

       BuscarLote.
           move "N"                           to sw-hallado
           move 1                             to indice-lote
           perform until sw-hallado = "S"
                      or indice-lote > lotes-usados
              if lot-codigo(indice-lote) = Kardex-Lote
                 move "S"                     to sw-hallado
              else
                 add 1                        to indice-lote
              end-if
           end-perform

           if sw-hallado = "N"
              if lotes-usados >= lotes-maximo
                 add 1                        to lotes-sin-lugar
              else
                 add 1                        to lotes-usados
                 move lotes-usados            to indice-lote
                 move Kardex-Lote       to lot-codigo(indice-lote)
                 move zero              to lot-saldo(indice-lote)
                 move zero        to lot-vencimiento(indice-lote)
                 if sw-lotpro-disponible = "S"
                    move Kardex-Producto      to Lotpro-Producto
                    move Kardex-Lote          to Lotpro-Lote
                    read lotpro
                       invalid key
                          continue
                       not invalid key
                          move Lotpro-Vencimiento
                             to lot-vencimiento(indice-lote)
                    end-read
                 end-if
                 move "S"                     to sw-hallado
              end-if
           end-if.

       CerrarGrupo.
      * issues that named no lot are taken from the lots that
      * expire first, the way the stock is meant to be used
           if sw-grupo-abierto = "S" and lotes-usados > zero
              if saldo-sin-lote < zero
                 compute faltante-fefo = zero - saldo-sin-lote
                 perform AsignarFefo
                    until faltante-fefo = zero
              end-if
              move 1                          to indice-lote
              perform until indice-lote > lotes-usados
                 perform SoltarLote
                 add 1                        to indice-lote
              end-perform
           end-if.

       AsignarFefo.
           move zero                          to indice-fefo
           move 1                             to indice-lote
           perform until indice-lote > lotes-usados
              if lot-saldo(indice-lote) > zero
      * a lot without an expiry date is the last one to be used
                 if indice-fefo = zero
                    move indice-lote          to indice-fefo
                 else
                    if lot-vencimiento(indice-lote) not = zero and
                       (lot-vencimiento(indice-fefo) = zero or
                        lot-vencimiento(indice-lote) <
                        lot-vencimiento(indice-fefo))
                       move indice-lote       to indice-fefo
                    end-if
                 end-if
              end-if
              add 1                           to indice-lote
           end-perform

           if indice-fefo = zero
              move zero                       to faltante-fefo
           else
              if lot-saldo(indice-fefo) > faltante-fefo
                 subtract faltante-fefo  from lot-saldo(indice-fefo)
                 move zero                    to faltante-fefo
              else
                 subtract lot-saldo(indice-fefo) from faltante-fefo
                 move zero               to lot-saldo(indice-fefo)
              end-if
           end-if.

       SoltarLote.
           if lot-saldo(indice-lote) > zero and
              lot-vencimiento(indice-lote) not = zero and
              lot-vencimiento(indice-lote) not > fecha-limite
              move spaces                     to sort-venc-reg
              move deposito-corte             to Srt-Deposito
              move lot-vencimiento(indice-lote) to Srt-Vencimiento
              move producto-corte             to Srt-Producto
              move lot-codigo(indice-lote)    to Srt-Lote
              move lot-saldo(indice-lote)     to Srt-Saldo
              move zero                       to Srt-Valor
              if sw-costo-disponible = "S"
                 move producto-corte          to Costo-Producto
                 move deposito-corte          to Costo-Deposito
                 read costo
                    invalid key
                       continue
                    not invalid key
                       compute Srt-Valor rounded =
                          lot-saldo(indice-lote) * Costo-Unitario
                 end-read
              end-if
              release sort-venc-reg
           end-if.

      * ---------------------------------------------------
       GrabarRenglon.
           if lotes-listados > zero and
              Srt-Deposito not = deposito-listado
              perform GrabarSubtotal
           end-if
           move Srt-Deposito                  to deposito-listado
           add 1                              to lotes-listados

           move spaces                        to reg-listado
           move Srt-Deposito                  to Lis-Deposito
           move Srt-Vencimiento               to Lis-Vencimiento
           move Srt-Producto                  to Lis-Producto
           move Srt-Lote                      to Lis-Lote
           move Srt-Saldo                     to Lis-Saldo
           move Srt-Valor                     to Lis-Valor
           compute Lis-Dias =
              function integer-of-date(Srt-Vencimiento) -
              function integer-of-date(Fecha-Hoy)
           if Srt-Vencimiento < Fecha-Hoy
              move "VENCIDO"                  to Lis-Observacion
              add 1                           to lotes-vencidos
           end-if
           write reg-listado

           add Srt-Valor                      to valor-deposito.

       GrabarSubtotal.
           move spaces                        to reg-listado
           move deposito-listado              to Lis-Deposito
           move zero                          to Lis-Vencimiento
           move zero                          to Lis-Producto
           move zero                          to Lis-Saldo
           move valor-deposito                to Lis-Valor
           move zero                          to Lis-Dias
           move "SUBTOTAL"                    to Lis-Observacion
           write reg-listado
           add valor-deposito                 to valor-total
           move zero                          to valor-deposito.

       GrabarTotal.
           move spaces                        to reg-listado
           move zero                          to Lis-Deposito
           move zero                          to Lis-Vencimiento
           move zero                          to Lis-Producto
           move zero                          to Lis-Saldo
           move valor-total                   to Lis-Valor
           move zero                          to Lis-Dias
           move "TOTAL"                       to Lis-Observacion
           write reg-listado.

      * ---------------------------------------------------
       LeerKardexLotes section.

       LeerKardexLotes-Inicio.
           move low-value                     to Kardex-Key
           move "S"                           to sw-mas-movimientos
           start kardex key is not less than Kardex-Key
              invalid key
                 move "N"                     to sw-mas-movimientos
           end-start

           perform until sw-mas-movimientos = "N"
              read kardex next record
                 at end
                    move "N"                  to sw-mas-movimientos
              end-read
              if sw-mas-movimientos = "S"
                 add 1                        to movimientos-leidos
                 if Deposito-Pedido = zero or
                    Kardex-Deposito = Deposito-Pedido
                    if sw-grupo-abierto = "N" or
                       Kardex-Producto not = producto-corte or
                       Kardex-Deposito not = deposito-corte
                       perform CerrarGrupo
                       perform AbrirGrupo
                    end-if
                    perform AcumularMovimiento
                 end-if
              end-if
           end-perform

           perform CerrarGrupo.

       LeerKardexLotes-Fin.
           exit.

      * ---------------------------------------------------
       GrabarVencimientos section.

       GrabarVencimientos-Inicio.
           open output listado
           move zero                          to deposito-listado
           move zero                          to valor-deposito
           move "N"                           to sw-fin-sort
           perform until sw-fin-sort = "S"
              return trabajo-venc
                 at end
                    move "S"                  to sw-fin-sort
                 not at end
                    perform GrabarRenglon
              end-return
           end-perform

           if lotes-listados > zero
              perform GrabarSubtotal
           end-if
           perform GrabarTotal
           close listado.

       GrabarVencimientos-Fin.
           exit.
