       identification division.
       program-id. RepValuacionInventario.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy kardex.sl.
           copy produc.sl.

           select listado
                  assign to random "VALUACION.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

       data division.
       file section.
           copy kardex.fd.
           copy produc.fd.

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Deposito                    pic 9(04).
           03                                  pic x(01).
           03 Lis-Cuenta                      pic 9(12).
           03                                  pic x(01).
           03 Lis-Valor-Inicial               pic s9(14)v9(02)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Ingresos                    pic s9(14)v9(02)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Egresos                     pic s9(14)v9(02)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Valor-Final                 pic s9(14)v9(02)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Titulo                      pic x(10).

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  sw-mas-movimientos                 pic x(01).
       77  sw-hallado                         pic x(01).
       77  Periodo-Valuacion                  pic 9(06).
       77  fecha-desde                        pic 9(08).
       77  fecha-hasta                        pic 9(08).
       77  producto-corte                     pic 9(06) value zero.
       77  cuenta-producto                    pic 9(12).
       77  indice-val                         pic 9(04).
       77  indice-mover                       pic 9(04).
       77  vals-usados                        pic 9(04) value zero.
       77  vals-maximo                        pic 9(04) value 1000.
       77  deposito-corte                     pic 9(04).
       77  movimientos-leidos                 pic 9(08) value zero.
       77  posteriores                        pic 9(08) value zero.
       77  sin-lugar                          pic 9(08) value zero.
       77  renglones                          pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.

       01  subtotal-deposito.
           03 sub-inicial                     pic s9(14)v9(02).
           03 sub-ingresos                    pic s9(14)v9(02).
           03 sub-egresos                     pic s9(14)v9(02).
           03 sub-final                       pic s9(14)v9(02).

       01  total-general.
           03 gen-inicial                     pic s9(14)v9(02).
           03 gen-ingresos                    pic s9(14)v9(02).
           03 gen-egresos                     pic s9(14)v9(02).
           03 gen-final                       pic s9(14)v9(02).

      * one entry per deposito and account, kept in that order as
      * they are inserted
       01  valuacion-tabla.
           03 val-ent occurs 1000.
              05 val-deposito                 pic 9(04).
              05 val-cuenta                   pic 9(12).
              05 val-inicial                  pic s9(14)v9(02).
              05 val-ingresos                 pic s9(14)v9(02).
              05 val-egresos                  pic s9(14)v9(02).

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Periodo a valuar (AAAAMM) : "
           accept Periodo-Valuacion
           compute fecha-desde = (Periodo-Valuacion * 100) + 1
           compute fecha-hasta = (Periodo-Valuacion * 100) + 31

           open input kardex
           if fs-comun not = "00"
              display "No existe archivo KARDEX"
              goback
           end-if
           open input produc
           open output listado.

      * the opening value is everything the kardex carried before
      * the month; ingresos and egresos are the month's movements at
      * the value they were posted with
       ProcesarKardex.
           perform StartKardex
           perform until sw-mas-movimientos = "N"
              perform LeerKardexNext
              if sw-mas-movimientos = "S"
                 add 1                        to movimientos-leidos
                 if Kardex-Fecha > fecha-hasta
                    add 1                     to posteriores
                 else
                    if Kardex-Producto not = producto-corte
                       perform BuscarCuenta
                    end-if
                    perform BuscarValuacion
                    if sw-hallado = "S"
                       perform AcumularMovimiento
                    end-if
                 end-if
              end-if
           end-perform.

       ListarValuacion.
           initialize total-general
           move 1                             to indice-val
           perform until indice-val > vals-usados
              if indice-val = 1 or
                 val-deposito(indice-val) not = deposito-corte
                 if indice-val > 1
                    perform GrabarSubtotal
                 end-if
                 move val-deposito(indice-val) to deposito-corte
                 initialize subtotal-deposito
              end-if
              perform GrabarRenglon
              add 1                           to indice-val
           end-perform

           if vals-usados > zero
              perform GrabarSubtotal
           end-if
           perform GrabarTotal.

       TerminarProceso.
           close kardex
           close produc
           close listado

           move movimientos-leidos            to ed-cantidad
           display "Movimientos leidos  : " ed-cantidad
           move posteriores                   to ed-cantidad
           display "Posteriores al mes  : " ed-cantidad
           move renglones                     to ed-cantidad
           display "Renglones listados  : " ed-cantidad
           if sin-lugar > zero
              move sin-lugar                  to ed-cantidad
              display "Movimientos sin lugar en la tabla : "
                 ed-cantidad
           end-if

           goback.

      * ---------------------------------------------------
       BuscarCuenta.
           move Kardex-Producto               to producto-corte
           move Kardex-Producto               to Produc-Codigo
           read produc
              invalid key
                 move zero                    to cuenta-producto
              not invalid key
                 move Produc-Cuenta           to cuenta-producto
           end-read.

       BuscarValuacion.
      * the table is searched in order; a new pair is inserted at the
      * first entry that sorts after it
           move "N"                           to sw-hallado
           move 1                             to indice-val
           perform until sw-hallado = "S"
                      or indice-val > vals-usados
                      or val-deposito(indice-val) > Kardex-Deposito
                      or (val-deposito(indice-val) = Kardex-Deposito
                      and val-cuenta(indice-val) > cuenta-producto)
              if val-deposito(indice-val) = Kardex-Deposito and
                 val-cuenta(indice-val) = cuenta-producto
                 move "S"                     to sw-hallado
              else
                 add 1                        to indice-val
              end-if
           end-perform

           if sw-hallado = "N"
              if vals-usados >= vals-maximo
                 add 1                        to sin-lugar
              else
                 perform InsertarValuacion
              end-if
           end-if.

       InsertarValuacion.
           move vals-usados                   to indice-mover
           perform until indice-mover < indice-val
              move val-ent(indice-mover)  to val-ent(indice-mover + 1)
              subtract 1                      from indice-mover
           end-perform
           add 1                              to vals-usados
           move Kardex-Deposito          to val-deposito(indice-val)
           move cuenta-producto          to val-cuenta(indice-val)
           move zero                     to val-inicial(indice-val)
           move zero                     to val-ingresos(indice-val)
           move zero                     to val-egresos(indice-val)
           move "S"                           to sw-hallado.

       AcumularMovimiento.
           if Kardex-Fecha < fecha-desde
              if Kardex-TipoMov = "D" or Kardex-TipoMov = "C" or
                 Kardex-TipoMov = "T" or Kardex-TipoMov = "B"
                 subtract Kardex-Valor from val-inicial(indice-val)
              else
                 add Kardex-Valor          to val-inicial(indice-val)
              end-if
           else
              if Kardex-TipoMov = "D" or Kardex-TipoMov = "C" or
                 Kardex-TipoMov = "T" or Kardex-TipoMov = "B"
                 add Kardex-Valor          to val-egresos(indice-val)
              else
                 add Kardex-Valor          to val-ingresos(indice-val)
              end-if
           end-if.

      * ---------------------------------------------------
       GrabarRenglon.
           add 1                              to renglones
           move spaces                        to reg-listado
           move val-deposito(indice-val)      to Lis-Deposito
           move val-cuenta(indice-val)        to Lis-Cuenta
           move val-inicial(indice-val)       to Lis-Valor-Inicial
           move val-ingresos(indice-val)      to Lis-Ingresos
           move val-egresos(indice-val)       to Lis-Egresos
           compute Lis-Valor-Final = val-inicial(indice-val)
              + val-ingresos(indice-val) - val-egresos(indice-val)
           write reg-listado

           add val-inicial(indice-val)        to sub-inicial
           add val-ingresos(indice-val)       to sub-ingresos
           add val-egresos(indice-val)        to sub-egresos.

       GrabarSubtotal.
           compute sub-final = sub-inicial + sub-ingresos - sub-egresos
           move spaces                        to reg-listado
           move deposito-corte                to Lis-Deposito
           move zero                          to Lis-Cuenta
           move sub-inicial                   to Lis-Valor-Inicial
           move sub-ingresos                  to Lis-Ingresos
           move sub-egresos                   to Lis-Egresos
           move sub-final                     to Lis-Valor-Final
           move "SUBTOTAL"                    to Lis-Titulo
           write reg-listado

           add sub-inicial                    to gen-inicial
           add sub-ingresos                   to gen-ingresos
           add sub-egresos                    to gen-egresos.

       GrabarTotal.
           compute gen-final = gen-inicial + gen-ingresos - gen-egresos
           move spaces                        to reg-listado
           move zero                          to Lis-Deposito
           move zero                          to Lis-Cuenta
           move gen-inicial                   to Lis-Valor-Inicial
           move gen-ingresos                  to Lis-Ingresos
           move gen-egresos                   to Lis-Egresos
           move gen-final                     to Lis-Valor-Final
           move "TOTAL"                       to Lis-Titulo
           write reg-listado.

       StartKardex.
           move low-value                     to Kardex-Key
           move "S"                           to sw-mas-movimientos
           start kardex key is not less than Kardex-Key
              invalid key
                 move "N"                     to sw-mas-movimientos
           end-start.

       LeerKardexNext.
           read kardex next record
              at end
                 move "N"                     to sw-mas-movimientos
           end-read.
