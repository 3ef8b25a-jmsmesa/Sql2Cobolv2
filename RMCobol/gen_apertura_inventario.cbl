       identification division.
       program-id. GenAperturaInventario.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy kardex.sl.
           copy deposi.sl.
           copy invcab.sl.
           copy invdet.sl.

           select candado
                  assign to random "INTERFASE.LCK"
                  organization is line sequential
                  access is sequential
                  file status is st-candado.

       data division.
       file section.
           copy kardex.fd.
           copy deposi.fd.
           copy invcab.fd.
           copy invdet.fd.

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

       working-storage section.
           copy fs-comun.wk.

       77  sw-mas-movimientos                 pic x(01).
       77  sw-mas-inventarios                 pic x(01).
       77  sw-grupo-abierto                   pic x(01) value "N".
       77  Deposito-Inventario                pic 9(04).
       77  numero-inventario                  pic 9(06).
       77  inventario-abierto                 pic 9(06).
       77  producto-corte                     pic 9(06).
       77  stock-grupo                        pic s9(10)v9(04).
       77  valor-grupo                        pic s9(13)v9(02).
       77  hora-wk                            pic 9(08).
       77  movimientos-leidos                 pic 9(08) value zero.
       77  posteriores                        pic 9(08) value zero.
       77  productos                          pic 9(08) value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.
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

       01  momento-snapshot.
           03 snap-fecha                      pic 9(08).
           03 snap-hora                       pic 9(06).

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Deposito a inventariar : "
           accept Deposito-Inventario

      * the snapshot is taken with the interfases stopped, so no
      * kardex movement lands halfway through the photo
           perform TomarCandado
           if sw-candado-tomado = "N"
              display "Interfase ocupada, no se puede ejecutar."
              goback
           end-if

           accept snap-fecha from date yyyymmdd
           accept hora-wk from time
           move hora-wk(1:6)                  to snap-hora

           open input deposi
           move Deposito-Inventario           to Deposi-Codigo
           read deposi
              invalid key
                 display "Deposito inexistente"
                 close deposi
                 perform LiberarCandado
                 goback
           end-read
           if Deposi-Estado not = "A"
              display "Deposito inactivo"
              close deposi
              perform LiberarCandado
              goback
           end-if
           close deposi

           open input kardex
           if fs-comun not = "00"
              display "No existe archivo KARDEX"
              perform LiberarCandado
              goback
           end-if
           open i-o invcab
           if arch-no-existe
              open output invcab
              close invcab
              open i-o invcab
           end-if
           open i-o invdet
           if arch-no-existe
              open output invdet
              close invdet
              open i-o invdet
           end-if.

       VerificarInventarioAbierto.
      * only one count at a time per deposito
           move zero                          to inventario-abierto
           move zero                          to Invcab-Numero
           move "S"                           to sw-mas-inventarios
           start invcab key is not less than Invcab-Numero
              invalid key
                 move "N"                     to sw-mas-inventarios
           end-start
           perform until sw-mas-inventarios = "N"
              read invcab next record
                 at end
                    move "N"                  to sw-mas-inventarios
              end-read
              if sw-mas-inventarios = "S"
                 if Invcab-Deposito = Deposito-Inventario and
                    Invcab-Estado = "A"
                    move Invcab-Numero        to inventario-abierto
                 end-if
              end-if
           end-perform

           if inventario-abierto not = zero
              display "Inventario abierto para el deposito : "
                 inventario-abierto
              close kardex
              close invcab
              close invdet
              perform LiberarCandado
              goback
           end-if.

       AbrirInventario.
           perform TomarNumeroInventario

           move numero-inventario             to Invcab-Numero
           move Deposito-Inventario           to Invcab-Deposito
           move snap-fecha                    to Invcab-Fecha
           move snap-hora                     to Invcab-Hora
           move "A"                           to Invcab-Estado
           move zero                          to Invcab-Productos
           move snap-fecha                    to Invcab-Fecha-Estado
           move spaces                        to Invcab-Operador
           move spaces                        to Invcab-Resto
           write invcab-reg.

       ProcesarKardex.
      * the book balance of every producto the deposito ever moved,
      * frozen as of this moment; later movements are left for the
      * approval, which adds them to this snapshot
           perform StartKardex
           perform until sw-mas-movimientos = "N"
              perform LeerKardexNext
              if sw-mas-movimientos = "S"
                 add 1                        to movimientos-leidos
                 if Kardex-Deposito = Deposito-Inventario
                    if Kardex-Key(11:14) > momento-snapshot
                       add 1                  to posteriores
                    else
                       if sw-grupo-abierto = "N" or
                          Kardex-Producto not = producto-corte
                          perform CerrarGrupo
                          perform AbrirGrupo
                       end-if
                       perform AcumularMovimiento
                    end-if
                 end-if
              end-if
           end-perform

           perform CerrarGrupo

           move numero-inventario             to Invcab-Numero
           read invcab
           move productos                     to Invcab-Productos
           rewrite invcab-reg.

       TerminarProceso.
           close kardex
           close invcab
           close invdet

           display "Inventario numero      : " numero-inventario
           display "Deposito               : " Deposito-Inventario
           move movimientos-leidos            to ed-cantidad
           display "Movimientos leidos     : " ed-cantidad
           move posteriores                   to ed-cantidad
           display "Posteriores a la foto  : " ed-cantidad
           move productos                     to ed-cantidad
           display "Productos a contar     : " ed-cantidad

           perform LiberarCandado

           goback.

      * ---------------------------------------------------
       TomarNumeroInventario.
           move 999999                        to Invcab-Numero
           move 1                             to numero-inventario
           start invcab key is not greater than Invcab-Numero
              invalid key
                 continue
              not invalid key
                 read invcab next record
                    at end
                       continue
                    not at end
                       compute numero-inventario =
                          Invcab-Numero + 1
                 end-read
           end-start.

       AbrirGrupo.
           move "S"                           to sw-grupo-abierto
           move Kardex-Producto               to producto-corte
           move zero                          to stock-grupo
           move zero                          to valor-grupo.

       AcumularMovimiento.
      * devoluciones, consumos, transfers sent and ajustes faltantes
      * leave the deposito, everything else comes in
           if Kardex-TipoMov = "D" or Kardex-TipoMov = "C" or
              Kardex-TipoMov = "T" or Kardex-TipoMov = "B"
              subtract Kardex-Cantidad        from stock-grupo
              subtract Kardex-Valor           from valor-grupo
           else
              add Kardex-Cantidad             to stock-grupo
              add Kardex-Valor                to valor-grupo
           end-if.

       CerrarGrupo.
           if sw-grupo-abierto = "S"
              add 1                           to productos
              move numero-inventario          to Invdet-Numero
              move producto-corte             to Invdet-Producto
              move stock-grupo                to Invdet-Stock-Libro
              move valor-grupo                to Invdet-Valor-Libro
              move zero                       to Invdet-Contado
              move "N"                        to Invdet-Sw-Contado
              move zero                       to Invdet-Fecha-Conteo
              move zero                       to Invdet-Stock-Esperado
              move zero                       to Invdet-Valor-Esperado
              move zero                       to Invdet-Ajuste
              move zero                       to Invdet-Ajuste-Valor
              move spaces                     to Invdet-Resto
              write invdet-reg
           end-if.

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
           move "GenAperturaInventario" to Lck-Proceso
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
              move "GenAperturaInventario" to Lck-Proceso
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
