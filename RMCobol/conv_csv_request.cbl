       identification division.
       program-id. ConvertirCsvRequest.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           select entrada
                  assign to disc NombreEntrada
                  organization is line sequential
                  access is sequential
                  file status is st-entrada.

           select salida
                  assign to disc NombreSalida
                  organization is line sequential
                  access is sequential
                  file status is st-salida.

           select listado
                  assign to random "CONVIERTE.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

       data division.
       file section.
       fd  entrada
                  label record is standard.

       01  reg-entrada                        pic x(2000).

       fd  salida
                  label record is standard.

       01  reg-salida                         pic x(800).

       fd  listado
                  label record is standard.

       01  reg-listado.
           03 Lis-Fila                        pic 9(08).
           03                                  pic x(01).
           03 Lis-Columna                     pic 9(03).
           03                                  pic x(01).
           03 Lis-Campo                       pic x(12).
           03                                  pic x(01).
           03 Lis-Valor                       pic x(30).
           03                                  pic x(01).
           03 Lis-Motivo                      pic x(30).

       working-storage section.
       77  st                                 pic x(02).
       77  st-entrada                         pic x(02).
       77  st-salida                          pic x(02).
       77  NombreEntrada                      pic x(80).
       77  NombreSalida                       pic x(80).
       77  Nombre-Request                     pic x(40).
       77  Interfase                          pic x(01).
       77  Separador                          pic x(01).
       77  Sep-Decimal                        pic x(01).
       77  Sep-Miles                          pic x(01).
       77  sw-mas-lineas                      pic x(01).
       77  sw-columnas-ok                     pic x(01).
       77  sw-columna-conocida                pic x(01).
       77  sw-fila-vacia                      pic x(01).
       77  sw-fila-excedida                   pic x(01).
       77  sw-comillas                        pic x(01).
       77  sw-registro-ok                     pic x(01).
       77  sw-grupo-ok                        pic x(01) value "N".
       77  sw-error-campo                     pic x(01).
       77  sw-decimal                         pic x(01).
       77  sw-fin-fecha                       pic x(01).
       77  Fecha-Hoy                          pic 9(08).
       77  hora-ahora                         pic 9(08).
       77  hora-hms                           pic 9(06).
       77  nro-fila                           pic 9(08) value zero.
       77  filas-leidas                       pic 9(08) value zero.
       77  filas-convertidas                  pic 9(08) value zero.
       77  filas-erroneas                     pic 9(08) value zero.
       77  errores-total                      pic 9(08) value zero.
       77  errores-fila                       pic 9(03).
       77  registros-grabados                 pic 9(08) value zero.
       77  registros-lote                     pic 9(08) value zero.
       77  hash-lote                          pic 9(14)v9(02)
           value zero.
       77  hash-acum                          pic 9(15)v9(02).
       77  total-cabecera                     pic 9(12)v9(02).
       77  total-texto                        pic 9(12),9(02).
       77  secuencia-auto                     pic 9(04) value zero.
       77  secuencia-texto                    pic 9(04).
       77  ed-cantidad                        pic zz,zzz,zz9.

      * the csv line split in its columns, quotes removed
       77  largo-linea                        pic 9(04).
       77  pos-linea                          pic 9(04).
       77  caracter                           pic x(01).
       77  columnas-fila                      pic 9(03).
       77  columnas-cabecera                  pic 9(03) value zero.
       77  columnas-maximo                    pic 9(03) value 80.
       77  columna-idx                        pic 9(03).
       77  columna-campo                      pic 9(03).

       01  linea-csv                          pic x(2000).

       01  columnas-tabla.
           03 col-ent occurs 80.
              05 col-valor                    pic x(100).
              05 col-largo                    pic 9(03).
              05 col-excedido                 pic x(01).

       01  cabeceras-tabla.
           03 cab-nombre                      pic x(12) occurs 80.

      * field being converted and its value taken from the row
       77  tipo-definicion                    pic x(01).
       77  prefijo-registro                   pic x(01).
       77  campos-def                         pic 9(03).
       77  campo-idx                          pic 9(03).
       77  cursor-salida                      pic 9(04).
       77  ancho-campo                        pic 9(03).
       77  nombre-buscado                     pic x(12).
       77  clase-campo                        pic x(01).
       77  largo-campo                        pic 9(02).
       77  decimales-campo                    pic 9(01).
       77  largo-valor                        pic 9(03).
       77  inicio-valor                       pic 9(03).
       77  pos-valor                          pic 9(03).
       77  motivo-error                       pic x(30).
       77  barras-valor                       pic 9(03).
       77  entero-cant                        pic 9(03).
       77  decimal-cant                       pic 9(03).
       77  entero-digitos                     pic x(14).
       77  clave-grupo                        pic x(40).
       77  clave-anterior                     pic x(40) value spaces.

       01  valor-campo                        pic x(100).
       01  campo-salida                       pic x(70).
       01  salida-linea                       pic x(800).

       01  digito-wk.
           03 digito                          pic 9(01).

       77  decimal-digitos                    pic x(04).

      * date pieces as typed: d/m/yy, dd/mm/yyyy, yyyy-mm-dd or
      * yyyymmdd
       77  partes-cant                        pic 9(01).
       01  partes-tabla.
           03 parte-ent occurs 3.
              05 parte-valor                  pic 9(08).
              05 parte-cant                   pic 9(02).

       77  dias-limite                        pic 9(02).
       77  cociente-wk                        pic 9(06).
       77  resto-4                            pic 9(04).
       77  resto-100                          pic 9(04).
       77  resto-400                          pic 9(04).

       01  fecha-salida.
           03 fecha-anio                      pic 9(04).
           03 fecha-mes                       pic 9(02).
           03 fecha-dia                       pic 9(02).

       01  dias-mes-valores                   pic x(24)
           value "312831303130313130313031".
       01  dias-mes-tabla redefines dias-mes-valores.
           03 dias-mes                        pic 9(02) occurs 12.

       01  lote-control.
           03 lote-tipo                       pic 9(01) value zero.
           03                                 pic x(01) value "|".
           03 lote-sistema                    pic x(20).
           03                                 pic x(01) value "|".
           03 lote-fechahora                  pic 9(14).

       01  lote-cierre.
           03 cierre-tipo                     pic 9(01) value 9.
           03                                 pic x(01) value "|".
           03 cierre-cantidad                 pic 9(08).
           03                                 pic x(01) value "|".
           03 cierre-hash                     pic 9(14),9(02).

      * request layouts by column name: name, class (N integer,
      * E decimal 9(n),9(d), F date yyyymmdd, X text), integer
      * width and decimals.  Same order as the intake records
       01  def-cabecera.
           03               pic x(16) value "ORDEN       N060".
           03               pic x(16) value "PROVEEDOR   N040".
           03               pic x(16) value "FECHA       F080".
           03               pic x(16) value "PENDIENTE   N010".
           03               pic x(16) value "PAGO        N020".
           03               pic x(16) value "DTO1        E042".
           03               pic x(16) value "DTO2        E042".
           03               pic x(16) value "DTO3        E042".
           03               pic x(16) value "ANTICIPO    X010".
           03               pic x(16) value "DEPOSITO    N040".
           03               pic x(16) value "OBS1        X600".
           03               pic x(16) value "OBS2        X600".
           03               pic x(16) value "OBS3        X600".
           03               pic x(16) value "TOTAL       E122".
           03               pic x(16) value "IVA         E122".
           03               pic x(16) value "OTROS       E122".
           03               pic x(16) value "IMPRESA     X010".
           03               pic x(16) value "EMPRESA     N020".
           03               pic x(16) value "MONEDA      N020".
           03               pic x(16) value "COTIZACION  E034".
           03               pic x(16) value "DOLAR       E022".
           03               pic x(16) value "AUTORIZA    X010".
           03               pic x(16) value "ENTREGA1    N060".
           03               pic x(16) value "ENTREGA2    N060".
           03               pic x(16) value "ENTREGA3    N060".
           03               pic x(16) value "ENTREGA4    N060".
           03               pic x(16) value "ENTREGA5    N060".
           03               pic x(16) value "PCIAIBB     N020".
           03               pic x(16) value "CONFIRMADA  X010".
           03               pic x(16) value "TIPOORDEN   N010".
           03               pic x(16) value "PORCENTAJE  E032".
           03               pic x(16) value "RESERVADO   X020".

       01  def-item.
           03               pic x(16) value "ORDEN       N060".
           03               pic x(16) value "PRODUCTO    N060".
           03               pic x(16) value "TIPOITEM    N010".
           03               pic x(16) value "SECUENCIA   N040".
           03               pic x(16) value "DESCRIPCION X500".
           03               pic x(16) value "CANTIDAD    E104".
           03               pic x(16) value "RECIBIDA    E104".
           03               pic x(16) value "CANTIDAD2   E104".
           03               pic x(16) value "RECIBIDA2   E104".
           03               pic x(16) value "CANTIDAD3   E104".
           03               pic x(16) value "RECIBIDA3   E104".
           03               pic x(16) value "CANTIDAD4   E104".
           03               pic x(16) value "RECIBIDA4   E104".
           03               pic x(16) value "CANTIDAD5   E104".
           03               pic x(16) value "RECIBIDA5   E104".
           03               pic x(16) value "UNIDAD      X040".
           03               pic x(16) value "PRECIO      E124".
           03               pic x(16) value "DTOITEM     E104".
           03               pic x(16) value "ENVASE      N030".
           03               pic x(16) value "CANTPRE     E104".
           03               pic x(16) value "UNIPRE      X040".
           03               pic x(16) value "IVAITEM     E042".
           03               pic x(16) value "SECTOR      N040".
           03               pic x(16) value "ORDTRA      N060".
           03               pic x(16) value "CUENTA      N120".
           03               pic x(16) value "CARACTER    X010".
           03               pic x(16) value "PROYECTO    N040".
           03               pic x(16) value "OBSITEM     X300".
           03               pic x(16) value "RENGLON1    X500".
           03               pic x(16) value "RENGLON2    X500".
           03               pic x(16) value "RESERVADO   X700".

       01  def-proveedor.
           03               pic x(16) value "ID          N040".
           03               pic x(16) value "RAZON       X400".
           03               pic x(16) value "CUIT        X130".
           03               pic x(16) value "CONDIVA     X010".
           03               pic x(16) value "PCIAIBB     N020".
           03               pic x(16) value "ESTADO      X010".

       01  def-banco.
           03               pic x(16) value "ID          N040".
           03               pic x(16) value "BANCO       N030".
           03               pic x(16) value "CBU         X220".
           03               pic x(16) value "MONEDA      N020".
           03               pic x(16) value "ESTADO      X010".

       01  def-producto.
           03               pic x(16) value "CODIGO      N060".
           03               pic x(16) value "DESCRIPCION X500".
           03               pic x(16) value "UNIDAD      X040".
           03               pic x(16) value "CUENTA      N120".
           03               pic x(16) value "ESTADO      X010".
           03               pic x(16) value "PESO        E064".

       01  def-factura.
           03               pic x(16) value "PROVEEDOR   N040".
           03               pic x(16) value "NUMERO      X130".
           03               pic x(16) value "FECHA       F080".
           03               pic x(16) value "NETO        E122".
           03               pic x(16) value "IVA         E122".
           03               pic x(16) value "TIPOCOMP    X010".
           03               pic x(16) value "REFERENCIA  X130".

       01  def-detalle.
           03               pic x(16) value "PROVEEDOR   N040".
           03               pic x(16) value "NUMERO      X130".
           03               pic x(16) value "SECUENCIA   N040".
           03               pic x(16) value "ORDEN       N060".
           03               pic x(16) value "PRODUCTO    N060".
           03               pic x(16) value "TIPOITEM    N010".
           03               pic x(16) value "SECITEM     N040".
           03               pic x(16) value "CANTIDAD    E104".
           03               pic x(16) value "PRECIO      E124".
           03               pic x(16) value "IMPORTE     E122".

       01  def-actual.
           03 def-act-ent occurs 40.
              05 def-act-nombre               pic x(12).
              05 def-act-clase                pic x(01).
              05 def-act-largo                pic 9(02).
              05 def-act-decimales            pic 9(01).

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Archivo CSV a convertir : "
           accept NombreEntrada
           display "Interfase (O=ordenes P=proveedores R=productos "
                   "F=facturas) : "
           accept Interfase
           display "Nombre del request (sin extension) : "
           accept Nombre-Request
           display "Separador de columnas (;) : "
           accept Separador
           display "Separador decimal (,) : "
           accept Sep-Decimal

           inspect Interfase converting "oprf" to "OPRF"
           if Interfase not = "O" and Interfase not = "P" and
              Interfase not = "R" and Interfase not = "F"
              display "Interfase invalida"
              move 1                          to return-code
              goback
           end-if

           if Separador = space
              move ";"                        to Separador
           end-if
           if Sep-Decimal = space
              move ","                        to Sep-Decimal
           end-if
           if Sep-Decimal = ","
              move "."                        to Sep-Miles
           else
              move ","                        to Sep-Miles
           end-if
           if Separador = Sep-Decimal
              display "El separador de columnas no puede ser el "
                      "decimal"
              move 1                          to return-code
              goback
           end-if

           move spaces                        to NombreSalida
           string ".\interfases\" Nombre-Request ".request"
                  delimited by " " into NombreSalida

           accept Fecha-Hoy from date yyyymmdd
           accept hora-ahora from time
           move hora-ahora(1:6)               to hora-hms

           perform AbrirEntrada
           perform AbrirListado

      * first row names the columns; without the key columns of the
      * interface nothing is written
           perform LeerEntradaNext
           if sw-mas-lineas = "N"
              display "Archivo CSV vacio"
              perform CerrarEntrada
              perform CerrarListado
              move 1                          to return-code
              goback
           end-if
           perform CargarCabeceras
           perform VerificarColumnas
           if sw-columnas-ok = "N"
              display "Faltan columnas obligatorias, ver CONVIERTE.LST"
              perform CerrarEntrada
              perform CerrarListado
              move 1                          to return-code
              goback
           end-if

           perform AbrirSalida
           if Interfase = "O"
              perform GrabarLote
           end-if.

       ProcesarEntrada.
           perform until sw-mas-lineas = "N"
              perform LeerEntradaNext
              if sw-mas-lineas = "S"
                 perform ConvertirFila
              end-if
           end-perform.

       TerminarProceso.
           if Interfase = "O"
              perform GrabarCierre
           end-if

           perform CerrarEntrada
           perform CerrarSalida
           perform CerrarListado

           move filas-leidas                  to ed-cantidad
           display "Filas leidas        : " ed-cantidad
           move filas-convertidas             to ed-cantidad
           display "Filas convertidas   : " ed-cantidad
           move filas-erroneas                to ed-cantidad
           display "Filas con error     : " ed-cantidad
           move registros-grabados            to ed-cantidad
           display "Registros grabados  : " ed-cantidad
           move errores-total                 to ed-cantidad
           display "Errores totales     : " ed-cantidad
           display "Request generado    : " NombreSalida

           if errores-total > zero
              move 1                          to return-code
           end-if

           goback.

      * ---------------------------------------------------
       CargarCabeceras.
           perform SepararColumnas
           move columnas-fila                 to columnas-cabecera
           perform varying columna-idx from 1 by 1
              until columna-idx > columnas-cabecera
              move columna-idx                to columna-campo
              perform ExtraerValor
              move valor-campo                to cab-nombre(columna-idx)
              inspect cab-nombre(columna-idx)
                 converting "abcdefghijklmnopqrstuvwxyz"
                 to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           end-perform.

       VerificarColumnas.
           move "S"                           to sw-columnas-ok

           perform varying columna-idx from 1 by 1
              until columna-idx > columnas-cabecera
              if cab-nombre(columna-idx) not = spaces
                 move "N"                     to sw-columna-conocida
                 perform BuscarColumnaEnLayouts
                 if sw-columna-conocida = "N"
                    move columna-idx          to columna-campo
                    move cab-nombre(columna-idx)
                       to nombre-buscado
                    move spaces               to valor-campo
                    move "columna no reconocida"
                       to motivo-error
                    perform RegistrarErrorCampo
                 end-if
              end-if
           end-perform

           evaluate Interfase
              when "O"
                 move "ORDEN"                 to nombre-buscado
                 perform VerificarObligatoria
              when "F"
                 move "PROVEEDOR"             to nombre-buscado
                 perform VerificarObligatoria
                 move "NUMERO"                to nombre-buscado
                 perform VerificarObligatoria
              when "P"
                 move "ID"                    to nombre-buscado
                 perform VerificarObligatoria
              when "R"
                 move "CODIGO"                to nombre-buscado
                 perform VerificarObligatoria
           end-evaluate.

       BuscarColumnaEnLayouts.
           evaluate Interfase
              when "O"
                 move "C"                     to tipo-definicion
                 perform BuscarNombreEnDefinicion
                 move "I"                     to tipo-definicion
                 perform BuscarNombreEnDefinicion
              when "F"
                 move "F"                     to tipo-definicion
                 perform BuscarNombreEnDefinicion
                 move "D"                     to tipo-definicion
                 perform BuscarNombreEnDefinicion
              when "P"
                 move "V"                     to tipo-definicion
                 perform BuscarNombreEnDefinicion
                 move "B"                     to tipo-definicion
                 perform BuscarNombreEnDefinicion
              when "R"
                 move "P"                     to tipo-definicion
                 perform BuscarNombreEnDefinicion
           end-evaluate.

       BuscarNombreEnDefinicion.
           perform CargarDefinicion
           perform varying campo-idx from 1 by 1
              until campo-idx > campos-def
              if def-act-nombre(campo-idx) = cab-nombre(columna-idx)
                 move "S"                     to sw-columna-conocida
              end-if
           end-perform.

       VerificarObligatoria.
           perform BuscarColumna
           if columna-campo = zero
              move spaces                     to valor-campo
              move "falta columna obligatoria"
                 to motivo-error
              perform RegistrarErrorCampo
              move "N"                        to sw-columnas-ok
           end-if.

      * ---------------------------------------------------
       CargarDefinicion.
           move spaces                        to def-actual
           move space                         to prefijo-registro
           evaluate tipo-definicion
              when "C"
                 move def-cabecera            to def-actual
                 move 32                      to campos-def
                 move "1"                     to prefijo-registro
              when "I"
                 move def-item                to def-actual
                 move 31                      to campos-def
                 move "2"                     to prefijo-registro
              when "V"
                 move def-proveedor           to def-actual
                 move 6                       to campos-def
              when "B"
                 move def-banco               to def-actual
                 move 5                       to campos-def
                 move "B"                     to prefijo-registro
              when "P"
                 move def-producto            to def-actual
                 move 6                       to campos-def
              when "F"
                 move def-factura             to def-actual
                 move 7                       to campos-def
              when "D"
                 move def-detalle             to def-actual
                 move 10                      to campos-def
                 move "2"                     to prefijo-registro
           end-evaluate.

      * ---------------------------------------------------
       ConvertirFila.
           perform SepararColumnas

           move "S"                           to sw-fila-vacia
           perform varying columna-idx from 1 by 1
              until columna-idx > columnas-fila
              if col-valor(columna-idx) not = spaces
                 move "N"                     to sw-fila-vacia
              end-if
           end-perform

           if sw-fila-vacia = "N"
              add 1                           to filas-leidas
              move zero                       to errores-fila

              if sw-fila-excedida = "S"
                 move columnas-maximo         to columna-campo
                 move spaces                  to nombre-buscado
                 move spaces                  to valor-campo
                 move "demasiadas columnas"   to motivo-error
                 perform RegistrarErrorCampo
              end-if

              evaluate Interfase
                 when "O"
                    perform ConvertirFilaOrden
                 when "F"
                    perform ConvertirFilaFactura
                 when "P"
                    perform ConvertirFilaProveedor
                 when "R"
                    perform ConvertirFilaProducto
              end-evaluate

              if errores-fila > zero
                 add 1                        to filas-erroneas
              else
                 add 1                        to filas-convertidas
              end-if
           end-if.

      * one row per item; the header columns are taken from the
      * first row of each order, the rows of one order go together
       ConvertirFilaOrden.
           move "ORDEN"                       to nombre-buscado
           perform ObtenerValorNombrado
           move valor-campo                   to clave-grupo

           if clave-grupo = spaces
              move "clave vacia"              to motivo-error
              perform RegistrarErrorCampo
           else
              if clave-grupo not = clave-anterior
                 move clave-grupo             to clave-anterior
                 move zero                    to secuencia-auto
                 move zero                    to total-cabecera
                 move "C"                     to tipo-definicion
                 perform ArmarRegistro
                 move sw-registro-ok          to sw-grupo-ok
                 if sw-registro-ok = "S"
                    perform GrabarSalida
                    perform AcumularHash
                 end-if
              end-if

              move "PRODUCTO"                 to nombre-buscado
              perform ObtenerValorNombrado
              if valor-campo not = spaces
                 if sw-grupo-ok = "S"
                    add 1                     to secuencia-auto
                    move "I"                  to tipo-definicion
                    perform ArmarRegistro
                    if sw-registro-ok = "S"
                       perform GrabarSalida
                    end-if
                 else
                    move "cabecera de orden con error"
                       to motivo-error
                    perform RegistrarErrorCampo
                 end-if
              end-if
           end-if.

       ConvertirFilaFactura.
           move spaces                        to clave-grupo
           move "PROVEEDOR"                   to nombre-buscado
           perform ObtenerValorNombrado
           move valor-campo(1:20)             to clave-grupo(1:20)
           move "NUMERO"                      to nombre-buscado
           perform ObtenerValorNombrado
           move valor-campo(1:20)             to clave-grupo(21:20)

           if clave-grupo(1:20) = spaces or clave-grupo(21:20) = spaces
              move "clave vacia"              to motivo-error
              perform RegistrarErrorCampo
           else
              if clave-grupo not = clave-anterior
                 move clave-grupo             to clave-anterior
                 move zero                    to secuencia-auto
                 move "F"                     to tipo-definicion
                 perform ArmarRegistro
                 move sw-registro-ok          to sw-grupo-ok
                 if sw-registro-ok = "S"
                    perform GrabarSalida
                 end-if
              end-if

              move "ORDEN"                    to nombre-buscado
              perform ObtenerValorNombrado
              if valor-campo not = spaces
                 if sw-grupo-ok = "S"
                    add 1                     to secuencia-auto
                    move "D"                  to tipo-definicion
                    perform ArmarRegistro
                    if sw-registro-ok = "S"
                       perform GrabarSalida
                    end-if
                 else
                    move "cabecera de factura con error"
                       to motivo-error
                    perform RegistrarErrorCampo
                 end-if
              end-if
           end-if.

       ConvertirFilaProveedor.
           move "V"                           to tipo-definicion
           perform ArmarRegistro
           if sw-registro-ok = "S"
              perform GrabarSalida
              move "CBU"                      to nombre-buscado
              perform ObtenerValorNombrado
              if valor-campo not = spaces
                 move "B"                     to tipo-definicion
                 perform ArmarRegistro
                 if sw-registro-ok = "S"
                    perform GrabarSalida
                 end-if
              end-if
           end-if.

       ConvertirFilaProducto.
           move "P"                           to tipo-definicion
           perform ArmarRegistro
           if sw-registro-ok = "S"
              perform GrabarSalida
           end-if.

      * ---------------------------------------------------
       ArmarRegistro.
           perform CargarDefinicion
           move "S"                           to sw-registro-ok
           move spaces                        to salida-linea
           move 1                             to cursor-salida
           if prefijo-registro not = space
              move prefijo-registro           to salida-linea(1:1)
              move "|"                        to salida-linea(2:1)
              move 3                          to cursor-salida
           end-if

           perform varying campo-idx from 1 by 1
              until campo-idx > campos-def
              perform ArmarCampo
           end-perform.

       ArmarCampo.
           move def-act-nombre(campo-idx)     to nombre-buscado
           move def-act-clase(campo-idx)      to clase-campo
           move def-act-largo(campo-idx)      to largo-campo
           move def-act-decimales(campo-idx)  to decimales-campo
           if clase-campo = "E"
              compute ancho-campo = largo-campo + 1 + decimales-campo
           else
              move largo-campo                to ancho-campo
           end-if

           perform ObtenerValorNombrado
      * items and invoice lines are numbered in file order unless
      * the sheet brings its own sequence
           if nombre-buscado = "SECUENCIA" and valor-campo = spaces
              move secuencia-auto             to secuencia-texto
              move secuencia-texto            to valor-campo
              move 4                          to largo-valor
           end-if

           move "N"                           to sw-error-campo
           if columna-campo > zero and col-excedido(columna-campo) = "S"
              move "S"                        to sw-error-campo
              move "valor demasiado largo"    to motivo-error
           else
              evaluate clase-campo
                 when "N"
                    perform ConvertirNumero
                 when "E"
                    perform ConvertirNumero
                 when "F"
                    perform ConvertirFecha
                 when other
                    perform ConvertirTexto
              end-evaluate
           end-if

           if sw-error-campo = "S"
              move "N"                        to sw-registro-ok
              perform RegistrarErrorCampo
           else
              move campo-salida(1:ancho-campo)
                 to salida-linea(cursor-salida:ancho-campo)
      * the header total is taken back from the text just as the
      * intake reads it, so the hash balances on its terms
              if tipo-definicion = "C" and nombre-buscado = "TOTAL"
                 move campo-salida(1:ancho-campo) to total-texto
                 move total-texto             to total-cabecera
              end-if
           end-if

           add ancho-campo                    to cursor-salida
           if campo-idx < campos-def
              move "|"                        to
                 salida-linea(cursor-salida:1)
              add 1                           to cursor-salida
           end-if.

      * ---------------------------------------------------
      * amounts come as 1.234,56 or 1234,56 (or with the separators
      * swapped when so asked); thousands marks are dropped and the
      * value is laid out as 9(n),9(d) zero padded
       ConvertirNumero.
           move zero                          to entero-cant
           move zero                          to decimal-cant
           move spaces                        to entero-digitos
           move "0000"                        to decimal-digitos
           move "N"                           to sw-decimal

           perform varying pos-valor from 1 by 1
              until pos-valor > largo-valor or sw-error-campo = "S"
              perform AnalizarCaracterNumero
           end-perform

           move all "0"                       to campo-salida
           if sw-error-campo = "N"
              if entero-cant > zero
                 move entero-digitos(1:entero-cant)
                    to campo-salida(largo-campo - entero-cant + 1:
                                    entero-cant)
              end-if
              if clase-campo = "E"
                 move ","                     to
                    campo-salida(largo-campo + 1:1)
                 move decimal-digitos(1:decimales-campo)
                    to campo-salida(largo-campo + 2:decimales-campo)
              end-if
           end-if.

       AnalizarCaracterNumero.
           move valor-campo(pos-valor:1)      to caracter
           evaluate true
              when caracter >= "0" and caracter <= "9"
                 move caracter                to digito-wk
                 if sw-decimal = "S"
                    perform AgregarDecimal
                 else
                    perform AgregarEntero
                 end-if
              when caracter = Sep-Decimal
                 if sw-decimal = "S"
                    move "S"                  to sw-error-campo
                    move "separador decimal repetido"
                       to motivo-error
                 else
                    move "S"                  to sw-decimal
                 end-if
              when caracter = Sep-Miles and sw-decimal = "N"
                 continue
              when caracter = space
                 continue
              when caracter = "+" and entero-cant = zero and
                   sw-decimal = "N"
                 continue
              when caracter = "-"
                 move "S"                     to sw-error-campo
                 move "valor negativo"        to motivo-error
              when other
                 move "S"                     to sw-error-campo
                 move "caracter no numerico"  to motivo-error
           end-evaluate.

       AgregarEntero.
           if entero-cant = zero and digito = zero
              continue
           else
              add 1                           to entero-cant
              if entero-cant > largo-campo
                 move "S"                     to sw-error-campo
                 move "excede el largo del campo"
                    to motivo-error
              else
                 move caracter                to
                    entero-digitos(entero-cant:1)
              end-if
           end-if.

       AgregarDecimal.
           add 1                              to decimal-cant
           if decimal-cant > decimales-campo
              if digito not = zero
                 move "S"                     to sw-error-campo
                 if decimales-campo = zero
                    move "no admite decimales"
                       to motivo-error
                 else
                    move "excede los decimales del campo"
                       to motivo-error
                 end-if
              end-if
           else
              move caracter                   to
                 decimal-digitos(decimal-cant:1)
           end-if.

      * ---------------------------------------------------
       ConvertirFecha.
           move all "0"                       to campo-salida
           move zero                          to partes-cant
           move zero                          to partes-tabla
           move "N"                           to sw-fin-fecha

           perform varying pos-valor from 1 by 1
              until pos-valor > largo-valor or sw-fin-fecha = "S"
                 or sw-error-campo = "S"
              perform AnalizarCaracterFecha
           end-perform

           if sw-error-campo = "N" and partes-cant > zero
              perform ArmarFecha
           end-if

           if sw-error-campo = "N" and partes-cant > zero
              perform ValidarFecha
           end-if

           if sw-error-campo = "N" and partes-cant > zero
              move fecha-salida               to campo-salida(1:8)
           end-if.

       AnalizarCaracterFecha.
           move valor-campo(pos-valor:1)      to caracter
           evaluate true
              when caracter >= "0" and caracter <= "9"
                 if partes-cant = zero
                    move 1                    to partes-cant
                 end-if
                 move caracter                to digito-wk
                 add 1                        to parte-cant(partes-cant)
                 if parte-cant(partes-cant) > 8
                    move "S"                  to sw-error-campo
                    move "fecha invalida"     to motivo-error
                 else
                    compute parte-valor(partes-cant) =
                       parte-valor(partes-cant) * 10 + digito
                 end-if
              when caracter = "/" or caracter = "-" or caracter = "."
                 if partes-cant = zero or partes-cant = 3
                    move "S"                  to sw-error-campo
                    move "fecha invalida"     to motivo-error
                 else
                    add 1                     to partes-cant
                 end-if
      * a time of day after the date, as spreadsheets export it
              when caracter = space
                 move "S"                     to sw-fin-fecha
              when other
                 move "S"                     to sw-error-campo
                 move "fecha invalida"        to motivo-error
           end-evaluate.

       ArmarFecha.
           evaluate true
              when partes-cant = 1 and parte-cant(1) = 8
                 move parte-valor(1)          to fecha-salida
              when partes-cant = 3 and parte-cant(1) = 4 and
                   parte-cant(2) <= 2 and parte-cant(3) <= 2
                 move parte-valor(1)          to fecha-anio
                 move parte-valor(2)          to fecha-mes
                 move parte-valor(3)          to fecha-dia
              when partes-cant = 3 and parte-cant(1) <= 2 and
                   parte-cant(2) <= 2 and
                   (parte-cant(3) = 2 or parte-cant(3) = 4)
                 move parte-valor(1)          to fecha-dia
                 move parte-valor(2)          to fecha-mes
                 move parte-valor(3)          to fecha-anio
                 if parte-cant(3) = 2
                    if fecha-anio < 50
                       add 2000               to fecha-anio
                    else
                       add 1900               to fecha-anio
                    end-if
                 end-if
              when other
                 move "S"                     to sw-error-campo
                 move "fecha invalida"        to motivo-error
           end-evaluate.

       ValidarFecha.
           if fecha-mes < 1 or fecha-mes > 12 or fecha-dia < 1
              move "S"                        to sw-error-campo
              move "fecha invalida"           to motivo-error
           else
              move dias-mes(fecha-mes)        to dias-limite
              if fecha-mes = 2
                 divide fecha-anio by 4   giving cociente-wk
                    remainder resto-4
                 divide fecha-anio by 100 giving cociente-wk
                    remainder resto-100
                 divide fecha-anio by 400 giving cociente-wk
                    remainder resto-400
                 if resto-4 = zero and
                    (resto-100 not = zero or resto-400 = zero)
                    move 29                   to dias-limite
                 end-if
              end-if
              if fecha-dia > dias-limite
                 move "S"                     to sw-error-campo
                 move "fecha invalida"        to motivo-error
              end-if
           end-if.

      * ---------------------------------------------------
       ConvertirTexto.
           move spaces                        to campo-salida
           move zero                          to barras-valor
           inspect valor-campo tallying barras-valor for all "|"
           if largo-valor > largo-campo
              move "S"                        to sw-error-campo
              move "excede el largo del campo"
                 to motivo-error
           else
              if barras-valor > zero
                 move "S"                     to sw-error-campo
                 move "contiene el separador |"
                    to motivo-error
              else
                 move valor-campo(1:largo-campo)
                    to campo-salida(1:largo-campo)
              end-if
           end-if.

      * ---------------------------------------------------
      * splits the csv line on the separator; a column may come
      * between quotes, and a doubled quote inside stands for one
       SepararColumnas.
           inspect linea-csv replacing all x"0D" by space
           initialize columnas-tabla
           move 1                             to columnas-fila
           move "N"                           to sw-comillas
           move "N"                           to sw-fila-excedida

           move 2000                          to largo-linea
           perform until largo-linea = zero or
                         linea-csv(largo-linea:1) not = space
              subtract 1                      from largo-linea
           end-perform

           perform varying pos-linea from 1 by 1
              until pos-linea > largo-linea
              perform AnalizarCaracterCsv
           end-perform.

       AnalizarCaracterCsv.
           move linea-csv(pos-linea:1)        to caracter
           if sw-comillas = "S"
              if caracter = quote
                 if pos-linea < largo-linea and
                    linea-csv(pos-linea + 1:1) = quote
                    perform AgregarCaracter
                    add 1                     to pos-linea
                 else
                    move "N"                  to sw-comillas
                 end-if
              else
                 perform AgregarCaracter
              end-if
           else
              evaluate true
                 when caracter = Separador
                    if columnas-fila < columnas-maximo
                       add 1                  to columnas-fila
                    else
                       move "S"               to sw-fila-excedida
                    end-if
                 when caracter = quote and
                      col-valor(columnas-fila) = spaces
                    move "S"                  to sw-comillas
                 when other
                    perform AgregarCaracter
              end-evaluate
           end-if.

       AgregarCaracter.
           if col-largo(columnas-fila) < 100
              add 1                           to
                 col-largo(columnas-fila)
              move caracter                   to
                 col-valor(columnas-fila)(col-largo(columnas-fila):1)
           else
              move "S"                        to
                 col-excedido(columnas-fila)
           end-if.

      * ---------------------------------------------------
       BuscarColumna.
           move zero                          to columna-campo
           perform varying columna-idx from 1 by 1
              until columna-idx > columnas-cabecera
                 or columna-campo > zero
              if cab-nombre(columna-idx) = nombre-buscado
                 move columna-idx             to columna-campo
              end-if
           end-perform.

       ObtenerValorNombrado.
           perform BuscarColumna
           if columna-campo > zero and columna-campo <= columnas-fila
              perform ExtraerValor
           else
              move spaces                     to valor-campo
              move zero                       to largo-valor
           end-if.

       ExtraerValor.
      * value of column columna-campo without the leading blanks
           move spaces                        to valor-campo
           move 1                             to inicio-valor
           perform until inicio-valor > 100 or
              col-valor(columna-campo)(inicio-valor:1) not = space
              add 1                           to inicio-valor
           end-perform
           if inicio-valor <= 100
              move col-valor(columna-campo)(inicio-valor:)
                 to valor-campo
           end-if

           move 100                           to largo-valor
           perform until largo-valor = zero or
                         valor-campo(largo-valor:1) not = space
              subtract 1                      from largo-valor
           end-perform.

      * ---------------------------------------------------
       RegistrarErrorCampo.
           move spaces                        to reg-listado
           move nro-fila                      to Lis-Fila
           move columna-campo                 to Lis-Columna
           move nombre-buscado                to Lis-Campo
           move valor-campo                   to Lis-Valor
           move motivo-error                  to Lis-Motivo
           perform GrabarError.

       GrabarError.
           add 1                              to errores-fila
           add 1                              to errores-total
           write reg-listado.

      * ---------------------------------------------------
       GrabarSalida.
           move salida-linea                  to reg-salida
           write reg-salida
           add 1                              to registros-grabados
           if Interfase = "O"
              add 1                           to registros-lote
           end-if.

       AcumularHash.
      * same control the intake recomputes: header totals summed,
      * carried modulo 10**14
           compute hash-acum = hash-lote + total-cabecera
           if hash-acum >= 100000000000000
              subtract 100000000000000        from hash-acum
           end-if
           move hash-acum                     to hash-lote.

       GrabarLote.
           move zero                          to lote-tipo
           move "PLANILLA"                    to lote-sistema
           compute lote-fechahora =
              (Fecha-Hoy * 1000000) + hora-hms
           move spaces                        to reg-salida
           move lote-control                  to reg-salida
           write reg-salida.

       GrabarCierre.
           move 9                             to cierre-tipo
           move registros-lote                to cierre-cantidad
           move hash-lote                     to cierre-hash
           move spaces                        to reg-salida
           move lote-cierre                   to reg-salida
           write reg-salida.

      * ---------------------------------------------------
       AbrirEntrada.
           open input entrada
           if st-entrada not = "00"
              display "No se puede abrir " NombreEntrada
              move 1                          to return-code
              goback
           end-if.

       LeerEntradaNext.
           read entrada
              at end
                 move "N"                      to sw-mas-lineas
              not at end
                 move "S"                      to sw-mas-lineas
                 add 1                         to nro-fila
                 move reg-entrada              to linea-csv
           end-read.

       CerrarEntrada.
           close entrada.

      * ---------------------------------------------------
       AbrirSalida.
           open output salida
           if st-salida not = "00"
              display "No se puede crear " NombreSalida
              perform CerrarEntrada
              perform CerrarListado
              move 1                          to return-code
              goback
           end-if.

       CerrarSalida.
           close salida.

      * ---------------------------------------------------
       AbrirListado.
           open output listado.

       CerrarListado.
           close listado.
