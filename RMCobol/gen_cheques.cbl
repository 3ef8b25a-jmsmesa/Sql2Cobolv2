       identification division.
       program-id. GenCheques.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy propago.sl.
           copy chequera.sl.
           copy cheque.sl.
           copy provee.sl.
           copy empresa.sl.

           select impresion
                  assign to random "CHEQUES.PRN"
                  organization is line sequential
                  access is sequential
                  file status is st.

           select rechazos
                  assign to random "CHEQ-RECH.LST"
                  organization is line sequential
                  access is sequential
                  file status is st-rechazos.

           select auditoria
                  assign to random "AUDITORIA.LOG"
                  organization is line sequential
                  access is sequential
                  file status is st-auditoria.

       data division.
       file section.
           copy propago.fd.
           copy chequera.fd.
           copy cheque.fd.
           copy provee.fd.
           copy empresa.fd.

       fd  impresion
                  label record is standard.

       01  reg-impresion                      pic x(132).

       fd  rechazos
                  label record is standard.

       01  reg-rechazos.
           03 Rch-Prove                       pic 9(04).
           03                                  pic x(01).
           03 Rch-Numero                      pic x(13).
           03                                  pic x(01).
           03 Rch-Empresa                     pic 9(02).
           03                                  pic x(01).
           03 Rch-Motivo                      pic x(30).

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
       77  st-rechazos                        pic x(02).
       77  sw-mas-propuestas                  pic x(01).
       77  sw-chequera-ok                     pic x(01).
       77  motivo-rechazo                     pic x(30).
       77  Banco-Emisor                       pic 9(03).
       77  Prove-Filtro                       pic 9(04).
       77  Fecha-Hoy                          pic 9(08).
       77  numero-cheque                      pic 9(08).
       77  importe-bruto                      pic 9(13)v9(02).
       77  razon-proveedor                    pic x(40).
       77  cuit-proveedor                     pic x(13).
       77  razon-empresa                      pic x(40).
       77  leidas                             pic 9(08) value zero.
       77  emitidos                           pic 9(08) value zero.
       77  rechazadas                         pic 9(08) value zero.
       77  importe-total                      pic 9(13)v9(02)
           value zero.
       77  ed-cantidad                        pic zz,zzz,zz9.
       77  ed-importe                         pic zz,zzz,zzz,zzz,zz9.99.
       77  ed-numero                          pic 9(08).

       procedure division.
       begin section 1.

       IniciarProceso.
           accept Fecha-Hoy from date yyyymmdd

           display "Banco emisor : "
           accept Banco-Emisor
           display "Proveedor (0 = todos) : "
           accept Prove-Filtro

           open i-o propago
           if fs-comun not = "00"
              display "No existe archivo de propuestas"
              goback
           end-if
           open i-o chequera
           if fs-comun not = "00"
              display "No existe archivo de chequeras"
              close propago
              goback
           end-if
           open i-o cheque
           if arch-no-existe
              open output cheque
              close cheque
              open i-o cheque
           end-if
           open input provee
           open input empresa
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if
           open output impresion
           open output rechazos.

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
                 if Propago-Estado = "C" and Propago-Medio = "Q"
                    if Prove-Filtro = 0 or
                       Propago-Prove = Prove-Filtro
                       perform EmitirCheque
                    end-if
                 end-if
              end-if
           end-perform.

       TerminarProceso.
           close propago
           close chequera
           close cheque
           close provee
           close empresa
           close auditoria
           close impresion
           close rechazos

           move leidas                        to ed-cantidad
           display "Propuestas leidas     : " ed-cantidad
           move emitidos                      to ed-cantidad
           display "Cheques emitidos      : " ed-cantidad
           move rechazadas                    to ed-cantidad
           display "Rechazadas            : " ed-cantidad
           move importe-total                 to ed-importe
           display "Importe total         : " ed-importe

           goback.

      * ---------------------------------------------------
       EmitirCheque.
           perform TomarNumeroCheque
           if sw-chequera-ok = "N"
              perform GrabarRechazo
           else
              perform GrabarCheque
              if fs-comun = "00"
                 add 1                        to emitidos
                 add Propago-Importe          to importe-total
                 move propago-reg             to aud-imagen-antes
                 move "Q"                     to Propago-Estado
                 rewrite propago-reg
                 perform RegistrarAuditoria

                 perform BuscarProveedor
                 perform BuscarEmpresa
                 perform ImprimirCheque
                 perform ImprimirComprobante
              else
                 move "numero de cheque ya emitido"
                    to motivo-rechazo
                 perform GrabarRechazo
              end-if
           end-if.

       TomarNumeroCheque.
      * the next number of the empresa's checkbook for that bank;
      * the checkbook is closed once its last leaf is used
           move "S"                           to sw-chequera-ok
           move Propago-Empresa               to Chequera-Empresa
           move Banco-Emisor                  to Chequera-Banco
           read chequera
              invalid key
                 move "N"                     to sw-chequera-ok
                 move "sin chequera"          to motivo-rechazo
           end-read

           if sw-chequera-ok = "S"
              if Chequera-Estado not = "A"
                 move "N"                     to sw-chequera-ok
                 move "chequera agotada"      to motivo-rechazo
              else
                 if Chequera-Ultimo < Chequera-Desde
                    move Chequera-Desde       to numero-cheque
                 else
                    compute numero-cheque = Chequera-Ultimo + 1
                 end-if
                 if numero-cheque > Chequera-Hasta
                    move "N"                  to sw-chequera-ok
                    move "chequera agotada"   to motivo-rechazo
                    move "C"                  to Chequera-Estado
                    rewrite chequera-reg
                 else
                    move numero-cheque        to Chequera-Ultimo
                    if numero-cheque = Chequera-Hasta
                       move "C"               to Chequera-Estado
                    end-if
                    rewrite chequera-reg
                 end-if
              end-if
           end-if.

       GrabarCheque.
      * a proposal due in the future is paid with a deferred cheque
      * for its due date
           move Banco-Emisor                  to Cheque-Banco
           move numero-cheque                 to Cheque-Numero
           move Propago-Empresa               to Cheque-Empresa
           move Propago-Prove                 to Cheque-Prove
           move Propago-Numero                to Cheque-Propago
           move Propago-Orden                 to Cheque-Orden
           move Propago-Importe               to Cheque-Importe
           move Fecha-Hoy                     to Cheque-Fecha-Emision
           if Propago-Fecha-Vto > Fecha-Hoy
              move Propago-Fecha-Vto          to Cheque-Fecha-Pago
           else
              move Fecha-Hoy                  to Cheque-Fecha-Pago
           end-if
           move "E"                           to Cheque-Estado
           move Fecha-Hoy                     to Cheque-Fecha-Estado
           move spaces                        to Cheque-Resto
           write cheque-reg.

       GrabarRechazo.
           add 1                              to rechazadas
           move spaces                        to reg-rechazos
           move Propago-Prove                 to Rch-Prove
           move Propago-Numero                to Rch-Numero
           move Propago-Empresa               to Rch-Empresa
           move motivo-rechazo                to Rch-Motivo
           write reg-rechazos.

       BuscarProveedor.
           move spaces                        to razon-proveedor
           move spaces                        to cuit-proveedor
           move Propago-Prove                 to Provee-Id
           read provee
              invalid key
                 continue
              not invalid key
                 move Provee-Razon            to razon-proveedor
                 move Provee-Cuit             to cuit-proveedor
           end-read.

       BuscarEmpresa.
           move spaces                        to razon-empresa
           move Propago-Empresa               to Empresa-Codigo
           read empresa
              invalid key
                 continue
              not invalid key
                 move Empresa-Razon           to razon-empresa
           end-read.

      * ---------------------------------------------------
       ImprimirCheque.
           move numero-cheque                 to ed-numero
           move spaces                        to reg-impresion
           string "BANCO " Banco-Emisor
                  "   CHEQUE NRO " ed-numero
                  "   FECHA DE EMISION " Cheque-Fecha-Emision
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           string "                                "
                  "   FECHA DE PAGO    " Cheque-Fecha-Pago
              delimited by size into reg-impresion
           write reg-impresion

           move Cheque-Importe                to ed-importe
           move spaces                        to reg-impresion
           string "PAGUESE A " razon-proveedor
                  "   LA SUMA DE $ " ed-importe
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           string "                                "
                  "   " razon-empresa
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           write reg-impresion.

       ImprimirComprobante.
           move spaces                        to reg-impresion
           string "COMPROBANTE DE PAGO   EMPRESA " Propago-Empresa
                  "  " razon-empresa
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           string "PROVEEDOR " Propago-Prove
                  "  " razon-proveedor
                  "  CUIT " cuit-proveedor
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           string "FACTURA " Propago-Numero
                  "  ORDEN " Propago-Orden
                  "  VTO " Propago-Fecha-Vto
              delimited by size into reg-impresion
           write reg-impresion

           compute importe-bruto =
              Propago-Importe + Propago-Descuento +
              Propago-Ret-Iibb + Propago-Ret-Gan + Propago-Anticipo +
              Propago-Credito

           move importe-bruto                 to ed-importe
           move spaces                        to reg-impresion
           string "   IMPORTE FACTURA       " ed-importe
              delimited by size into reg-impresion
           write reg-impresion

           move Propago-Credito               to ed-importe
           move spaces                        to reg-impresion
           string "   NOTAS DE CREDITO      " ed-importe
              delimited by size into reg-impresion
           write reg-impresion

           move Propago-Descuento             to ed-importe
           move spaces                        to reg-impresion
           string "   DESCUENTO             " ed-importe
              delimited by size into reg-impresion
           write reg-impresion

           move Propago-Ret-Iibb              to ed-importe
           move spaces                        to reg-impresion
           string "   RETENCION IIBB        " ed-importe
              delimited by size into reg-impresion
           write reg-impresion

           move Propago-Ret-Gan               to ed-importe
           move spaces                        to reg-impresion
           string "   RETENCION GANANCIAS   " ed-importe
              delimited by size into reg-impresion
           write reg-impresion

           move Propago-Anticipo              to ed-importe
           move spaces                        to reg-impresion
           string "   ANTICIPO APLICADO     " ed-importe
              delimited by size into reg-impresion
           write reg-impresion

           move Propago-Importe               to ed-importe
           move spaces                        to reg-impresion
           string "   NETO PAGADO           " ed-importe
                  "   CHEQUE " Banco-Emisor "-" ed-numero
              delimited by size into reg-impresion
           write reg-impresion

           move spaces                        to reg-impresion
           write reg-impresion
           move spaces                        to reg-impresion
           string "RECIBI CONFORME: ..........................."
                  "   FECHA: ....../....../......"
              delimited by size into reg-impresion
           write reg-impresion

           move all "-"                       to reg-impresion
           write reg-impresion.

      * ---------------------------------------------------
      * the cheque state reaches the trail like any other change of
      * the propuesta
       RegistrarAuditoria.
           if fs-comun = "00"
              accept Aud-Fecha from date yyyymmdd
              accept aud-hora-wk from time
              move aud-hora-wk(1:6)           to Aud-Hora
              move "|" to AudSep0 AudSep1 AudSep2 AudSep3
                          AudSep4 AudSep5 AudSep6 AudSep7
              move "GenCheques"               to Aud-Request
              move "rewrite   "               to Aud-Operacion
              move "propago"                  to Aud-Archivo
              move spaces                     to Aud-Clave
              string "PROPAGO=" Propago-Prove "-" Propago-Numero
                 delimited by size into Aud-Clave
              move aud-imagen-antes           to Aud-Antes
              move propago-reg                to Aud-Despues
              move "BATCH"                    to Aud-Operador
              write reg-auditoria
           end-if.
