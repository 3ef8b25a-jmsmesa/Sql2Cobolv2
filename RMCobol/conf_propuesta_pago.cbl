       input-output section.
       file-control.
           copy propago.sl.
           copy provban.sl.
           copy provee.sl.
           copy certret.sl.
           copy operad.sl.
           copy ord-comp.sl.

           select auditoria
                  assign to random "AUDITORIA.LOG"
                  organization is line sequential
                  access is sequential
                  file status is st-auditoria.

           select listado
                  assign to random "PROP-CONF.LST"
       data division.
       file section.
           copy propago.fd.
           copy provban.fd.
           copy provee.fd.
           copy certret.fd.
           copy operad.fd.
           copy ord-comp.fd.

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

       fd  listado
                  label record is standard.
           03 Lis-Empresa                     pic 9(02).
           03                                  pic x(01).
           03 Lis-Importe                     pic 9(12)v9(02).
           03                                  pic x(01).
           03 Lis-Medio                       pic x(01).

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  st-auditoria                       pic x(02).
       77  Operador-Conf                      pic x(08).
       77  sw-operador-ok                     pic x(01).
       77  aud-hora-wk                        pic 9(08).
       77  sw-mas-propuestas                  pic x(01).
       77  Prove-Filtro                       pic 9(04).
       77  Medio-Pago                         pic x(01).
       77  sw-provban-disponible              pic x(01).
       77  sw-ordcomp-disponible              pic x(01).
       77  sw-orden-honorarios                pic x(01).
       77  leidas                             pic 9(08) value zero.
       77  confirmadas                        pic 9(08) value zero.
       77  por-cheque                         pic 9(08) value zero.
       77  certificados                       pic 9(08) value zero.
       77  Fecha-Hoy                          pic 9(08).
       77  pcia-proveedor                     pic 9(02).
       77  cuit-proveedor                     pic x(13).
       77  numero-certificado                 pic 9(08).
       77  importe-certificado                pic 9(12)v9(02).
       77  impuesto-buscado                   pic x(01).
       77  pcia-buscada                       pic 9(02).
       77  ed-cantidad                        pic zz,zzz,zz9.

       procedure division.
       begin section 1.

       IniciarProceso.
           accept Fecha-Hoy from date yyyymmdd

           display "Proveedor (0 = todos) : "
           accept Prove-Filtro
           display "Medio de pago (T=transferencia Q=cheque "
                   "A=segun cuenta bancaria) : "
           accept Medio-Pago
           if Medio-Pago = "q"
              move "Q"                        to Medio-Pago
           end-if
           if Medio-Pago = "a"
              move "A"                        to Medio-Pago
           end-if
           if Medio-Pago not = "Q" and Medio-Pago not = "A"
              move "T"                        to Medio-Pago
           end-if
           display "Operador : "
           accept Operador-Conf

           perform ValidarOperador
           if sw-operador-ok not = "S"
              display "Operador inexistente o sin permiso de "
                      "confirmacion"
              goback
           end-if

           open i-o propago
           if fs-comun not = "00"
              display "No existe archivo de propuestas"
              goback
           end-if
           move "S"                           to sw-provban-disponible
           open input provban
           if fs-comun not = "00"
              move "N"                        to sw-provban-disponible
           end-if
           open input provee
           move "S"                           to sw-ordcomp-disponible
           open input ord-comp
           if fs-comun not = "00"
              move "N"                        to sw-ordcomp-disponible
           end-if
           open i-o certret
           if arch-no-existe
              open output certret
              close certret
              open i-o certret
           end-if
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if
           open output listado.

       ProcesarPropuestas.

       TerminarProceso.
           close propago
           if sw-provban-disponible = "S"
              close provban
           end-if
           close provee
           if sw-ordcomp-disponible = "S"
              close ord-comp
           end-if
           close certret
           close auditoria
           close listado

           move leidas                        to ed-cantidad
           display "Propuestas leidas     : " ed-cantidad
           move confirmadas                   to ed-cantidad
           display "Propuestas confirmadas: " ed-cantidad
           move por-cheque                    to ed-cantidad
           display "A pagar con cheque    : " ed-cantidad
           move certificados                  to ed-cantidad
           display "Certificados emitidos : " ed-cantidad

           goback.

      * ---------------------------------------------------
       ConfirmarPropuesta.
           move propago-reg                   to Aud-Antes
           perform AsignarMedioPago
           move "C"                           to Propago-Estado
           move Fecha-Hoy                     to Propago-Fecha-Conf
           rewrite propago-reg
           if fs-comun = "00"
              add 1                           to confirmadas
              perform RegistrarAuditoria
              perform EmitirCertificados
              if Propago-Medio = "Q"
                 add 1                        to por-cheque
              end-if
              move spaces                     to reg-listado
              move Propago-Prove              to Lis-Prove
              move Propago-Numero             to Lis-Numero
              move Propago-Empresa            to Lis-Empresa
              move Propago-Importe            to Lis-Importe
              move Propago-Medio              to Lis-Medio
              write reg-listado
           end-if.

      * the confirmation is the release of the payment, so it is
      * logged under the operator who gave it
       ValidarOperador.
           move "N"                           to sw-operador-ok
           open input operad
           if fs-comun = "00"
              move Operador-Conf              to Operad-Codigo
              read operad
                 invalid key
                    continue
                 not invalid key
                    if Operad-Estado = "A" and
                       Operad-Perm-Confirma = "S"
                       move "S"               to sw-operador-ok
                    end-if
              end-read
              close operad
           end-if.

       RegistrarAuditoria.
           accept Aud-Fecha from date yyyymmdd
           accept aud-hora-wk from time
           move aud-hora-wk(1:6)              to Aud-Hora
           move "|" to AudSep0 AudSep1 AudSep2 AudSep3
                       AudSep4 AudSep5 AudSep6 AudSep7
           move "ConfPropuestaPago"           to Aud-Request
           move "confirma  "                  to Aud-Operacion
           move "propago"                     to Aud-Archivo
           move spaces                        to Aud-Clave
           string "PROPAGO=" Propago-Prove "-" Propago-Numero
              delimited by size into Aud-Clave
           move propago-reg                   to Aud-Despues
           move Operador-Conf                 to Aud-Operador
           write reg-auditoria.

       AsignarMedioPago.
      * automatic mode pays by cheque whoever has no active account
      * the transfer run could use
           if Medio-Pago = "A"
              move "Q"                        to Propago-Medio
              if sw-provban-disponible = "S"
                 move Propago-Prove           to Provban-Prove
                 read provban
                    invalid key
                       continue
                    not invalid key
                       if Provban-Estado = "A"
                          move "T"            to Propago-Medio
                       end-if
                 end-read
              end-if
           else
              move Medio-Pago                 to Propago-Medio
           end-if.

      * the withholdings become final with the confirmation: each tax
      * gets its certificate, numbered per tax and jurisdiction
       EmitirCertificados.
           move zero                          to pcia-proveedor
           move spaces                        to cuit-proveedor
           move Propago-Prove                 to Provee-Id
           read provee
              invalid key
                 continue
              not invalid key
                 move Provee-Pcia-ibb         to pcia-proveedor
                 move Provee-Cuit             to cuit-proveedor
           end-read

      * the ganancias of a honorarios order was already certified
      * when the order was generated
           move "N"                           to sw-orden-honorarios
           if sw-ordcomp-disponible = "S"
              move Propago-Orden              to Ord-Comp-Id
              read ord-comp
                 invalid key
                    continue
                 not invalid key
                    if Ord-Comp-Tipo = 9
                       move "S"               to sw-orden-honorarios
                    end-if
              end-read
           end-if

           if Propago-Ret-Gan > zero and sw-orden-honorarios = "N"
              move "G"                        to Certret-Impuesto
              move zero                       to Certret-Pcia
              move Propago-Ret-Gan            to Certret-Importe
              perform GrabarCertificado
           end-if

           if Propago-Ret-Iibb > zero
              move "I"                        to Certret-Impuesto
              move pcia-proveedor             to Certret-Pcia
              move Propago-Ret-Iibb           to Certret-Importe
              perform GrabarCertificado
           end-if.

       GrabarCertificado.
           perform TomarNumeroCertificado
           move numero-certificado            to Certret-Numero
           move Propago-Prove                 to Certret-Prove
           move Propago-Numero                to Certret-Propago
           move Propago-Empresa               to Certret-Empresa
           move Propago-Orden                 to Certret-Orden
           move Fecha-Hoy                     to Certret-Fecha
           move cuit-proveedor                to Certret-Cuit
           compute Certret-Importe-Comp =
              Propago-Importe + Propago-Descuento +
              Propago-Ret-Iibb + Propago-Ret-Gan + Propago-Anticipo +
              Propago-Credito
           move Propago-Base-Ret              to Certret-Base
           move zero                          to Certret-Alicuota
           if Certret-Base > zero
              compute Certret-Alicuota rounded =
                 (Certret-Importe * 100) / Certret-Base
           end-if
           move "E"                           to Certret-Estado
           move Fecha-Hoy                     to Certret-Fecha-Estado
           move spaces                        to Certret-Resto
           write certret-reg
           if fs-comun = "00"
              add 1                           to certificados
           end-if.

       TomarNumeroCertificado.
      * the last certificate of the tax and jurisdiction, with the
      * same positioning trick the rate lookup uses
           move Certret-Importe               to importe-certificado
           move Certret-Impuesto              to impuesto-buscado
           move Certret-Pcia                  to pcia-buscada
           move 99999999                      to Certret-Numero
           move 1                             to numero-certificado

           start certret key is not greater than Certret-Key
              invalid key
                 continue
              not invalid key
                 read certret next record
                    at end
                       continue
                    not at end
                       if Certret-Impuesto = impuesto-buscado and
                          Certret-Pcia = pcia-buscada
                          compute numero-certificado =
                             Certret-Numero + 1
                       end-if
                 end-read
           end-start

           move impuesto-buscado              to Certret-Impuesto
           move pcia-buscada                  to Certret-Pcia
           move importe-certificado           to Certret-Importe.
