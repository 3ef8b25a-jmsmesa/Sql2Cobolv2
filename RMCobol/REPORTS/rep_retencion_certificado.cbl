       file-control.
           copy propago.sl.
           copy provee.sl.
           copy certret.sl.

           select listado
                  assign to random "RET-CERT.LST"
       file section.
           copy propago.fd.
           copy provee.fd.
           copy certret.fd.

       fd  listado
                  label record is standard.
       77  st                                  pic x(02).
       77  sw-mas-propuestas                   pic x(01).
       77  sw-proveedor-hallado                pic x(01).
       77  sw-certret-disponible               pic x(01) value "N".
       77  sw-mas-certificados                 pic x(01).
       77  ed-alicuota                         pic zz9.99.
       77  Prove-Filtro                        pic 9(04).
       77  leidas                              pic 9(08) value zero.
       77  emitidos                            pic 9(08) value zero.

           perform AbrirPropuestas
           perform AbrirProveedores
           perform AbrirCertificados
           perform AbrirListado.

       ProcesarPropuestas.
       TerminarProceso.
           perform CerrarPropuestas
           perform CerrarProveedores
           perform CerrarCertificados
           perform CerrarListado

           move leidas                        to ed-cantidad
              delimited by size into reg-listado
           perform GrabarListado

           perform ListarNumerosCertificado

           move spaces                         to reg-listado
           perform GrabarListado.

      * the numbers given at confirmation, the same ones the monthly
      * filing export reports
       ListarNumerosCertificado.
           if sw-certret-disponible = "S"
              perform StartCertificadosPropuesta
           else
              move "N"                         to sw-mas-certificados
           end-if

           perform until sw-mas-certificados = "N"
              perform LeerCertificadoNext
              if sw-mas-certificados = "S"
                 if Certret-Prove not = Propago-Prove or
                    Certret-Propago not = Propago-Numero
                    move "N"                   to sw-mas-certificados
                 else
                    perform GrabarNumeroCertificado
                 end-if
              end-if
           end-perform.

       GrabarNumeroCertificado.
           move Certret-Importe                to ed-gan
           move Certret-Alicuota               to ed-alicuota
           move spaces                         to reg-listado
           if Certret-Impuesto = "G"
              string "   GANANCIAS        CERTIFICADO NRO "
                     Certret-Impuesto "-" Certret-Pcia "-"
                     Certret-Numero
                     "  ALIC " ed-alicuota
                     "  RETENIDO " ed-gan
                 delimited by size into reg-listado
           else
              string "   IIBB PCIA " Certret-Pcia
                     "      CERTIFICADO NRO "
                     Certret-Impuesto "-" Certret-Pcia "-"
                     Certret-Numero
                     "  ALIC " ed-alicuota
                     "  RETENIDO " ed-gan
                 delimited by size into reg-listado
           end-if
           if Certret-Estado = "A"
              string "  ANULADO"
                 delimited by size into reg-listado(110:9)
           end-if
           perform GrabarListado.

       LeerProveedor.
       CerrarProveedores.
           close provee.

      * ---------------------------------------------------
       AbrirCertificados.
           open input certret
           if fs-comun = "00"
              move "S"                         to sw-certret-disponible
           end-if.

       StartCertificadosPropuesta.
           move Propago-Prove                  to Certret-Prove
           move Propago-Numero                 to Certret-Propago
           move "S"                            to sw-mas-certificados
           start certret key is not less than Certret-Prop-Key
              invalid key
                 move "N"                      to sw-mas-certificados
           end-start.

       LeerCertificadoNext.
           read certret next record
              at end
                 move "N"                      to sw-mas-certificados
           end-read.

       CerrarCertificados.
           if sw-certret-disponible = "S"
              close certret
           end-if.

      * ---------------------------------------------------
       AbrirListado.
           open output listado.
