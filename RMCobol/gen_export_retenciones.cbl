       identification division.
       program-id. GenExportRetenciones.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy certret.sl.
           copy propago.sl.
           copy factura.sl.
           copy provee.sl.
           copy acugan.sl.

           select exportacion
                  assign to disc NombreExportacion
                  organization is line sequential
                  access is sequential
                  file status is st-exportacion.

           select listado
                  assign to random "RET-EXPORT.LST"
                  organization is line sequential
                  access is sequential
                  file status is st.

       data division.
       file section.
           copy certret.fd.
           copy propago.fd.
           copy factura.fd.
           copy provee.fd.
           copy acugan.fd.

       fd  exportacion
                  label record is standard.

       01  reg-exportacion                    pic x(200).

       fd  listado
                  label record is standard.

       01  reg-listado                        pic x(132).

       working-storage section.
           copy fs-comun.wk.

       77  st                                 pic x(02).
       77  st-exportacion                     pic x(02).
       77  NombreExportacion                  pic x(40).
       77  sw-mas-certificados                pic x(01).
       77  sw-mas-propuestas                  pic x(01).
       77  sw-exportacion-abierta             pic x(01) value "N".
       77  sw-propago-disponible              pic x(01) value "N".
       77  sw-acugan-disponible               pic x(01) value "N".
       77  sw-mas-acumulados                  pic x(01).
       77  sw-certificado-hallado             pic x(01).
       77  Periodo                            pic 9(06).
       77  Regimen-Ganancias                  pic 9(03).
       77  Regimen-Honorarios                 pic 9(03).
       77  impuesto-actual                    pic x(01).
       77  pcia-actual                        pic 9(02).
       77  fecha-comprobante                  pic 9(08).
       77  razon-proveedor                    pic x(30).
       77  texto-digitos                      pic x(13).
       77  numero-digitos                     pic 9(16).
       77  indice-digito                      pic 9(02).
       77  digito                             pic 9(01).
       77  importe-formatear                  pic 9(13)v9(02).
       77  leidos                             pic 9(08) value zero.
       77  exportados                         pic 9(08) value zero.
       77  anulados                           pic 9(08) value zero.
       77  sin-certificado                    pic 9(08) value zero.
       77  archivos                           pic 9(08) value zero.
       77  registros-archivo                  pic 9(08) value zero.
       77  retenido-archivo                   pic 9(13)v9(02)
           value zero.
       77  archivo-ganancias                  pic 9(13)v9(02)
           value zero.
       77  archivo-iibb                       pic 9(13)v9(02)
           value zero.
       77  propago-ganancias                  pic 9(13)v9(02)
           value zero.
       77  archivo-honorarios                 pic 9(13)v9(02)
           value zero.
       77  acugan-honorarios                  pic 9(13)v9(02)
           value zero.
       77  propago-iibb                       pic 9(13)v9(02)
           value zero.
       77  diferencia                         pic s9(13)v9(02).
       77  ed-cantidad                        pic zz,zzz,zz9.
       77  ed-importe                         pic zz,zzz,zzz,zzz,zz9.99.
       77  ed-diferencia                      pic -z,zzz,zzz,zzz,zz9.99.

       01  fecha-convertir.
           03 fc-aaaa                         pic 9(04).
           03 fc-mm                           pic 9(02).
           03 fc-dd                           pic 9(02).

       01  fecha-barra.
           03 fb-dd                           pic 9(02).
           03                                 pic x(01) value "/".
           03 fb-mm                           pic 9(02).
           03                                 pic x(01) value "/".
           03 fb-aaaa                         pic 9(04).

       01  importe-coma.
           03 imp-coma-ent                    pic 9(13).
           03                                 pic x(01) value ",".
           03 imp-coma-dec                    pic 9(02).

       01  alicuota-coma.
           03 alc-coma-ent                    pic 9(02).
           03                                 pic x(01) value ",".
           03 alc-coma-dec                    pic 9(02).

      * AFIP SICORE retenciones import layout
       01  sicore-linea.
           03 Sic-Cod-Comp                    pic x(02) value "01".
           03 Sic-Fecha-Comp                  pic x(10).
           03 Sic-Nro-Comp                    pic 9(16).
           03 Sic-Importe-Comp                pic x(16).
           03 Sic-Cod-Impuesto                pic x(03) value "217".
           03 Sic-Cod-Regimen                 pic 9(03).
           03 Sic-Cod-Operacion               pic x(01) value "1".
           03 Sic-Base                        pic x(14).
           03 Sic-Fecha-Ret                   pic x(10).
           03 Sic-Cod-Condicion               pic x(02) value "01".
           03 Sic-Suspendido                  pic x(01) value "0".
           03 Sic-Importe-Ret                 pic x(14).
           03 Sic-Porc-Exclusion              pic x(06) value "000,00".
           03 Sic-Fecha-Publicacion           pic x(10) value spaces.
           03 Sic-Tipo-Doc                    pic x(02) value "80".
           03 Sic-Nro-Doc                     pic 9(11).
           03                                 pic x(09) value spaces.
           03 Sic-Nro-Certificado             pic 9(14).

      * provincial ingresos brutos layout (SIRCAR / ARCIBA style)
       01  iibb-linea.
           03 Ibb-Tipo-Operacion              pic x(01) value "1".
           03 Ibb-Jurisdiccion                pic 9(02).
           03 Ibb-Fecha-Ret                   pic x(10).
           03 Ibb-Tipo-Comp                   pic x(02) value "01".
           03 Ibb-Nro-Comp                    pic 9(16).
           03 Ibb-Fecha-Comp                  pic x(10).
           03 Ibb-Importe-Comp                pic x(16).
           03 Ibb-Nro-Certificado             pic 9(16).
           03 Ibb-Tipo-Doc                    pic x(01) value "3".
           03 Ibb-Cuit                        pic 9(11).
           03 Ibb-Razon                       pic x(30).
           03 Ibb-Base                        pic x(16).
           03 Ibb-Alicuota                    pic x(05).
           03 Ibb-Importe-Ret                 pic x(16).

       procedure division.
       begin section 1.

       IniciarProceso.
           display "Periodo (AAAAMM) : "
           accept Periodo
           if Periodo(5:2) < "01" or Periodo(5:2) > "12"
              display "Periodo invalido"
              goback
           end-if
           display "Regimen SICORE de Ganancias (0 = 078) : "
           accept Regimen-Ganancias
           if Regimen-Ganancias = zero
              move 078                        to Regimen-Ganancias
           end-if
           display "Regimen SICORE de honorarios (0 = 116) : "
           accept Regimen-Honorarios
           if Regimen-Honorarios = zero
              move 116                        to Regimen-Honorarios
           end-if

           open input certret
           if fs-comun not = "00"
              display "No existe archivo de certificados"
              goback
           end-if
           open input propago
           if fs-comun = "00"
              move "S"                        to sw-propago-disponible
           end-if
           open input factura
           open input provee
           open input acugan
           if fs-comun = "00"
              move "S"                        to sw-acugan-disponible
           end-if
           open output listado

           move spaces                        to reg-listado
           string "CONTROL DE EXPORTACION DE RETENCIONES   PERIODO "
                  Periodo
              delimited by size into reg-listado
           write reg-listado
           move spaces                        to reg-listado
           write reg-listado.

      * one file per tax and jurisdiction; the certificates come in
      * number order within each of them
       ProcesarCertificados.
           move low-value                     to Certret-Key
           move "S"                           to sw-mas-certificados
           start certret key is not less than Certret-Key
              invalid key
                 move "N"                     to sw-mas-certificados
           end-start

           perform until sw-mas-certificados = "N"
              read certret next record
                 at end
                    move "N"                  to sw-mas-certificados
              end-read
              if sw-mas-certificados = "S"
                 add 1                        to leidos
                 if Certret-Fecha(1:6) = Periodo
                    perform ExportarCertificado
                 end-if
              end-if
           end-perform

           if sw-exportacion-abierta = "S"
              perform CerrarExportacion
           end-if.

      * what PROPAGO says was withheld in the period must match what
      * went to the files
       ConciliarPropuestas.
           if sw-propago-disponible = "S"
              move low-value                  to Propago-Key
              move "S"                        to sw-mas-propuestas
              start propago key is not less than Propago-Key
                 invalid key
                    move "N"                  to sw-mas-propuestas
              end-start
           else
              move "N"                        to sw-mas-propuestas
           end-if

           perform until sw-mas-propuestas = "N"
              read propago next record
                 at end
                    move "N"                  to sw-mas-propuestas
              end-read
              if sw-mas-propuestas = "S"
                 if Propago-Fecha-Conf numeric and
                    Propago-Fecha-Conf(1:6) = Periodo and
                    (Propago-Estado = "C" or Propago-Estado = "T" or
                     Propago-Estado = "Q" or Propago-Estado = "A")
                    perform AcumularPropuesta
                 end-if
              end-if
           end-perform

           perform AcumularHonorarios
           perform GrabarConciliacion.

       TerminarProceso.
           close certret
           if sw-propago-disponible = "S"
              close propago
           end-if
           close factura
           close provee
           if sw-acugan-disponible = "S"
              close acugan
           end-if
           close listado

           move leidos                        to ed-cantidad
           display "Certificados leidos   : " ed-cantidad
           move exportados                    to ed-cantidad
           display "Certificados export.  : " ed-cantidad
           move anulados                      to ed-cantidad
           display "Anulados del periodo  : " ed-cantidad
           move archivos                      to ed-cantidad
           display "Archivos generados    : " ed-cantidad
           move sin-certificado               to ed-cantidad
           display "Propuestas sin certif.: " ed-cantidad

           goback.

      * ---------------------------------------------------
       ExportarCertificado.
           if Certret-Estado = "A"
              add 1                           to anulados
              perform GrabarAnulado
           else
              if sw-exportacion-abierta = "N" or
                 Certret-Impuesto not = impuesto-actual or
                 Certret-Pcia not = pcia-actual
                 if sw-exportacion-abierta = "S"
                    perform CerrarExportacion
                 end-if
                 perform AbrirExportacion
              end-if

              perform BuscarDatosComprobante
              if Certret-Impuesto = "G"
                 perform ArmarLineaSicore
                 write reg-exportacion from sicore-linea
                 if Certret-Resto(1:1) = "H"
                    add Certret-Importe       to archivo-honorarios
                 else
                    add Certret-Importe       to archivo-ganancias
                 end-if
              else
                 perform ArmarLineaIibb
                 write reg-exportacion from iibb-linea
                 add Certret-Importe          to archivo-iibb
              end-if
              add 1                           to exportados
              add 1                           to registros-archivo
              add Certret-Importe             to retenido-archivo
           end-if.

       AbrirExportacion.
           move Certret-Impuesto              to impuesto-actual
           move Certret-Pcia                  to pcia-actual
           move spaces                        to NombreExportacion
           if Certret-Impuesto = "G"
              string "SICORE-" Periodo ".TXT"
                 delimited by size into NombreExportacion
           else
              string "IIBB-" Certret-Pcia "-" Periodo ".TXT"
                 delimited by size into NombreExportacion
           end-if
           open output exportacion
           move "S"                           to sw-exportacion-abierta
           add 1                              to archivos
           move zero                          to registros-archivo
           move zero                          to retenido-archivo.

       CerrarExportacion.
           close exportacion
           move "N"                           to sw-exportacion-abierta

           move registros-archivo             to ed-cantidad
           move retenido-archivo              to ed-importe
           move spaces                        to reg-listado
           string "ARCHIVO " NombreExportacion
                  " REGISTROS " ed-cantidad
                  " RETENIDO " ed-importe
              delimited by size into reg-listado
           write reg-listado.

      * an honorarios certificate stands on its payment order, there
      * is no supplier invoice behind it
       BuscarDatosComprobante.
           move Certret-Fecha                 to fecha-comprobante
           move spaces                        to razon-proveedor
           if Certret-Resto(1:1) not = "H"
              perform BuscarFacturaProveedor
           end-if.

       BuscarFacturaProveedor.
           move Certret-Prove                 to Factura-Prove
           move Certret-Propago               to Factura-Numero
           read factura
              invalid key
                 continue
              not invalid key
                 move Factura-Fecha           to fecha-comprobante
           end-read

           move Certret-Prove                 to Provee-Id
           read provee
              invalid key
                 continue
              not invalid key
                 move Provee-Razon            to razon-proveedor
           end-read.

       ArmarLineaSicore.
           move fecha-comprobante             to fecha-convertir
           perform ConvertirFecha
           move fecha-barra                   to Sic-Fecha-Comp

           move Certret-Propago               to texto-digitos
           perform ExtraerDigitos
           move numero-digitos                to Sic-Nro-Comp

           move Certret-Importe-Comp          to importe-formatear
           perform FormatearImporte
           move importe-coma                  to Sic-Importe-Comp

           if Certret-Resto(1:1) = "H"
              move Regimen-Honorarios         to Sic-Cod-Regimen
           else
              move Regimen-Ganancias          to Sic-Cod-Regimen
           end-if

           move Certret-Base                  to importe-formatear
           perform FormatearImporte
           move importe-coma(3:14)            to Sic-Base

           move Certret-Fecha                 to fecha-convertir
           perform ConvertirFecha
           move fecha-barra                   to Sic-Fecha-Ret

           move Certret-Importe               to importe-formatear
           perform FormatearImporte
           move importe-coma(3:14)            to Sic-Importe-Ret

           move Certret-Cuit                  to texto-digitos
           perform ExtraerDigitos
           move numero-digitos                to Sic-Nro-Doc

           move Certret-Numero                to Sic-Nro-Certificado.

       ArmarLineaIibb.
           move Certret-Pcia                  to Ibb-Jurisdiccion

           move Certret-Fecha                 to fecha-convertir
           perform ConvertirFecha
           move fecha-barra                   to Ibb-Fecha-Ret

           move Certret-Propago               to texto-digitos
           perform ExtraerDigitos
           move numero-digitos                to Ibb-Nro-Comp

           move fecha-comprobante             to fecha-convertir
           perform ConvertirFecha
           move fecha-barra                   to Ibb-Fecha-Comp

           move Certret-Importe-Comp          to importe-formatear
           perform FormatearImporte
           move importe-coma                  to Ibb-Importe-Comp

           move Certret-Numero                to Ibb-Nro-Certificado

           move Certret-Cuit                  to texto-digitos
           perform ExtraerDigitos
           move numero-digitos                to Ibb-Cuit
           move razon-proveedor               to Ibb-Razon

           move Certret-Base                  to importe-formatear
           perform FormatearImporte
           move importe-coma                  to Ibb-Base

           move Certret-Alicuota              to alc-coma-ent
           compute alc-coma-dec =
              (Certret-Alicuota - alc-coma-ent) * 100
           move alicuota-coma                 to Ibb-Alicuota

           move Certret-Importe               to importe-formatear
           perform FormatearImporte
           move importe-coma                  to Ibb-Importe-Ret.

      * ---------------------------------------------------
       ConvertirFecha.
           move fc-dd                         to fb-dd
           move fc-mm                         to fb-mm
           move fc-aaaa                       to fb-aaaa.

       FormatearImporte.
           move importe-formatear             to imp-coma-ent
           compute imp-coma-dec =
              (importe-formatear - imp-coma-ent) * 100.

      * comprobante and CUIT are kept with their dashes; the files
      * want the digits only
       ExtraerDigitos.
           move zero                          to numero-digitos
           move 1                             to indice-digito
           perform until indice-digito > 13
              if texto-digitos(indice-digito:1) is numeric
                 move texto-digitos(indice-digito:1) to digito
                 compute numero-digitos =
                    (numero-digitos * 10) + digito
              end-if
              add 1                           to indice-digito
           end-perform.

      * ---------------------------------------------------
       GrabarAnulado.
           move Certret-Importe               to ed-importe
           move spaces                        to reg-listado
           string "ANULADO  CERTIFICADO " Certret-Impuesto "-"
                  Certret-Pcia "-" Certret-Numero
                  " PROVEEDOR " Certret-Prove
                  " FACTURA " Certret-Propago
                  " RETENIDO " ed-importe
              delimited by size into reg-listado
           write reg-listado.

       AcumularPropuesta.
           add Propago-Ret-Gan                to propago-ganancias
           add Propago-Ret-Iibb               to propago-iibb

           if Propago-Ret-Gan > zero or Propago-Ret-Iibb > zero
              perform BuscarCertificadoPropuesta
              if sw-certificado-hallado = "N"
                 add 1                        to sin-certificado
                 move spaces                  to reg-listado
                 string "SIN CERTIFICADO  PROVEEDOR " Propago-Prove
                        " FACTURA " Propago-Numero
                        " CONFIRMADA " Propago-Fecha-Conf
                    delimited by size into reg-listado
                 write reg-listado
              end-if
           end-if.

       BuscarCertificadoPropuesta.
           move "N"                           to sw-certificado-hallado
           move Propago-Prove                 to Certret-Prove
           move Propago-Numero                to Certret-Propago
           start certret key is not less than Certret-Prop-Key
              invalid key
                 continue
              not invalid key
                 read certret next record
                    at end
                       continue
                    not at end
                       if Certret-Prove = Propago-Prove and
                          Certret-Propago = Propago-Numero
                          move "S"            to sw-certificado-hallado
                       end-if
                 end-read
           end-start.

      * what the honorarios runs withheld in the month, kept per autor
       AcumularHonorarios.
           if sw-acugan-disponible = "S"
              move low-value                  to Acugan-Key
              move "S"                        to sw-mas-acumulados
              start acugan key is not less than Acugan-Key
                 invalid key
                    move "N"                  to sw-mas-acumulados
              end-start
           else
              move "N"                        to sw-mas-acumulados
           end-if

           perform until sw-mas-acumulados = "N"
              read acugan next record
                 at end
                    move "N"                  to sw-mas-acumulados
              end-read
              if sw-mas-acumulados = "S"
                 if Acugan-Periodo = Periodo
                    add Acugan-Retenido       to acugan-honorarios
                 end-if
              end-if
           end-perform.

       GrabarConciliacion.
           move spaces                        to reg-listado
           write reg-listado

           move archivo-ganancias             to ed-importe
           move spaces                        to reg-listado
           string "GANANCIAS  ARCHIVO   " ed-importe
              delimited by size into reg-listado
           write reg-listado
           move propago-ganancias             to ed-importe
           move spaces                        to reg-listado
           string "GANANCIAS  PROPAGO   " ed-importe
              delimited by size into reg-listado
           write reg-listado
           compute diferencia = archivo-ganancias - propago-ganancias
           perform GrabarDiferencia

           move archivo-honorarios            to ed-importe
           move spaces                        to reg-listado
           string "HONORARIOS ARCHIVO   " ed-importe
              delimited by size into reg-listado
           write reg-listado
           move acugan-honorarios             to ed-importe
           move spaces                        to reg-listado
           string "HONORARIOS ACUMULADO " ed-importe
              delimited by size into reg-listado
           write reg-listado
           compute diferencia = archivo-honorarios - acugan-honorarios
           perform GrabarDiferencia

           move archivo-iibb                  to ed-importe
           move spaces                        to reg-listado
           string "IIBB       ARCHIVOS  " ed-importe
              delimited by size into reg-listado
           write reg-listado
           move propago-iibb                  to ed-importe
           move spaces                        to reg-listado
           string "IIBB       PROPAGO   " ed-importe
              delimited by size into reg-listado
           write reg-listado
           compute diferencia = archivo-iibb - propago-iibb
           perform GrabarDiferencia.

       GrabarDiferencia.
           move diferencia                    to ed-diferencia
           move spaces                        to reg-listado
           if diferencia = zero
              string "           CONCILIADO"
                 delimited by size into reg-listado
           else
              string "           DIFERENCIA " ed-diferencia
                 delimited by size into reg-listado
           end-if
           write reg-listado
           move spaces                        to reg-listado
           write reg-listado.
