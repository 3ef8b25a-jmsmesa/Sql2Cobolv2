       file-control.
           copy honora.sl.
           copy autor.sl.
           copy certret.sl.

           select listado
                  assign to random "HON-CERT.LST"
       file section.
           copy honora.fd.
           copy autor.fd.
           copy certret.fd.

       fd  listado
                  label record is standard.
           03 Lis-Autor-Nombre                 pic x(40).
           03                                  pic x(01).
           03 Lis-Autor-Cuit                   pic x(13).
           03                                  pic x(01).
           03 Lis-Orden                        pic 9(06).

       01  reg-listado-texto                   pic x(132).

       working-storage section.
           copy fs-comun.wk.
       77  ed-cantidad                         pic zz,zzz,zz9.
       77  autor-nombre-wk                     pic x(40).
       77  autor-cuit-wk                       pic x(13).
       77  sw-certret-disponible               pic x(01) value "N".
       77  sw-mas-certificados                 pic x(01).
       77  sw-orden-listada                    pic x(01).
       77  orden-honorario                     pic 9(06).
       77  ordenes-cargadas                    pic 9(03) value zero.
       77  indice-orden                        pic 9(03).
       77  propago-buscado                     pic x(13).
       77  retenido-total                      pic 9(13)v9(02)
           value zero.
       77  ed-base                             pic zzz,zzz,zz9.99.
       77  ed-retenido                         pic zzz,zzz,zz9.99.
       77  ed-alicuota                         pic zz9.99.

       01  ordenes-tabla.
           03 ord-ent occurs 200.
              05 ord-numero                    pic 9(06).

       linkage section.
       01  args.
           end-if

           perform AbrirHonora
           perform AbrirCertificados
           perform BuscarDatosAutor
           perform AbrirListado.

              end-if
           end-perform.

       ListarRetenciones.
           if ordenes-cargadas > zero
              perform GrabarTituloRetenciones
              move 1                           to indice-orden
              perform until indice-orden > ordenes-cargadas
                 perform ListarRetencionOrden
                 add 1                         to indice-orden
              end-perform
              perform GrabarTotalRetenido
           end-if.

       TerminarProceso.
           perform CerrarHonora
           perform CerrarCertificados
           perform CerrarListado

           move leidos                        to ed-cantidad
           move Honora-Nodona                   to Lis-Honora-Nodona
           move autor-nombre-wk                 to Lis-Autor-Nombre
           move autor-cuit-wk                   to Lis-Autor-Cuit
           move zero                            to Lis-Orden
           if Honora-Resto(1:1) = "G"
              move Honora-Resto(2:6)            to orden-honorario
              move orden-honorario              to Lis-Orden
              perform CargarOrden
           end-if

           perform GrabarListado.

      * the orders paid for the lines listed, each once
       CargarOrden.
           move "N"                             to sw-orden-listada
           move 1                               to indice-orden
           perform until indice-orden > ordenes-cargadas
              if ord-numero(indice-orden) = orden-honorario
                 move "S"                       to sw-orden-listada
              end-if
              add 1                             to indice-orden
           end-perform
           if sw-orden-listada = "N" and ordenes-cargadas < 200
              add 1                             to ordenes-cargadas
              move orden-honorario              to
                 ord-numero(ordenes-cargadas)
           end-if.

      * ganancias withheld on each order, as certified when the
      * orders were generated
       GrabarTituloRetenciones.
           move spaces                          to reg-listado-texto
           perform GrabarListadoTexto
           move spaces                          to reg-listado-texto
           string "RETENCIONES DE GANANCIAS  AUTOR " Autor-Filtro
                  "  " autor-nombre-wk
              delimited by size into reg-listado-texto
           perform GrabarListadoTexto.

       ListarRetencionOrden.
           if sw-certret-disponible = "S"
              perform StartCertificadosOrden
           else
              move "N"                          to sw-mas-certificados
           end-if

           perform until sw-mas-certificados = "N"
              perform LeerCertificadoNext
              if sw-mas-certificados = "S"
                 if Certret-Prove not = Autor-Filtro or
                    Certret-Propago not = propago-buscado
                    move "N"                    to sw-mas-certificados
                 else
                    if Certret-Impuesto = "G"
                       perform GrabarRetencionOrden
                    end-if
                 end-if
              end-if
           end-perform.

       GrabarRetencionOrden.
           move Certret-Base                    to ed-base
           move Certret-Alicuota                to ed-alicuota
           move Certret-Importe                 to ed-retenido
           move spaces                          to reg-listado-texto
           string "ORDEN " ord-numero(indice-orden)
                  "  CERTIFICADO NRO " Certret-Impuesto "-"
                  Certret-Pcia "-" Certret-Numero
                  "  FECHA " Certret-Fecha
                  "  BASE " ed-base
                  "  ALIC " ed-alicuota
                  "  RETENIDO " ed-retenido
              delimited by size into reg-listado-texto
           if Certret-Estado = "A"
              string "  ANULADO"
                 delimited by size into reg-listado-texto(120:9)
           else
              add Certret-Importe               to retenido-total
           end-if
           perform GrabarListadoTexto.

       GrabarTotalRetenido.
           move retenido-total                  to ed-retenido
           move spaces                          to reg-listado-texto
           string "TOTAL RETENIDO GANANCIAS " ed-retenido
              delimited by size into reg-listado-texto
           perform GrabarListadoTexto.

       BuscarDatosAutor.
           move "SIN DATOS EN MAESTRO"          to autor-nombre-wk
           move spaces                          to autor-cuit-wk
       CerrarHonora.
           close honora.

      * ---------------------------------------------------
       AbrirCertificados.
           open input certret
           if fs-comun = "00"
              move "S"                          to sw-certret-disponible
           end-if.

       StartCertificadosOrden.
           move spaces                          to propago-buscado
           string "HON-" ord-numero(indice-orden)
              delimited by size into propago-buscado
           move Autor-Filtro                    to Certret-Prove
           move propago-buscado                 to Certret-Propago
           move "S"                             to sw-mas-certificados
           start certret key is not less than Certret-Prop-Key
              invalid key
                 move "N"                       to sw-mas-certificados
           end-start.

       LeerCertificadoNext.
           read certret next record
              at end
                 move "N"                       to sw-mas-certificados
           end-read.

       CerrarCertificados.
           if sw-certret-disponible = "S"
              close certret
           end-if.

      * ---------------------------------------------------
       AbrirListado.
           open output listado.
       GrabarListado.
           write reg-listado.

       GrabarListadoTexto.
           write reg-listado-texto.

       CerrarListado.
           close listado.
