           copy honodet.sl.
           copy ord-comp.sl.
           copy numera.sl.
           copy autor.sl.
           copy escgan.sl.
           copy acugan.sl.
           copy certret.sl.

           select crucexref
                  assign to random "HONORA-XREF.LST"
                  access is sequential
                  file status is st-candado.

           select auditoria
                  assign to random "AUDITORIA.LOG"
                  organization is line sequential
                  access is sequential
                  file status is st-auditoria.

       data division.
       file section.
           copy honora.fd.
           copy honodet.fd.
           copy ord-comp.fd.
           copy numera.fd.
           copy autor.fd.
           copy escgan.fd.
           copy acugan.fd.
           copy certret.fd.

       fd  crucexref
                  label record is standard.
           02 LckSep2                         pic x(01).
           02 Lck-Request                     pic x(30).

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
       77  sw-mas-honorarios                  pic x(01).
       77  sw-mas-detalles                    pic x(01).
       77  sw-numero-libre                    pic x(01).
       77  indice-autor                       pic 9(03).
       77  autor-marca                        pic 9(02).
       77  importe-honorario                  pic 9(12)v9(02).
       77  base-honorario                     pic 9(12)v9(02).
       77  sw-autor-disponible                pic x(01) value "N".
       77  sw-escgan-disponible               pic x(01) value "N".
       77  sw-escala-hallada                  pic x(01).
       77  sw-mas-tramos                      pic x(01).
       77  sw-acugan-nuevo                    pic x(01).
       77  sw-error-acugan                    pic x(01) value "N".
       77  errores-acugan                     pic 9(08) value zero.
       77  autor-actual                       pic 9(02).
       77  categ-autor                        pic x(02).
       77  cuit-autor                         pic x(13).
       77  categ-buscada                      pic x(02).
       77  vigencia-escala                    pic 9(08).
       77  minimo-escala                      pic 9(12)v9(02).
       77  fijo-tramo                         pic 9(12)v9(02).
       77  desde-tramo                        pic 9(12)v9(02).
       77  alicuota-tramo                     pic 9(03)v9(02).
       77  base-mes                           pic 9(13)v9(02).
       77  excedente-mes                      pic 9(13)v9(02).
       77  impuesto-mes                       pic 9(13)v9(02).
       77  numero-certificado                 pic 9(08).
       77  importe-certificado                pic 9(12)v9(02).
       77  retenido-total                     pic 9(13)v9(02)
           value zero.
       77  certificados                       pic 9(08) value zero.
       77  ed-retencion                       pic zzz,zzz,zz9.99.
       77  ed-neto                            pic zzz,zzz,zz9.99.
       77  honorarios-leidos                  pic 9(08) value zero.
       77  honorarios-marcados                pic 9(08) value zero.
       77  ordenes-creadas                    pic 9(08) value zero.
              05 aut-cantidad                 pic 9(05).
              05 aut-importe                  pic 9(13)v9(02).
              05 aut-orden                    pic 9(06).
              05 aut-base                     pic 9(13)v9(02).
              05 aut-retencion                pic 9(12)v9(02).

       procedure division.
       begin section 1.
           perform AbrirDetalles
           perform AbrirOrdenesCmpr
           perform AbrirNumeradores
           perform AbrirAutores
           perform AbrirEscalas
           perform AbrirAcumulados
           perform AbrirCertificados
           perform AbrirAuditoria
           perform AbrirCruceXref.

       AcumularHonorarios.
           move 1                             to indice-autor
           perform 100 times
              if aut-cantidad(indice-autor) > 0
                 perform CalcularRetencionAutor
                 perform GenerarOrdenAutor
                 if aut-orden(indice-autor) > 0
                    perform RegistrarRetencionAutor
                    perform MarcarHonorariosAutor
                 end-if
              end-if
           perform CerrarDetalles
           perform CerrarOrdenesCmpr
           perform CerrarNumeradores
           perform CerrarAutores
           perform CerrarEscalas
           perform CerrarAcumulados
           perform CerrarCertificados
           perform CerrarAuditoria
           perform CerrarCruceXref

           move honorarios-leidos             to ed-cantidad
           display "Ordenes creadas      : " ed-cantidad
           move importe-total                 to ed-importe
           display "Importe total        : " ed-importe
           move retenido-total                to ed-importe
           display "Retenido ganancias   : " ed-importe
           move certificados                  to ed-cantidad
           display "Certificados emitidos: " ed-cantidad
           if sw-error-acugan = "S"
              move errores-acugan             to ed-cantidad
              display "Errores acum. ganan. : " ed-cantidad
              display "Revisar acumulados de ganancias de los autores"
                      " informados; no se emitio su certificado."
              move 1                          to return-code
           end-if

           perform LiberarCandado

              aut-cantidad(indice-autor)
           add importe-honorario              to
              aut-importe(indice-autor)
           add importe-honorario              to importe-total
           add base-honorario                 to
              aut-base(indice-autor).

       SumarDetallesHonorario.
           move zero                          to importe-honorario
           move zero                          to base-honorario
           move Honora-Id                     to Honodet-Id
           move zero                          to Honodet-Secuencia
           move "S"                           to sw-mas-detalles
              if sw-mas-detalles = "S"
                 if Honodet-Id = Honora-Id
                    add Honodet-Importe       to importe-honorario
                    if Honora-Impue = 1
                       add Honodet-Base-Ret   to base-honorario
                    end-if
                 else
                    move "N"                  to sw-mas-detalles
                 end-if
           move "HONORARIOS PERIODO GENERADO POR LOTE"
              to Ord-Comp-Obs-1
           move "1"                           to Ord-Comp-Resto(1:1)
      * the total stays gross; the withholding rides in Otros so the
      * payment proposal deducts it from what is transferred
           move aut-retencion(indice-autor)   to Ord-Comp-Otros
           if aut-retencion(indice-autor) > zero
              move aut-retencion(indice-autor) to ed-retencion
              compute ed-neto = aut-importe(indice-autor) -
                 aut-retencion(indice-autor)
              string "RETENCION GANANCIAS " ed-retencion
                     " NETO " ed-neto
                 delimited by size into Ord-Comp-Obs-2
           end-if

           write ord-comp-reg
              invalid key
                 continue
           end-write
           if fs-comun = "00"
              move spaces                     to aud-imagen-antes
              move "write     "               to Aud-Operacion
              perform RegistrarAuditoriaOrden
              add 1                           to ordenes-creadas
           else
              move zero                       to
       MarcarUnHonorario.
           compute indice-autor = Honora-Autor + 1
           if aut-orden(indice-autor) > 0
              move honora-reg                 to aud-imagen-antes
              move "G"                        to Honora-Resto(1:1)
              move aut-orden(indice-autor)    to Honora-Resto(2:6)
              rewrite honora-reg
              if fs-comun = "00"
                 move "rewrite   "            to Aud-Operacion
                 perform RegistrarAuditoriaHonorario
                 add 1                        to honorarios-marcados
                 perform GrabarCruceXref
              end-if
           move aut-orden(indice-autor)       to Xref-Ord-Comp-Id
           perform GrabarXrefLinea.

      * ---------------------------------------------------
      * ganancias is withheld on the calendar month as a whole: the
      * scale of the autor's category goes over the base paid so far
      * in the month and what was already withheld is taken off
       CalcularRetencionAutor.
           compute autor-actual = indice-autor - 1
           move zero                          to
              aut-retencion(indice-autor)
           perform LeerAcumuladoMes
           if aut-base(indice-autor) > zero
              perform BuscarDatosAutor
              perform BuscarEscalaVigente
              if sw-escala-hallada = "S"
                 compute base-mes =
                    Acugan-Base + aut-base(indice-autor)
                 perform CalcularImpuestoMes
                 if impuesto-mes > Acugan-Retenido
                    compute aut-retencion(indice-autor) =
                       impuesto-mes - Acugan-Retenido
                 end-if
      * what the payment cannot cover stays owed to the next one
                 if aut-retencion(indice-autor) >
                    aut-importe(indice-autor)
                    move aut-importe(indice-autor) to
                       aut-retencion(indice-autor)
                 end-if
              end-if
           end-if.

       LeerAcumuladoMes.
           move "N"                           to sw-acugan-nuevo
           move autor-actual                  to Acugan-Autor
           move Fecha-Hoy(1:6)                to Acugan-Periodo
           read acugan
              invalid key
                 move "S"                     to sw-acugan-nuevo
                 move zero                    to Acugan-Base
                 move zero                    to Acugan-Retenido
                 move zero                    to Acugan-Pagos
                 move spaces                  to Acugan-Resto
           end-read.

       BuscarDatosAutor.
           move spaces                        to categ-autor
           move spaces                        to cuit-autor
           if sw-autor-disponible = "S"
              move autor-actual               to Autor-Codigo
              read autor
                 invalid key
                    continue
                 not invalid key
                    move Autor-Categ          to categ-autor
                    move Autor-Cuit           to cuit-autor
              end-read
           end-if.

       BuscarEscalaVigente.
      * latest scale of the category in force today, positioned on
      * its last tramo with the same trick the rate lookups use
           move "N"                           to sw-escala-hallada
           if sw-escgan-disponible = "S" and categ-autor not = spaces
              move categ-autor                to Escgan-Categ
              move Fecha-Hoy                  to Escgan-Vigencia
              move 999999999999.99            to Escgan-Desde
              start escgan key is not greater than Escgan-Key
                 invalid key
                    continue
                 not invalid key
                    read escgan next record
                       at end
                          continue
                       not at end
                          if Escgan-Categ = categ-autor
                             move Escgan-Vigencia
                                to vigencia-escala
                             move "S"         to sw-escala-hallada
                          end-if
                    end-read
              end-start
           end-if.

      * the non-taxable minimum is the one of the first tramo; the
      * tramo applied is the last one the excess over it reaches
       CalcularImpuestoMes.
           move zero                          to impuesto-mes
           move zero                          to fijo-tramo
           move zero                          to desde-tramo
           move zero                          to alicuota-tramo
           move categ-autor                   to Escgan-Categ
           move vigencia-escala               to Escgan-Vigencia
           move zero                          to Escgan-Desde
           move "S"                           to sw-mas-tramos
           start escgan key is not less than Escgan-Key
              invalid key
                 move "N"                     to sw-mas-tramos
           end-start
           perform LeerTramoNext

           if sw-mas-tramos = "S"
              move Escgan-Minimo              to minimo-escala
              if base-mes > minimo-escala
                 compute excedente-mes = base-mes - minimo-escala
                 perform until sw-mas-tramos = "N"
                    if Escgan-Desde > excedente-mes
                       move "N"               to sw-mas-tramos
                    else
                       move Escgan-Desde      to desde-tramo
                       move Escgan-Fijo       to fijo-tramo
                       move Escgan-Alicuota   to alicuota-tramo
                       perform LeerTramoNext
                    end-if
                 end-perform
                 compute impuesto-mes rounded = fijo-tramo +
                    ((excedente-mes - desde-tramo) * alicuota-tramo)
                    / 100
              end-if
           end-if.

       LeerTramoNext.
           if sw-mas-tramos = "S"
              read escgan next record
                 at end
                    move "N"                  to sw-mas-tramos
              end-read
           end-if
           if sw-mas-tramos = "S"
              if Escgan-Categ not = categ-autor or
                 Escgan-Vigencia not = vigencia-escala
                 move "N"                     to sw-mas-tramos
              end-if
           end-if.

      * the month accumulates once the order is in, the certificate
      * goes with it under the same numbering as the suppliers'
       RegistrarRetencionAutor.
           move "00"                          to fs-comun
           if aut-base(indice-autor) > zero
              add aut-base(indice-autor)      to Acugan-Base
              add aut-retencion(indice-autor) to Acugan-Retenido
              add 1                           to Acugan-Pagos
              if sw-acugan-nuevo = "S"
                 write acugan-reg
                    invalid key
                       continue
                 end-write
              else
                 rewrite acugan-reg
              end-if
           end-if

      * without the accumulated base the certificate would not agree
      * with the next month's calculation, so it is left for review
           if fs-comun not = "00"
              move "S"                        to sw-error-acugan
              add 1                           to errores-acugan
              display "Error " fs-comun " grabando acumulado ganancias"
                      " autor " autor-actual
                      " orden " aut-orden(indice-autor)
                      " - sin certificado"
           else
              if aut-retencion(indice-autor) > zero
                 add aut-retencion(indice-autor) to retenido-total
                 perform GrabarCertificado
              end-if
           end-if.

       GrabarCertificado.
           move "G"                           to Certret-Impuesto
           move zero                          to Certret-Pcia
           move aut-retencion(indice-autor)   to Certret-Importe
           perform TomarNumeroCertificado
           move numero-certificado            to Certret-Numero
           move autor-actual                  to Certret-Prove
           move spaces                        to Certret-Propago
           string "HON-" aut-orden(indice-autor)
              delimited by size into Certret-Propago
           move Empresa-Orden                 to Certret-Empresa
           move aut-orden(indice-autor)       to Certret-Orden
           move Fecha-Hoy                     to Certret-Fecha
           move cuit-autor                    to Certret-Cuit
           move aut-importe(indice-autor)     to Certret-Importe-Comp
           move aut-base(indice-autor)        to Certret-Base
           compute Certret-Alicuota rounded =
              (Certret-Importe * 100) / Certret-Base
           move "E"                           to Certret-Estado
           move Fecha-Hoy                     to Certret-Fecha-Estado
           move spaces                        to Certret-Resto
           move "H"                           to Certret-Resto(1:1)
           write certret-reg
           if fs-comun = "00"
              add 1                           to certificados
           end-if.

       TomarNumeroCertificado.
           move Certret-Importe               to importe-certificado
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
                       if Certret-Impuesto = "G" and
                          Certret-Pcia = zero
                          compute numero-certificado =
                             Certret-Numero + 1
                       end-if
                 end-read
           end-start

           move "G"                           to Certret-Impuesto
           move zero                          to Certret-Pcia
           move importe-certificado           to Certret-Importe.

      * ---------------------------------------------------
       AbrirHonorarios.
           open i-o honora.
       CerrarHonorarios.
           close honora.

      * ---------------------------------------------------
       AbrirAuditoria.
           open extend auditoria
           if st-auditoria not = "00"
              open output auditoria
           end-if.

      * the generated order and the marked honorarios reach the
      * trail the same as if they had been loaded through the
      * request files
       RegistrarAuditoriaOrden.
           move "ord-comp"                    to Aud-Archivo
           move spaces                        to Aud-Clave
           string "ORD-COMP=" Ord-Comp-Id
              delimited by size into Aud-Clave
           move ord-comp-reg                  to Aud-Despues
           perform GrabarAuditoria.

       RegistrarAuditoriaHonorario.
           move "honora"                      to Aud-Archivo
           move spaces                        to Aud-Clave
           string "HONORA=" Honora-Id
              delimited by size into Aud-Clave
           move honora-reg                    to Aud-Despues
           perform GrabarAuditoria.

       GrabarAuditoria.
           accept Aud-Fecha from date yyyymmdd
           accept aud-hora-wk from time
           move aud-hora-wk(1:6)              to Aud-Hora
           move "|" to AudSep0 AudSep1 AudSep2 AudSep3
                       AudSep4 AudSep5 AudSep6 AudSep7
           move "GenOrdenesHonorarios"        to Aud-Request
           move aud-imagen-antes              to Aud-Antes
           move "BATCH"                       to Aud-Operador
           write reg-auditoria.

       CerrarAuditoria.
           close auditoria.

      * ---------------------------------------------------
       AbrirDetalles.
           open input honodet.
       CerrarNumeradores.
           close numera.

      * ---------------------------------------------------
       AbrirAutores.
           open input autor
           if fs-comun = "00"
              move "S"                        to sw-autor-disponible
           end-if.

       CerrarAutores.
           if sw-autor-disponible = "S"
              close autor
           end-if.

      * ---------------------------------------------------
       AbrirEscalas.
           open input escgan
           if fs-comun = "00"
              move "S"                        to sw-escgan-disponible
           end-if.

       CerrarEscalas.
           if sw-escgan-disponible = "S"
              close escgan
           end-if.

      * ---------------------------------------------------
       AbrirAcumulados.
           open i-o acugan
           if arch-no-existe
              open output acugan
              close acugan
              open i-o acugan
           end-if.

       CerrarAcumulados.
           close acugan.

      * ---------------------------------------------------
       AbrirCertificados.
           open i-o certret
           if arch-no-existe
              open output certret
              close certret
              open i-o certret
           end-if.

       CerrarCertificados.
           close certret.

      * ---------------------------------------------------
       AbrirCruceXref.
           open output crucexref.
