       identification division.
       program-id. CostoPromedio.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy costo.sl.

       data division.
       file section.
           copy costo.fd.

       working-storage section.
           copy fs-comun.wk.

       77  sw-costo-abierto                   pic x(01) value " ".
       77  sw-costo-nuevo                     pic x(01).

       linkage section.
           copy costopar.wk.

       procedure division using costo-parametros.
       begin section 1.

       AtenderFuncion.
      * weighted-average cost per producto and deposito.  Every
      * ingreso re-averages it; every egreso leaves at it.  The file
      * stays open across calls within the same run, "F" closes it
           move "00"                          to Cpar-Estado

           if Cpar-Funcion = "F"
              if sw-costo-abierto = "S"
                 close costo
              end-if
              move " "                        to sw-costo-abierto
              goback
           end-if

           if sw-costo-abierto = " "
              open i-o costo
              if arch-no-existe
                 open output costo
                 close costo
                 open i-o costo
              end-if
              if fs-comun = "00"
                 move "S"                     to sw-costo-abierto
              else
                 move fs-comun                to Cpar-Estado
                 goback
              end-if
           end-if

           perform LeerCosto

           evaluate Cpar-Funcion
              when "I"
                 perform RegistrarIngreso
                 perform GrabarCosto
              when "E"
                 perform RegistrarEgreso
                 perform GrabarCosto
              when "C"
                 perform ConsultarCosto
              when other
                 move "21"                    to Cpar-Estado
           end-evaluate

           move Costo-Stock                   to Cpar-Stock
           move Costo-Unitario                to Cpar-Unitario

           goback.

      * ---------------------------------------------------
       LeerCosto.
           move "N"                           to sw-costo-nuevo
           move Cpar-Producto                 to Costo-Producto
           move Cpar-Deposito                 to Costo-Deposito
           read costo
              invalid key
                 move "S"                     to sw-costo-nuevo
                 move zero                    to Costo-Stock
                 move zero                    to Costo-Valor
                 move zero                    to Costo-Unitario
                 move zero                    to Costo-Fecha-Ult
                 move spaces                  to Costo-Resto
           end-read.

       RegistrarIngreso.
           add Cpar-Cantidad                  to Costo-Stock
           add Cpar-Valor                     to Costo-Valor
           if Costo-Stock > zero and Costo-Valor > zero
              compute Costo-Unitario rounded =
                 Costo-Valor / Costo-Stock
           end-if
           move Cpar-Fecha                    to Costo-Fecha-Ult.

       RegistrarEgreso.
      * taking the whole stock takes the whole value, so no residue
      * of rounding is left behind
           if Costo-Stock > zero and Costo-Valor > zero and
              Cpar-Cantidad not < Costo-Stock
              move Costo-Valor                to Cpar-Valor
           else
              compute Cpar-Valor rounded =
                 Cpar-Cantidad * Costo-Unitario
           end-if
           subtract Cpar-Cantidad             from Costo-Stock
           subtract Cpar-Valor                from Costo-Valor
           move Cpar-Fecha                    to Costo-Fecha-Ult.

       ConsultarCosto.
           if sw-costo-nuevo = "S"
              move "23"                       to Cpar-Estado
           end-if
           compute Cpar-Valor rounded =
              Cpar-Cantidad * Costo-Unitario.

       GrabarCosto.
           if sw-costo-nuevo = "S"
              write costo-reg
           else
              rewrite costo-reg
           end-if
           move fs-comun                      to Cpar-Estado.
