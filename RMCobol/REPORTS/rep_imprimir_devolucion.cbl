              string "   MOTIVO: " Devol-Motivo
                 delimited by size into reg-listado
              write reg-listado
           end-if

           if Devol-Nota-Debito numeric and Devol-Nota-Debito > zero
              move spaces                     to reg-listado
              string "   NOTA DE DEBITO NRO " Devol-Nota-Debito
                 delimited by size into reg-listado
              write reg-listado
           end-if.

       ImprimirPie.
