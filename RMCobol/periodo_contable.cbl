       identification division.
       program-id. PeriodoContable.
       environment division.
       configuration section.
       source-computer. multiplataforma.
       object-computer. multiplataforma.

       input-output section.
       file-control.
           copy period.sl.

       data division.
       file section.
           copy period.fd.

       working-storage section.
           copy fs-comun.wk.

       77  sw-period-abierto                  pic x(01) value " ".
       77  empresa-wk                         pic 9(03).

       linkage section.
           copy peripar.wk.

       procedure division using periodo-parametros.
       begin section 1.

       AtenderFuncion.
      * tells whether the accounting period of a posting date is
      * closed for the empresa.  A month without a record, or no
      * period file at all, is open.  The file stays open across
      * calls within the same run, "F" closes it.  "T" asks for
      * any empresa, for the stock movements that belong to none
           move "00"                          to Ppar-Estado
           move "N"                           to Ppar-Cerrado

           if Ppar-Funcion = "F"
              if sw-period-abierto = "S"
                 close period
              end-if
              move " "                        to sw-period-abierto
              goback
           end-if

           if sw-period-abierto = " "
              open input period
              if fs-comun = "00"
                 move "S"                     to sw-period-abierto
              else
                 move "N"                     to sw-period-abierto
              end-if
           end-if

           if sw-period-abierto = "S"
              if Ppar-Funcion = "T"
                 perform RecorrerEmpresas
              else
                 perform LeerPeriodo
              end-if
           end-if

           goback.

      * ---------------------------------------------------
       LeerPeriodo.
           move Ppar-Empresa                  to Period-Empresa
           move Ppar-Fecha(1:6)               to Period-Periodo
           read period
              invalid key
                 continue
              not invalid key
                 if Period-Estado = "C"
                    move "S"                  to Ppar-Cerrado
                 end-if
           end-read.

       RecorrerEmpresas.
           perform varying empresa-wk from 0 by 1
              until empresa-wk > 99 or Ppar-Cerrado = "S"
              move empresa-wk                 to Ppar-Empresa
              perform LeerPeriodo
           end-perform.
