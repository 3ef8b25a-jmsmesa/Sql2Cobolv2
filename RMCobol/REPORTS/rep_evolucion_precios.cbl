           03 Lis-Precio                      pic 9(12)v9(04).
           03                                  pic x(01).
           03 Lis-Moneda                      pic 9(02).
           03                                  pic x(01).
           03 Lis-Gasto                       pic 9(06)v9(04).
           03                                  pic x(01).
           03 Lis-Precio-Final                pic 9(12)v9(04).

       working-storage section.
           copy fs-comun.wk.
           move Prechis-Orden                 to Lis-Orden
           move Prechis-Precio                to Lis-Precio
           move Prechis-Moneda                to Lis-Moneda
      * import costs spread after the order raise what it really cost
           if Prechis-Gasto is numeric
              move Prechis-Gasto              to Lis-Gasto
           else
              move zero                       to Lis-Gasto
           end-if
           compute Lis-Precio-Final = Prechis-Precio + Lis-Gasto

           perform GrabarListado.

