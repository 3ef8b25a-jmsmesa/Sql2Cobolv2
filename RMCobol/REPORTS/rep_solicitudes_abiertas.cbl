           03                                  pic x(01).
           03 Lis-Dias-Abierta                pic s9(05)
              sign is trailing separate.
           03                                  pic x(01).
           03 Lis-Origen                      pic x(01).

       working-storage section.
           copy fs-comun.wk.
           move Solici-Producto               to Lis-Producto
           move Solici-Cantidad               to Lis-Cantidad
           move dias-abierta                  to Lis-Dias-Abierta
           move Solici-Origen                 to Lis-Origen

           perform GrabarListado.

