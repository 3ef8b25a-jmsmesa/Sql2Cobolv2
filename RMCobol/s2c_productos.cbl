           02 ReqProductos-cuenta         pic 9(12).
           02                               pic x(01).
           02 ReqProductos-estado         pic x(01).
           02                               pic x(01).
           02 ReqProductos-peso           pic 9(06),9(04).

       fd  response
                  block contains 1 records
           move ReqProductos-unidad   to Produc-Unidad
           move ReqProductos-cuenta   to Produc-Cuenta
           move ReqProductos-estado   to Produc-Estado
           perform MoverPesoRequest
           move spaces                  to Produc-Resto

           perform GrabarProductos
           move ReqProductos-unidad   to Produc-Unidad
           move ReqProductos-cuenta   to Produc-Cuenta
           move ReqProductos-estado   to Produc-Estado
           perform MoverPesoRequest
           move spaces                  to Produc-Resto

           perform ReGrabarProductos

           perform RechazarClaveInvalida.

      * unit weight, used to spread import freight; an old-layout
      * request without it leaves the producto weightless
       MoverPesoRequest.
           if ReqProductos-peso = spaces
              move zero                 to Produc-Peso
           else
              move ReqProductos-peso    to Produc-Peso
           end-if.

       RechazarOpcionInvalida.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectProductos
