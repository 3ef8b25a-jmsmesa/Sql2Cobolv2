           02 ReqCondPago-cuotas            pic 9(02).
           02                               pic x(01).
           02 ReqCondPago-estado            pic x(01).
           02                               pic x(01).
           02 ReqCondPago-dif-cambio        pic x(01).

       fd  response
                  block contains 1 records
           move ReqCondPago-dias        to Condpago-Dias
           move ReqCondPago-cuotas      to Condpago-Cuotas
           move ReqCondPago-estado      to Condpago-Estado
           perform MoverDifCambio
           move spaces                  to Condpago-Resto

           perform GrabarCondPago
           move ReqCondPago-dias        to Condpago-Dias
           move ReqCondPago-cuotas      to Condpago-Cuotas
           move ReqCondPago-estado      to Condpago-Estado
           perform MoverDifCambio
           move spaces                  to Condpago-Resto

           perform ReGrabarCondPago

           perform RechazarClaveInvalida.

      * S when the terms bill the exchange difference of a foreign
      * currency invoice; older requests without it mean no
       MoverDifCambio.
           move ReqCondPago-dif-cambio  to Condpago-Dif-Cambio
           if Condpago-Dif-Cambio = "s"
              move "S"                  to Condpago-Dif-Cambio
           end-if
           if Condpago-Dif-Cambio not = "S"
              move "N"                  to Condpago-Dif-Cambio
           end-if.

       RechazarOpcionInvalida.
           add 1 to contador-rechazos
           move spaces                      to reg-rejectCondPago
