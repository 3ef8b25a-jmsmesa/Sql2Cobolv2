           perform MoverSolicitudRequest
           move "P"                     to Solici-Estado
           move zero                    to Solici-Orden
           move "M"                     to Solici-Origen
           move zero                    to Solici-Deposito

           perform GrabarSolicitudes
           if fs-comun = "22"
           perform RechazarClaveInvalida.

       ProcesarModificacion.
      * estado, assigned order and origen belong to the purchasing
      * circuit; a modification must not overwrite them
           add 1 to contador-modificaciones
           move ReqSolicitudes-id       to Solici-Id
           perform LeerSolicitudes
