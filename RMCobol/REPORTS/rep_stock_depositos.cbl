           move zero                          to valor-grupo.

       AcumularMovimiento.
      * devoluciones to the provider, consumos, transfers sent and
      * inventory faltantes leave the deposito; stock in transit is
      * in neither deposito
           if Kardex-TipoMov = "D" or Kardex-TipoMov = "C" or
              Kardex-TipoMov = "T" or Kardex-TipoMov = "B"
              subtract Kardex-Cantidad        from stock-grupo
              subtract Kardex-Valor           from valor-grupo
           else
