                 and Aud-Clave(10:6) = clave-id-x
                 perform GrabarDetalle
              end-if
              if Aud-Clave(1:7) = "INSPEC="
                 and Aud-Clave(8:6) = clave-id-x
                 perform GrabarDetalle
              end-if
           else
              if Aud-Clave(1:7) = "HONORA="
                 and Aud-Clave(8:6) = clave-id-x
