          OPEN I-O EXCIDX.
          IF EXCIDX-FS NOT = '00'
              DISPLAY "EXCEPFACT.DAT NO EXISTE TODAVIA. CORRA UNA "
                  "FACTURACION O EL BARRIDO DE INTEGRIDAD PRIMERO."
              STOP RUN.

         PERFORM UNTIL CH1='N'
