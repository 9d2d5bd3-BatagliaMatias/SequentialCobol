                   TO JOBLOG-LINEA
               WRITE JOBLOG-LINEA
           END-IF.
           PERFORM 030-PASO-INTEGRIDAD.
           PERFORM 900-FIN.
           STOP RUN.

                   RETURN-CODE
           END-IF.

      * El barrido de integridad solo lee los maestros y da de alta
      * excepciones: corre aunque un paso anterior haya fallado.
       030-PASO-INTEGRIDAD.
           MOVE "Ejecutando paso de integridad: barridoIntegridad"
               TO JOBLOG-LINEA.
           WRITE JOBLOG-LINEA.
           CALL "SYSTEM" USING "./barridoIntegridad".
           IF RETURN-CODE = 0
               MOVE "Paso de integridad finalizado OK."
                   TO JOBLOG-LINEA
               WRITE JOBLOG-LINEA
           ELSE
               MOVE 'N' TO WS-PASO-OK
               MOVE RETURN-CODE TO WS-COD-RETORNO
               STRING "ERROR EN PASO DE INTEGRIDAD. CODIGO="
                       DELIMITED BY SIZE
                   WS-COD-RETORNO DELIMITED BY SIZE
                   INTO JOBLOG-LINEA
               END-STRING
               WRITE JOBLOG-LINEA
               DISPLAY "ERROR EN PASO DE INTEGRIDAD. CODIGO="
                   RETURN-CODE
           END-IF.

       900-FIN.
           IF WS-PASO-OK = 'S'
               MOVE "Proceso batch finalizado sin errores."
