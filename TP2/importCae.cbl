               RECORD KEY IS APROB-NRO-FACT
               FILE STATUS IS APROB-FS.

      * Facturaciones emitidas en contingencia con CAEA: no reciben
      * CAE, su aceptacion se registra en el programa CAEA.
           SELECT CAI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAI-NRO-FACT
               FILE STATUS IS CAI-FS.

           SELECT RECHAZOS ASSIGN TO "CAE_RECHAZOS.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECHAZOS-FS.
           03 APROB-FIRMA1-TS PIC X(14).
           03 APROB-FIRMA2-TS PIC X(14).

       FD CAI
           VALUE OF FILE-ID IS "CAEAINF.DAT".
       01 CAI-REG.
           03 CAI-NRO-FACT PIC 9(6).
           03 CAI-PTOVTA PIC 9(4).
           03 CAI-CAEA PIC X(14).
           03 CAI-FECHA PIC X(8).
           03 CAI-ESTADO PIC X(10).
           03 CAI-FECHA-INFORME PIC X(8).
           03 CAI-MOTIVO PIC X(40).

       FD RECHAZOS
           LABEL RECORD OMITTED.
       01 RECHAZOS-LINEA PIC X(120).
       01 APROB-FS                     PIC X(2).
           88 APROB-OK                        VALUE '00'.
       01 RECHAZOS-FS                  PIC X(2).
       01 CAI-FS                       PIC X(2).
       01 WS-HAY-CAEA                  PIC X VALUE 'N'.
       01 WS-ES-CAEA                   PIC X.

       01 WS-F-NRO                     PIC X(8).
       01 WS-F-RESULTADO               PIC X(2).
       01 WS-CANT-ESTAMPADAS           PIC 9(5) VALUE ZERO.
       01 WS-CANT-RECHAZADAS           PIC 9(5) VALUE ZERO.
       01 WS-CANT-NO-HALLADAS          PIC 9(5) VALUE ZERO.
       01 WS-CANT-CAEA                 PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

               DISPLAY "ERROR APERTURA APROBACIONES.DAT"
               CLOSE RESPUESTA
               STOP RUN.
           OPEN INPUT CAI.
           IF CAI-FS = '00'
               MOVE 'S' TO WS-HAY-CAEA
           END-IF.
           OPEN OUTPUT RECHAZOS.
           MOVE "DOCUMENTOS RECHAZADOS POR EL ORGANISMO FISCAL"
               TO RECHAZOS-LINEA.
                   DISPLAY "FACTURACION " WS-NRO-FACT " DE LA "
                       "RESPUESTA NO EXISTE EN APROBACIONES.DAT"
               ELSE
                   PERFORM 115-CONTROLAR-CAEA
                   IF WS-ES-CAEA = 'S'
                       ADD 1 TO WS-CANT-CAEA
                       DISPLAY "FACTURACION " WS-NRO-FACT " EMITIDA "
                           "CON CAEA " CAI-CAEA ", SE OMITE"
                   ELSE
                       IF WS-F-RESULTADO(1:1) = 'A'
                           PERFORM 120-ESTAMPAR-CAE
                       ELSE
                           PERFORM 130-REGISTRAR-RECHAZO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       115-CONTROLAR-CAEA.
           MOVE 'N' TO WS-ES-CAEA.
           IF WS-HAY-CAEA = 'S'
               MOVE WS-NRO-FACT TO CAI-NRO-FACT
               MOVE 'S' TO WS-ES-CAEA
               READ CAI
                   INVALID KEY MOVE 'N' TO WS-ES-CAEA
               END-READ
           END-IF.

       120-ESTAMPAR-CAE.
           MOVE WS-F-CAE TO APROB-CAE.
           MOVE WS-F-VTO(1:8) TO APROB-CAE-VTO.
           CLOSE RESPUESTA.
           CLOSE APROB.
           CLOSE RECHAZOS.
           IF WS-HAY-CAEA = 'S'
               CLOSE CAI
           END-IF.
           DISPLAY "RESPUESTAS LEIDAS: " WS-CANT-LEIDAS.
           DISPLAY "CAE ESTAMPADOS: " WS-CANT-ESTAMPADAS.
           DISPLAY "DOCUMENTOS RECHAZADOS: " WS-CANT-RECHAZADAS
               DISPLAY "RESPUESTAS SIN FACTURACION: "
                   WS-CANT-NO-HALLADAS
           END-IF.
           IF WS-CANT-CAEA > ZERO
               DISPLAY "OMITIDAS POR EMITIDAS CON CAEA: " WS-CANT-CAEA
           END-IF.

       END PROGRAM IMPORTCAE.
