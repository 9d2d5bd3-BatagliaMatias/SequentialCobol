               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TASAHIST-FS.

           SELECT FER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FER-FECHA
               FILE STATUS IS FER-FS.

           SELECT OPTIONAL CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUENTAS-FS.
           03 CLI-JURISDICCION PIC X(3).
           03 CLI-MARKUP-GASTOS PIC 9(2)V99.
           03 CLI-LIMITE-CREDITO PIC 9(9)V99.
           03 CLI-CONFORMIDAD PIC X.
               88 CLI-CON-CONFORMIDAD VALUE 'S'.
               88 CLI-SIN-CONFORMIDAD VALUES 'N', SPACE.
           03 CLI-HORARIO-ANEXO PIC X.
               88 CLI-CON-HORARIO VALUE 'S'.
               88 CLI-SIN-HORARIO VALUES 'N', SPACE.
           03 CLI-EJECUTIVO PIC 9(3).
           03 CLI-CICLO-FACT PIC X.
               88 CLI-CICLO-MENSUAL VALUES 'M', SPACE.
               88 CLI-CICLO-QUINCENAL VALUE 'Q'.
               88 CLI-CICLO-SEMANAL VALUE 'S'.
               88 CLI-CICLO-HITO VALUE 'H'.
               88 CLI-CICLO-DEMANDA VALUE 'D'.
           03 CLI-DIA-CORTE PIC 9(2).
           03 CLI-PLAZO-DESDE PIC X.
               88 CLI-PLAZO-EMISION VALUES 'E', SPACE.
               88 CLI-PLAZO-RECEPCION VALUE 'R'.
           03 CLI-ZONA-VIAJE PIC X(2).
           03 CLI-EXTERIOR PIC X.
               88 CLI-DEL-EXTERIOR VALUE 'S'.
               88 CLI-DEL-PAIS VALUES 'N', SPACE.
           03 CLI-PAIS PIC X(3).
           03 CLI-ID-FISCAL-EXT PIC X(20).
           03 CLI-INCOTERM PIC X(3).

       FD TASA LABEL RECORD IS STANDARD
       VALUE OF FILE-ID IS "TASAS.DAT".
           03 TSH-FVIGENCIA PIC X(8).
           03 TSH-VALOR PIC 9(5)V9999.

       FD FER
          VALUE OF FILE-ID IS "FERIADOS.DAT".
       01 FER-REG.
           03 FER-FECHA PIC X(8).
           03 FER-DESC PIC X(30).

       FD CUENTAS
           LABEL RECORD OMITTED.
       01 CTA-REG.
       01 TASAHIST-FS                  PIC X(2).
           88 TASAHIST-OK                     VALUE '00'.
           88 TASAHIST-EOF                    VALUE '10'.
       01 FER-FS                       PIC X(2).
       01 WS-HAY-FERIADOS              PIC X VALUE 'N'.
       01 CUENTAS-FS                   PIC X(2).
           88 CUENTAS-OK                      VALUE '00'.
           88 CUENTAS-EOF                     VALUE '10'.
       01 WS-TSH-MEJOR-FVIG            PIC X(8).
       01 WS-TSH-HALLADA               PIC X.
       01 WS-TASA-HIST                 PIC 9(5)V9999.
       01 WS-TASA-SUPLENTE             PIC X.
       01 WS-DIA-SEMANA                PIC 9.
       01 WS-CANT-SUPLENTE             PIC 9(5) VALUE ZERO.

       01 WS-GL-NUM                    PIC -(9)9,99.
       01 WS-GL-FECHA                  PIC X(8).
           PERFORM 015-CARGAR-TASA UNTIL TASA-EOF.
           CLOSE TASA.
           PERFORM 016-CARGAR-TASAS-HIST.
           OPEN INPUT FER.
           IF FER-FS = '00'
               MOVE 'S' TO WS-HAY-FERIADOS
           END-IF.
           PERFORM 017-CARGAR-CUENTAS-GL.
           OPEN INPUT FACTCLI.
           IF NOT FACTCLI-OK
           END-PERFORM.
      *    Sin historial aplicable: la facturacion quedo valuada a
      *    la tasa unica, que tambien es el punto de partida.
           MOVE 'N' TO WS-TASA-SUPLENTE.
           IF WS-TSH-HALLADA = 'N'
               PERFORM 150-BUSCAR-TASA-CIERRE
               MOVE WS-TASA-CIERRE TO WS-TASA-HIST
               MOVE 'S' TO WS-TASA-SUPLENTE
           ELSE
               IF WS-TSH-MEJOR-FVIG < FCL-FECHA-HASTA
                   PERFORM 145-CONTROLAR-DIA-HABIL
               END-IF
           END-IF.
           IF WS-TASA-SUPLENTE = 'S'
               ADD 1 TO WS-CANT-SUPLENTE
               DISPLAY "AVISO: SIN TASA DE " CLI-MONEDA " DEL "
                   FCL-FECHA-HASTA " (FACT " FCL-NRO-FACT
                   "), SE USA LA TASA SUPLENTE " WS-TASA-HIST
           END-IF.

      * Un dia habil sin tasa propia en el historial usa la ultima
      * anterior; fines de semana y feriados no tienen publicacion.
       145-CONTROLAR-DIA-HABIL.
           MOVE 'S' TO WS-TASA-SUPLENTE.
           MOVE FCL-FECHA-HASTA TO WS-FEC-8.
           COMPUTE WS-JULIANO = FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JULIANO, 7).
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE 'N' TO WS-TASA-SUPLENTE
           END-IF.
           IF WS-TASA-SUPLENTE = 'S' AND WS-HAY-FERIADOS = 'S'
               MOVE FCL-FECHA-HASTA TO FER-FECHA
               READ FER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'N' TO WS-TASA-SUPLENTE
               END-READ
           END-IF.

       150-BUSCAR-TASA-CIERRE.
           MOVE WS-DIF-TOTAL TO WS-LIN-TOT-VAL.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           IF WS-CANT-SUPLENTE > ZERO
               MOVE SPACES TO LISTADO-LINEA
               STRING "AVISO: FACTURAS VALUADAS CON TASA SUPLENTE: "
                   DELIMITED BY SIZE
                   WS-CANT-SUPLENTE DELIMITED BY SIZE
                   INTO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

      * Asiento del efecto neto con su reversa al dia siguiente:
      * el revaluo es de presentacion y no pisa los saldos.
           CLOSE APROB.
           CLOSE APL.
           CLOSE CLI.
           IF WS-HAY-FERIADOS = 'S'
               CLOSE FER
           END-IF.
           CLOSE LISTADO.
           IF WS-CANT-SUPLENTE > ZERO
               DISPLAY "AVISO: " WS-CANT-SUPLENTE " FACTURA(S) "
                   "VALUADAS CON TASA SUPLENTE"
           END-IF.
           DISPLAY "REPORTE GRABADO EN REVALUO.PRN".

       END PROGRAM REVALUO.
