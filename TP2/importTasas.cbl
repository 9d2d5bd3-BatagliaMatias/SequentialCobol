       IDENTIFICATION DIVISION.

       PROGRAM-ID. IMPTASAS.

      * Importacion diaria del tipo de cambio de referencia que
      * publica el Banco Central. Solo se toman las monedas que usa
      * algun cliente de CLIENTES.DAT y cada tasa nueva se agrega a
      * TASASHIST.DAT con su fecha de vigencia. Una variacion contra
      * la ultima tasa cargada mayor al limite de TASAS_LIMITE.DAT
      * (5% si no existe) pide confirmacion; si no se confirma el dia
      * queda rechazado. Al final se listan los dias habiles (sin
      * fines de semana ni FERIADOS.DAT) del rango de control que no
      * tienen tasa cargada para alguna de las monedas.
      *
      * Formato de TIPOCAMBIO_BCRA.TXT (separado por punto y coma):
      *   FECHA (DD/MM/AAAA);MONEDA (CODIGO ISO);TIPO DE CAMBIO
      *   (9999,9999)

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT BCRA ASSIGN TO "TIPOCAMBIO_BCRA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BCRA-FS.

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT OPTIONAL TASAHIST ASSIGN TO "TASASHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TASAHIST-FS.

           SELECT OPTIONAL LIMITE ASSIGN TO "TASAS_LIMITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMITE-FS.

           SELECT FER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FER-FECHA
               FILE STATUS IS FER-FS.

           SELECT LISTADO ASSIGN TO "TASAS_IMPORTACION.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

       FD BCRA
           LABEL RECORD OMITTED.
       01 BCRA-LINEA PIC X(80).

       FD CLI
           VALUE OF FILE-ID IS "CLIENTES.DAT".
       01 CLI-REG.
           03 CLI-COD-CLIENTE PIC 9(4).
           03 CLI-RAZON-SOCIAL PIC X(30).
           03 CLI-DIRECCION PIC X(20).
           03 CLI-TELEFONO PIC 9(10).
           03 CLI-MONEDA PIC X(3).
           03 CLI-EMPRESA PIC X(3).
           03 CLI-PLAZO-PAGO PIC 9(3).
           03 CLI-CUIT PIC 9(11).
           03 CLI-COND-FISCAL PIC X(2).
           03 CLI-CAT-IVA PIC X(2).
           03 CLI-RET-GAN PIC 9(2)V99.
           03 CLI-RET-IIBB PIC 9(2)V99.
           03 CLI-BLOQUEO PIC X.
               88 CLI-BLOQUEADO VALUE 'S'.
               88 CLI-SIN-BLOQUEO VALUES 'N', SPACE.
           03 CLI-RED-INCREMENTO PIC 9V99.
           03 CLI-RED-SENTIDO PIC X.
           03 CLI-MIN-DIARIO PIC 9V99.
           03 CLI-DEBITO-AUTO PIC X.
               88 CLI-CON-DEBITO VALUE 'S'.
               88 CLI-SIN-DEBITO VALUES 'N', SPACE.
           03 CLI-CBU PIC X(22).
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

       FD TASAHIST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TASASHIST.DAT".
       01 TSH-REG.
           03 TSH-MONEDA PIC X(3).
           03 TSH-FVIGENCIA PIC X(8).
           03 TSH-VALOR PIC 9(5)V9999.

      * Variacion diaria maxima admitida sin confirmacion, en
      * porcentaje (una sola linea).
       FD LIMITE
           LABEL RECORD OMITTED.
       01 LIM-REG.
           03 LIM-PORCENTAJE PIC 9(3)V99.

       FD FER
          VALUE OF FILE-ID IS "FERIADOS.DAT".
       01 FER-REG.
           03 FER-FECHA PIC X(8).
           03 FER-DESC PIC X(30).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       01 BCRA-FS                      PIC X(2).
           88 BCRA-OK                         VALUE '00'.
           88 BCRA-EOF                        VALUE '10'.
       01 CLI-FS                       PIC X(2).
       01 TASAHIST-FS                  PIC X(2).
           88 TASAHIST-OK                     VALUE '00'.
           88 TASAHIST-EOF                    VALUE '10'.
       01 LIMITE-FS                    PIC X(2).
       01 FER-FS                       PIC X(2).
       01 WS-HAY-FERIADOS              PIC X VALUE 'N'.
       01 LISTADO-FS                   PIC X(2).

       01 WS-HOY                       PIC X(8).
       01 WS-CLI-EOF                   PIC X.
       01 WS-LIMITE                    PIC 9(3)V99 VALUE 5,00.
       01 WS-CONFIRMA                  PIC X.

       01 WS-F-FECHA                   PIC X(10).
       01 WS-F-MONEDA                  PIC X(5).
       01 WS-F-VALOR                   PIC X(15).

       01 WS-MOV-FECHA                 PIC X(8).
       01 WS-MOV-MONEDA                PIC X(3).
       01 WS-MOV-VALOR                 PIC 9(5)V9999.
       01 WS-VARIACION                 PIC S9(5)V99.
       01 WS-LIN-VARIACION             PIC -ZZZZ9,99.

      * Monedas de los clientes (sin ARS, que no se convierte).
       01 WS-M                         PIC 9(2).
       01 WS-M-HALLADA                 PIC 9(2).
       01 WS-T-MON-COUNT               PIC 9(2) VALUE ZERO.
       01 WS-T-MON.
           03 WS-T-MON-CAMPO OCCURS 20 TIMES.
               05 WS-T-MON-MONEDA       PIC X(3).

      * Historial ya cargado, para detectar dias repetidos, tomar la
      * ultima tasa anterior y controlar los dias sin tasa.
       01 WS-K                         PIC 9(4).
       01 WS-TSH-EXISTE                PIC X.
       01 WS-TSH-MEJOR-FVIG            PIC X(8).
       01 WS-TASA-ANTERIOR             PIC 9(5)V9999.
       01 WS-T-TSH-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-TSH.
           03 WS-T-TSH-CAMPO OCCURS 3000 TIMES.
               05 WS-T-TSH-MONEDA       PIC X(3).
               05 WS-T-TSH-FVIGENCIA    PIC X(8).
               05 WS-T-TSH-VALOR        PIC 9(5)V9999.

      * Rango de control de dias habiles sin tasa.
       01 WS-CTL-DESDE                 PIC X(8).
       01 WS-CTL-HASTA                 PIC X(8).
       01 WS-FEC-8                     PIC 9(8).
       01 WS-JUL-DESDE                 PIC 9(7).
       01 WS-JUL-HASTA                 PIC 9(7).
       01 WS-JUL-D                     PIC 9(7).
       01 WS-DIA-SEMANA                PIC 9.
       01 WS-FECHA-CTL                 PIC X(8).
       01 WS-ES-HABIL                  PIC X.

       01 WS-CANT-LEIDAS               PIC 9(5) VALUE ZERO.
       01 WS-CANT-GRABADAS             PIC 9(5) VALUE ZERO.
       01 WS-CANT-REPETIDAS            PIC 9(5) VALUE ZERO.
       01 WS-CANT-OTRAS-MON            PIC 9(5) VALUE ZERO.
       01 WS-CANT-RECHAZADAS           PIC 9(5) VALUE ZERO.
       01 WS-CANT-FALTANTES            PIC 9(5) VALUE ZERO.

       01 WS-LIN-TASA.
           03 WS-LIN-TASA-FECHA    PIC X(8).
           03 FILLER               PIC X(2) VALUE "  ".
           03 WS-LIN-TASA-MONEDA   PIC X(3).
           03 FILLER               PIC X(2) VALUE "  ".
           03 WS-LIN-TASA-ANT      PIC ZZZZ9,9999.
           03 FILLER               PIC X(2) VALUE "  ".
           03 WS-LIN-TASA-NUEVA    PIC ZZZZ9,9999.
           03 FILLER               PIC X(2) VALUE "  ".
           03 WS-LIN-TASA-VAR      PIC -ZZZZ9,99.
           03 FILLER               PIC X(2) VALUE "  ".
           03 WS-LIN-TASA-NOVEDAD  PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 100-PROCESAR-LINEA UNTIL BCRA-EOF.
           PERFORM 200-DIAS-SIN-TASA.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "IMPORTACION DE TIPOS DE CAMBIO DESDE "
               "TIPOCAMBIO_BCRA.TXT".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
           DISPLAY "INGRESE LA FECHA DESDE DEL CONTROL DE DIAS SIN "
               "TASA (AAAAMMDD, BLANCO=INICIO DEL MES): ".
           ACCEPT WS-CTL-DESDE.
           IF WS-CTL-DESDE = SPACES
               MOVE WS-HOY TO WS-CTL-DESDE
               MOVE "01" TO WS-CTL-DESDE(7:2)
           END-IF.
           MOVE WS-HOY TO WS-CTL-HASTA.
           OPEN INPUT BCRA.
           IF NOT BCRA-OK
               DISPLAY "ERROR: NO SE ENCUENTRA TIPOCAMBIO_BCRA.TXT"
               STOP RUN.
           OPEN INPUT CLI.
           IF CLI-FS NOT = '00'
               DISPLAY "ERROR APERTURA CLIENTES.DAT"
               CLOSE BCRA
               STOP RUN.
           PERFORM 020-CARGAR-MONEDAS.
           CLOSE CLI.
           OPEN INPUT LIMITE.
           IF LIMITE-FS = '00'
               READ LIMITE RECORD
                   AT END CONTINUE
                   NOT AT END MOVE LIM-PORCENTAJE TO WS-LIMITE
               END-READ
           END-IF.
           CLOSE LIMITE.
           PERFORM 030-CARGAR-TASAS-HIST.
           OPEN INPUT FER.
           IF FER-FS = '00'
               MOVE 'S' TO WS-HAY-FERIADOS
           END-IF.
           OPEN EXTEND TASAHIST.
           IF NOT TASAHIST-OK
               CLOSE TASAHIST
               OPEN OUTPUT TASAHIST
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE "IMPORTACION DE TIPOS DE CAMBIO DEL BANCO CENTRAL"
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "FECHA     MON   ANTERIOR       NUEVA     VAR.%  NOVEDA
      -        "D" TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       020-CARGAR-MONEDAS.
           MOVE ZERO TO CLI-COD-CLIENTE.
           MOVE 'N' TO WS-CLI-EOF.
           START CLI KEY IS NOT LESS THAN CLI-COD-CLIENTE
               INVALID KEY MOVE 'S' TO WS-CLI-EOF
           END-START.
           PERFORM 021-CARGAR-UNA-MONEDA UNTIL WS-CLI-EOF = 'S'.

       021-CARGAR-UNA-MONEDA.
           READ CLI NEXT RECORD
               AT END MOVE 'S' TO WS-CLI-EOF
           END-READ.
           IF WS-CLI-EOF = 'N' AND CLI-MONEDA NOT = "ARS" AND
               CLI-MONEDA NOT = SPACES
               MOVE CLI-MONEDA TO WS-MOV-MONEDA
               PERFORM 120-BUSCAR-MONEDA
               IF WS-M-HALLADA = ZERO AND WS-T-MON-COUNT < 20
                   ADD 1 TO WS-T-MON-COUNT
                   MOVE CLI-MONEDA TO WS-T-MON-MONEDA(WS-T-MON-COUNT)
               END-IF
           END-IF.

       030-CARGAR-TASAS-HIST.
           OPEN INPUT TASAHIST.
           IF TASAHIST-OK
               PERFORM 031-CARGAR-UNA-TSH UNTIL TASAHIST-EOF
           END-IF.
           CLOSE TASAHIST.

       031-CARGAR-UNA-TSH.
           READ TASAHIST RECORD
               AT END CONTINUE
           END-READ.
           IF NOT TASAHIST-EOF AND WS-T-TSH-COUNT < 3000
               ADD 1 TO WS-T-TSH-COUNT
               MOVE TSH-MONEDA TO WS-T-TSH-MONEDA(WS-T-TSH-COUNT)
               MOVE TSH-FVIGENCIA
                   TO WS-T-TSH-FVIGENCIA(WS-T-TSH-COUNT)
               MOVE TSH-VALOR TO WS-T-TSH-VALOR(WS-T-TSH-COUNT)
           END-IF.

       100-PROCESAR-LINEA.
           READ BCRA RECORD
               AT END CONTINUE
           END-READ.
           IF NOT BCRA-EOF AND BCRA-LINEA NOT = SPACES
               ADD 1 TO WS-CANT-LEIDAS
               PERFORM 110-DESARMAR-LINEA
               PERFORM 120-BUSCAR-MONEDA
               IF WS-M-HALLADA = ZERO
                   ADD 1 TO WS-CANT-OTRAS-MON
               ELSE
                   PERFORM 130-BUSCAR-TASA-ANTERIOR
                   IF WS-TSH-EXISTE = 'S'
                       ADD 1 TO WS-CANT-REPETIDAS
                   ELSE
                       PERFORM 140-CONTROLAR-VARIACION
                   END-IF
               END-IF
           END-IF.

       110-DESARMAR-LINEA.
           MOVE SPACES TO WS-F-FECHA WS-F-MONEDA WS-F-VALOR.
           UNSTRING BCRA-LINEA DELIMITED BY ";"
               INTO WS-F-FECHA
                    WS-F-MONEDA
                    WS-F-VALOR
           END-UNSTRING.
      *    Fecha publicada en DD/MM/AAAA, al formato AAAAMMDD.
           STRING WS-F-FECHA(7:4) WS-F-FECHA(4:2) WS-F-FECHA(1:2)
               DELIMITED BY SIZE INTO WS-MOV-FECHA.
           MOVE WS-F-MONEDA(1:3) TO WS-MOV-MONEDA.
           COMPUTE WS-MOV-VALOR = FUNCTION NUMVAL(WS-F-VALOR).

       120-BUSCAR-MONEDA.
           MOVE ZERO TO WS-M-HALLADA.
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-T-MON-COUNT OR WS-M-HALLADA NOT = ZERO
               IF WS-T-MON-MONEDA(WS-M) = WS-MOV-MONEDA
                   MOVE WS-M TO WS-M-HALLADA
               END-IF
           END-PERFORM.

      * Ultima tasa de la moneda con vigencia anterior a la fecha
      * publicada; si ya hay una tasa con esa misma vigencia el dia
      * se da por cargado.
       130-BUSCAR-TASA-ANTERIOR.
           MOVE 'N' TO WS-TSH-EXISTE.
           MOVE ZERO TO WS-TASA-ANTERIOR.
           MOVE LOW-VALUES TO WS-TSH-MEJOR-FVIG.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-T-TSH-COUNT
               IF WS-T-TSH-MONEDA(WS-K) = WS-MOV-MONEDA
                   IF WS-T-TSH-FVIGENCIA(WS-K) = WS-MOV-FECHA
                       MOVE 'S' TO WS-TSH-EXISTE
                   END-IF
                   IF WS-T-TSH-FVIGENCIA(WS-K) < WS-MOV-FECHA
                       AND WS-T-TSH-FVIGENCIA(WS-K) >=
                           WS-TSH-MEJOR-FVIG
                       MOVE WS-T-TSH-FVIGENCIA(WS-K)
                           TO WS-TSH-MEJOR-FVIG
                       MOVE WS-T-TSH-VALOR(WS-K) TO WS-TASA-ANTERIOR
                   END-IF
               END-IF
           END-PERFORM.

       140-CONTROLAR-VARIACION.
           MOVE ZERO TO WS-VARIACION.
           IF WS-TASA-ANTERIOR NOT = ZERO
               COMPUTE WS-VARIACION ROUNDED =
                   (WS-MOV-VALOR - WS-TASA-ANTERIOR) * 100 /
                   WS-TASA-ANTERIOR
           END-IF.
           MOVE WS-MOV-FECHA TO WS-LIN-TASA-FECHA.
           MOVE WS-MOV-MONEDA TO WS-LIN-TASA-MONEDA.
           MOVE WS-TASA-ANTERIOR TO WS-LIN-TASA-ANT.
           MOVE WS-MOV-VALOR TO WS-LIN-TASA-NUEVA.
           MOVE WS-VARIACION TO WS-LIN-TASA-VAR.
           MOVE "N" TO WS-CONFIRMA.
           IF WS-MOV-VALOR = ZERO
               MOVE "RECHAZADA: TASA EN CERO" TO WS-LIN-TASA-NOVEDAD
           ELSE
               IF WS-VARIACION > WS-LIMITE OR
                   WS-VARIACION < ZERO - WS-LIMITE
                   MOVE WS-VARIACION TO WS-LIN-VARIACION
                   DISPLAY "VARIACION DE " WS-LIN-VARIACION "% EN "
                       WS-MOV-MONEDA " DEL " WS-MOV-FECHA
                       " (LIMITE " WS-LIMITE "%)"
                   DISPLAY "CONFIRMA LA TASA " WS-LIN-TASA-NUEVA
                       " (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       MOVE 'S' TO WS-CONFIRMA
                       MOVE "GRABADA CON CONFIRMACION"
                           TO WS-LIN-TASA-NOVEDAD
                   ELSE
                       MOVE "RECHAZADA: VARIACION EXCESIVA"
                           TO WS-LIN-TASA-NOVEDAD
                   END-IF
               ELSE
                   MOVE 'S' TO WS-CONFIRMA
                   MOVE "GRABADA" TO WS-LIN-TASA-NOVEDAD
               END-IF
           END-IF.
           IF WS-CONFIRMA = 'S'
               PERFORM 150-GRABAR-TASA
           ELSE
               ADD 1 TO WS-CANT-RECHAZADAS
           END-IF.
           MOVE WS-LIN-TASA TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       150-GRABAR-TASA.
           MOVE WS-MOV-MONEDA TO TSH-MONEDA.
           MOVE WS-MOV-FECHA TO TSH-FVIGENCIA.
           MOVE WS-MOV-VALOR TO TSH-VALOR.
           WRITE TSH-REG.
           ADD 1 TO WS-CANT-GRABADAS.
           IF WS-T-TSH-COUNT < 3000
               ADD 1 TO WS-T-TSH-COUNT
               MOVE WS-MOV-MONEDA TO WS-T-TSH-MONEDA(WS-T-TSH-COUNT)
               MOVE WS-MOV-FECHA
                   TO WS-T-TSH-FVIGENCIA(WS-T-TSH-COUNT)
               MOVE WS-MOV-VALOR TO WS-T-TSH-VALOR(WS-T-TSH-COUNT)
           END-IF.

      * Excepciones: dia habil del rango sin tasa con esa vigencia
      * para una moneda de clientes. Esos dias las conversiones usan
      * la ultima tasa anterior.
       200-DIAS-SIN-TASA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "DIAS HABILES SIN TASA CARGADA DEL " DELIMITED BY SIZE
               WS-CTL-DESDE DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-CTL-HASTA DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-CTL-DESDE TO WS-FEC-8.
           COMPUTE WS-JUL-DESDE = FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           MOVE WS-CTL-HASTA TO WS-FEC-8.
           COMPUTE WS-JUL-HASTA = FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           PERFORM 210-CONTROLAR-DIA
               VARYING WS-JUL-D FROM WS-JUL-DESDE BY 1
               UNTIL WS-JUL-D > WS-JUL-HASTA.
           IF WS-CANT-FALTANTES = ZERO
               MOVE "  SIN FALTANTES" TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

      * Sabado (resto 6) o domingo (resto 0) del calendario juliano,
      * o fecha presente en FERIADOS.DAT, no son dias habiles.
       210-CONTROLAR-DIA.
           COMPUTE WS-FEC-8 = FUNCTION DATE-OF-INTEGER(WS-JUL-D).
           MOVE WS-FEC-8 TO WS-FECHA-CTL.
           MOVE 'S' TO WS-ES-HABIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JUL-D, 7).
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE 'N' TO WS-ES-HABIL
           END-IF.
           IF WS-ES-HABIL = 'S' AND WS-HAY-FERIADOS = 'S'
               MOVE WS-FECHA-CTL TO FER-FECHA
               READ FER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'N' TO WS-ES-HABIL
               END-READ
           END-IF.
           IF WS-ES-HABIL = 'S'
               PERFORM 220-CONTROLAR-MONEDA
                   VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-T-MON-COUNT
           END-IF.

       220-CONTROLAR-MONEDA.
           MOVE 'N' TO WS-TSH-EXISTE.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-T-TSH-COUNT OR WS-TSH-EXISTE = 'S'
               IF WS-T-TSH-MONEDA(WS-K) = WS-T-MON-MONEDA(WS-M)
                   AND WS-T-TSH-FVIGENCIA(WS-K) = WS-FECHA-CTL
                   MOVE 'S' TO WS-TSH-EXISTE
               END-IF
           END-PERFORM.
           IF WS-TSH-EXISTE = 'N'
               ADD 1 TO WS-CANT-FALTANTES
               MOVE SPACES TO LISTADO-LINEA
               STRING "  " DELIMITED BY SIZE
                   WS-FECHA-CTL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-T-MON-MONEDA(WS-M) DELIMITED BY SIZE
                   "  SIN TASA, SE USARA LA ULTIMA ANTERIOR"
                       DELIMITED BY SIZE
                   INTO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

       900-FIN.
           CLOSE BCRA.
           CLOSE TASAHIST.
           IF WS-HAY-FERIADOS = 'S'
               CLOSE FER
           END-IF.
           CLOSE LISTADO.
           DISPLAY "LINEAS LEIDAS: " WS-CANT-LEIDAS.
           DISPLAY "TASAS GRABADAS EN TASASHIST.DAT: " WS-CANT-GRABADAS.
           DISPLAY "YA CARGADAS: " WS-CANT-REPETIDAS
               "  MONEDAS SIN CLIENTES: " WS-CANT-OTRAS-MON.
           DISPLAY "RECHAZADAS: " WS-CANT-RECHAZADAS.
           DISPLAY "DIAS HABILES SIN TASA: " WS-CANT-FALTANTES.
           DISPLAY "REPORTE GRABADO EN TASAS_IMPORTACION.PRN".

       END PROGRAM IMPTASAS.
