               RECORD KEY IS CMP-KEY
               FILE STATUS IS COMPROB-FS.

           SELECT CAI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAI-NRO-FACT
               FILE STATUS IS CAI-FS.

           SELECT FACTELEC ASSIGN TO "FACTELEC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTELEC-FS.

           SELECT FACTEXP ASSIGN TO "FACTELEC_E.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTEXP-FS.

           SELECT OPTIONAL PTOVTAEXP ASSIGN TO "PTOVENTA_EXPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTOVTAEXP-FS.

           SELECT OPTIONAL TASAHIST ASSIGN TO "TASASHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TASAHIST-FS.

           SELECT TASA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TASA-FS.

           SELECT FER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FER-FECHA
               FILE STATUS IS FER-FS.

       DATA DIVISION.

       FILE SECTION.
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

       FD PTOVTA
           LABEL RECORD OMITTED.
       01 PTOVTA-REG.
           03 PTOVTA-NRO PIC 9(4).
           03 PTOVTA-EMPRESA PIC X(3).
           03 PTOVTA-CONTINGENCIA PIC X.
               88 PTOVTA-EN-CONTINGENCIA VALUE 'S'.
           03 PTOVTA-CAEA PIC X(14).
           03 PTOVTA-CAEA-DESDE PIC X(8).
           03 PTOVTA-CAEA-HASTA PIC X(8).
           03 PTOVTA-CAEA-TOPE PIC X(8).

      * Facturaciones emitidas con CAEA, pendientes de informar.
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

      * Comprobante por cliente asignado en la corrida: letra y
      * numeracion propia del punto de venta.
           03 FE-IVA PIC 9(13)V99.
           03 FE-TOTAL PIC 9(13)V99.

      * Comprobantes E (exportacion de servicios), diseno del servicio
      * de factura electronica de exportacion: tipo 19 factura o 21
      * nota de credito, tipo de exportacion 2 (servicios), sin
      * permiso de embarque; importe en la moneda del cliente y en
      * pesos al tipo de cambio del dia habil anterior.
       FD FACTEXP
           LABEL RECORD OMITTED.
       01 FEX-REG.
           03 FEX-TIPO-DOC PIC X(2).
           03 FEX-PTO-VTA PIC 9(4).
           03 FEX-NRO-COMP PIC 9(8).
           03 FEX-FECHA PIC X(8).
           03 FEX-TIPO-EXPO PIC X.
           03 FEX-PERMISO PIC X.
           03 FEX-PAIS PIC X(3).
           03 FEX-ID-FISCAL PIC X(20).
           03 FEX-RAZON-SOCIAL PIC X(30).
           03 FEX-DOMICILIO PIC X(20).
           03 FEX-INCOTERM PIC X(3).
           03 FEX-MONEDA PIC X(3).
           03 FEX-COTIZ PIC 9(5)V9999.
           03 FEX-IMPORTE-MON PIC 9(13)V99.
           03 FEX-IMPORTE-ARS PIC 9(13)V99.

       FD PTOVTAEXP
           LABEL RECORD OMITTED.
       01 PTX-REG.
           03 PTX-NRO PIC 9(4).
           03 PTX-EMPRESA PIC X(3).

       FD TASAHIST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TASASHIST.DAT".
       01 TSH-REG.
           03 TSH-MONEDA PIC X(3).
           03 TSH-FVIGENCIA PIC X(8).
           03 TSH-VALOR PIC 9(5)V9999.

       FD TASA LABEL RECORD IS STANDARD
       VALUE OF FILE-ID IS "TASAS.DAT".
       01 TASA-REG.
           03 TASA-MONEDA PIC X(3).
           03 TASA-VALOR PIC 9(5)V9999.

       FD FER
          VALUE OF FILE-ID IS "FERIADOS.DAT".
       01 FER-REG.
           03 FER-FECHA PIC X(8).
           03 FER-DESC PIC X(30).

       WORKING-STORAGE SECTION.

       01 APROB-FS                     PIC X(2).
           88 FACTCLI-EOF                     VALUE '10'.
       01 CLI-FS                       PIC X(2).
       01 PTOVTA-FS                    PIC X(2).
       01 CAI-FS                       PIC X(2).
       01 WS-CONTINGENCIA              PIC X VALUE 'N'.
       01 WS-CAEA                      PIC X(14).
       01 WS-CAEA-DESDE                PIC X(8).
       01 WS-CAEA-HASTA                PIC X(8).
       01 FACTELEC-FS                  PIC X(2).
       01 FACTEXP-FS                   PIC X(2).
       01 PTOVTAEXP-FS                 PIC X(2).
       01 TASAHIST-FS                  PIC X(2).
       01 TASA-FS                      PIC X(2).
       01 FER-FS                       PIC X(2).
       01 WS-HAY-FERIADOS              PIC X VALUE 'N'.
       01 WS-PTO-VTA-EXPO              PIC 9(4) VALUE ZERO.
       01 WS-ES-EXPO                   PIC X.
       01 WS-CANT-EXPO                 PIC 9(5) VALUE ZERO.
       01 WS-FEX-FECHA-COTIZ           PIC X(8).
       01 WS-FEX-FECHA-NUM             PIC 9(8).
       01 WS-FEX-JULIANO               PIC 9(7).
       01 WS-FEX-DIA-SEMANA            PIC 9.
       01 WS-FEX-HABIL                 PIC X.
       01 WS-FEX-COTIZ                 PIC 9(5)V9999.
       01 WS-FEX-HALLADA               PIC X.
       01 WS-FEX-MEJOR-FVIG            PIC X(8).
       01 WS-IMPORTE-MON               PIC S9(13)V99.

       01 COMPROB-FS                   PIC X(2).
       01 WS-HAY-COMPROB               PIC X VALUE 'N'.
           IF PTOVTA-FS = '00'
               READ PTOVTA RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE PTOVTA-NRO TO WS-PTO-VTA
                       IF PTOVTA-EN-CONTINGENCIA
                           MOVE 'S' TO WS-CONTINGENCIA
                           MOVE PTOVTA-CAEA TO WS-CAEA
                           MOVE PTOVTA-CAEA-DESDE TO WS-CAEA-DESDE
                           MOVE PTOVTA-CAEA-HASTA TO WS-CAEA-HASTA
                       END-IF
               END-READ
               CLOSE PTOVTA
           END-IF.
           OPEN INPUT PTOVTAEXP.
           IF PTOVTAEXP-FS = '00'
               READ PTOVTAEXP RECORD
                   AT END CONTINUE
                   NOT AT END MOVE PTX-NRO TO WS-PTO-VTA-EXPO
               END-READ
               CLOSE PTOVTAEXP
           END-IF.
           IF WS-PTO-VTA-EXPO = ZERO
               MOVE WS-PTO-VTA TO WS-PTO-VTA-EXPO
           END-IF.
           OPEN INPUT COMPROB.
           IF COMPROB-FS = '00'
               MOVE 'S' TO WS-HAY-COMPROB
           END-IF.
           OPEN I-O APROB.
           MOVE WS-NRO-FACT TO WS-NRO-DOC.
           MOVE WS-NRO-FACT TO APROB-NRO-FACT.
           MOVE 'S' TO WS-REXIST.
                   CLOSE APROB
                   STOP RUN
           END-EVALUATE.
           IF WS-CONTINGENCIA = 'S'
               PERFORM 050-ESTAMPAR-CAEA
               CLOSE APROB
               STOP RUN
           END-IF.
           OPEN INPUT FACTCLI.
           IF NOT FACTCLI-OK
               DISPLAY "ERROR APERTURA FACTCLI.DAT"
               STOP RUN.
           OPEN INPUT CLI.
           OPEN OUTPUT FACTELEC.
           OPEN OUTPUT FACTEXP.
           OPEN INPUT FER.
           IF FER-FS = '00'
               MOVE 'S' TO WS-HAY-FERIADOS
           END-IF.
           PERFORM 030-FECHA-COTIZ-EXPO.
      * Las notas de credito no tienen detalle por cliente propio:
      * se exportan con el detalle de la facturacion original.
           IF WS-ES-NOTA-CRED = 'S'
               END-READ
           END-IF.

      * Punto de venta en contingencia: no se pide CAE, se estampa el
      * CAEA de la quincena y la facturacion queda pendiente de
      * informar (se informa desde el programa CAEA).
       050-ESTAMPAR-CAEA.
           IF APROB-CAE NOT = SPACES
               DISPLAY "  LA FACTURACION YA TIENE AUTORIZACION: "
                   APROB-CAE
           ELSE
               IF APROB-FECHA-HASTA < WS-CAEA-DESDE OR
                   APROB-FECHA-HASTA > WS-CAEA-HASTA
                   DISPLAY "  LA FECHA " APROB-FECHA-HASTA
                       " ESTA FUERA DE LA VIGENCIA DEL CAEA "
                       WS-CAEA-DESDE " A " WS-CAEA-HASTA
               ELSE
                   MOVE WS-CAEA TO APROB-CAE
                   MOVE WS-CAEA-HASTA TO APROB-CAE-VTO
                   REWRITE APROB-REG
                       INVALID KEY DISPLAY "ERROR AL ESTAMPAR EL CAEA"
                   END-REWRITE
                   OPEN I-O CAI
                   IF CAI-FS NOT = '00'
                       OPEN OUTPUT CAI
                       CLOSE CAI
                       OPEN I-O CAI
                   END-IF
                   MOVE APROB-NRO-FACT TO CAI-NRO-FACT
                   MOVE WS-PTO-VTA TO CAI-PTOVTA
                   MOVE WS-CAEA TO CAI-CAEA
                   MOVE APROB-FECHA-HASTA TO CAI-FECHA
                   MOVE "PENDIENTE" TO CAI-ESTADO
                   MOVE SPACES TO CAI-FECHA-INFORME
                   MOVE SPACES TO CAI-MOTIVO
                   WRITE CAI-REG
                       INVALID KEY REWRITE CAI-REG
                   END-WRITE
                   CLOSE CAI
                   DISPLAY "CONTINGENCIA: FACTURACION " APROB-NRO-FACT
                       " EMITIDA CON CAEA " WS-CAEA
                   DISPLAY "PENDIENTE DE INFORMAR (PROGRAMA CAEA)"
               END-IF
           END-IF.

      * Dia habil anterior a la fecha del comprobante (cierre del
      * periodo): fija el tipo de cambio de los comprobantes E.
       030-FECHA-COTIZ-EXPO.
           MOVE APROB-FECHA-HASTA TO WS-FEX-FECHA-NUM.
           COMPUTE WS-FEX-JULIANO =
               FUNCTION INTEGER-OF-DATE(WS-FEX-FECHA-NUM).
           MOVE 'N' TO WS-FEX-HABIL.
           PERFORM UNTIL WS-FEX-HABIL = 'S'
               SUBTRACT 1 FROM WS-FEX-JULIANO
               COMPUTE WS-FEX-FECHA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-FEX-JULIANO)
               MOVE WS-FEX-FECHA-NUM TO WS-FEX-FECHA-COTIZ
               MOVE 'S' TO WS-FEX-HABIL
               COMPUTE WS-FEX-DIA-SEMANA =
                   FUNCTION MOD(WS-FEX-JULIANO, 7)
               IF WS-FEX-DIA-SEMANA = 6 OR WS-FEX-DIA-SEMANA = 0
                   MOVE 'N' TO WS-FEX-HABIL
               END-IF
               IF WS-FEX-HABIL = 'S' AND WS-HAY-FERIADOS = 'S'
                   MOVE WS-FEX-FECHA-COTIZ TO FER-FECHA
                   READ FER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'N' TO WS-FEX-HABIL
                   END-READ
               END-IF
           END-PERFORM.

       100-EXPORTAR-CLIENTES.
           IF FCL-NRO-FACT = WS-NRO-FACT
               PERFORM 110-EXPORTAR-UN-CLIENTE
           IF WS-CLI-EXISTE = 'N'
               MOVE ZERO TO CLI-CUIT
               MOVE "CF" TO CLI-COND-FISCAL
               MOVE 'N' TO CLI-EXTERIOR
           END-IF.
      * La letra y el numero salen del comprobante asignado en la
      * corrida (COMPROB.DAT); si la corrida es anterior a la
                   INVALID KEY MOVE 'N' TO WS-CMP-EXISTE
               END-READ
           END-IF.
      * Comprobante E (cliente del exterior): va al archivo del
      * servicio de exportacion y no al de comprobantes A y B.
           MOVE 'N' TO WS-ES-EXPO.
           IF WS-CMP-EXISTE = 'S'
               IF CMP-LETRA = 'E'
                   MOVE 'S' TO WS-ES-EXPO
               END-IF
           ELSE
               IF CLI-DEL-EXTERIOR
                   MOVE 'S' TO WS-ES-EXPO
               END-IF
           END-IF.
           IF WS-ES-EXPO = 'S'
               PERFORM 120-EXPORTAR-COMPROBANTE-E
           ELSE
               PERFORM 115-EXPORTAR-COMPROBANTE-AB
           END-IF.

       115-EXPORTAR-COMPROBANTE-AB.
           IF CLI-CUIT = ZERO
               ADD 1 TO WS-CANT-SIN-CUIT
           END-IF.
           IF WS-CMP-EXISTE = 'S'
               IF (CMP-LETRA = 'A' AND CLI-COND-FISCAL NOT = "RI") OR
                   (CMP-LETRA = 'B' AND CLI-COND-FISCAL = "RI")
           WRITE FE-REG.
           ADD 1 TO WS-CANT-REGISTROS.

       120-EXPORTAR-COMPROBANTE-E.
           IF WS-ES-NOTA-CRED = 'S'
               MOVE "21" TO FEX-TIPO-DOC
           ELSE
               MOVE "19" TO FEX-TIPO-DOC
           END-IF.
           IF WS-CMP-EXISTE = 'S'
               MOVE CMP-PTOVTA TO FEX-PTO-VTA
               MOVE CMP-NRO-COMP TO FEX-NRO-COMP
           ELSE
               MOVE WS-PTO-VTA-EXPO TO FEX-PTO-VTA
               MOVE APROB-NRO-FACT TO FEX-NRO-COMP
           END-IF.
           MOVE APROB-FECHA-HASTA TO FEX-FECHA.
           MOVE "2" TO FEX-TIPO-EXPO.
           MOVE SPACE TO FEX-PERMISO.
           MOVE CLI-PAIS TO FEX-PAIS.
           MOVE CLI-ID-FISCAL-EXT TO FEX-ID-FISCAL.
           MOVE CLI-RAZON-SOCIAL TO FEX-RAZON-SOCIAL.
           MOVE CLI-DIRECCION TO FEX-DOMICILIO.
           MOVE CLI-INCOTERM TO FEX-INCOTERM.
           MOVE CLI-MONEDA TO FEX-MONEDA.
           IF CLI-PAIS = SPACES OR CLI-ID-FISCAL-EXT = SPACES
               DISPLAY "AVISO: CLIENTE DEL EXTERIOR " FCL-CLIENTE
                   " SIN PAIS O IDENTIFICACION FISCAL"
           END-IF.
           PERFORM 125-BUSCAR-COTIZ-EXPO.
      * La operacion de exportacion no lleva IVA: el importe es el
      * neto de la facturacion.
           MOVE FCL-TOTAL-NETO TO WS-NETO.
           IF WS-NETO < ZERO
               SUBTRACT WS-NETO FROM ZERO GIVING WS-NETO
           END-IF.
           MOVE WS-NETO TO FEX-IMPORTE-ARS.
           MOVE WS-FEX-COTIZ TO FEX-COTIZ.
           IF WS-FEX-COTIZ > ZERO
               DIVIDE WS-NETO BY WS-FEX-COTIZ
                   GIVING WS-IMPORTE-MON ROUNDED
           ELSE
               MOVE ZERO TO WS-IMPORTE-MON
           END-IF.
           MOVE WS-IMPORTE-MON TO FEX-IMPORTE-MON.
           WRITE FEX-REG.
           ADD 1 TO WS-CANT-EXPO.

      * Tipo de cambio de la moneda del cliente: historial de tasas
      * con vigencia al dia habil anterior; si no hay, la tasa vigente
      * de TASAS.DAT. Pesos (o moneda en blanco) cotiza 1.
       125-BUSCAR-COTIZ-EXPO.
           MOVE 1 TO WS-FEX-COTIZ.
           IF CLI-MONEDA NOT = "ARS" AND CLI-MONEDA NOT = SPACES
               MOVE ZERO TO WS-FEX-COTIZ
               MOVE 'N' TO WS-FEX-HALLADA
               MOVE LOW-VALUES TO WS-FEX-MEJOR-FVIG
               OPEN INPUT TASAHIST
               IF TASAHIST-FS = '00' OR TASAHIST-FS = '05'
                   MOVE '00' TO TASAHIST-FS
                   PERFORM 126-EXAMINAR-TASAHIST
                       UNTIL TASAHIST-FS NOT = '00'
               END-IF
               CLOSE TASAHIST
               IF WS-FEX-HALLADA = 'N'
                   OPEN INPUT TASA
                   IF TASA-FS = '00'
                       PERFORM 127-EXAMINAR-TASA
                           UNTIL TASA-FS NOT = '00'
                       CLOSE TASA
                   END-IF
               END-IF
               IF WS-FEX-HALLADA = 'N'
                   DISPLAY "AVISO: SIN TASA DE " CLI-MONEDA
                       " PARA EL COMPROBANTE E DEL CLIENTE "
                       FCL-CLIENTE
               END-IF
           END-IF.

       126-EXAMINAR-TASAHIST.
           READ TASAHIST RECORD
               AT END MOVE '10' TO TASAHIST-FS
           END-READ.
           IF TASAHIST-FS = '00'
               IF TSH-MONEDA = CLI-MONEDA
                   AND TSH-FVIGENCIA <= WS-FEX-FECHA-COTIZ
                   AND TSH-FVIGENCIA >= WS-FEX-MEJOR-FVIG
                   MOVE TSH-FVIGENCIA TO WS-FEX-MEJOR-FVIG
                   MOVE TSH-VALOR TO WS-FEX-COTIZ
                   MOVE 'S' TO WS-FEX-HALLADA
               END-IF
           END-IF.

       127-EXAMINAR-TASA.
           READ TASA RECORD
               AT END MOVE '10' TO TASA-FS
           END-READ.
           IF TASA-FS = '00' AND TASA-MONEDA = CLI-MONEDA
               MOVE TASA-VALOR TO WS-FEX-COTIZ
               MOVE 'S' TO WS-FEX-HALLADA
           END-IF.

       900-FIN.
           CLOSE APROB.
           CLOSE FACTCLI.
               CLOSE COMPROB
           END-IF.
           CLOSE FACTELEC.
           CLOSE FACTEXP.
           IF WS-HAY-FERIADOS = 'S'
               CLOSE FER
           END-IF.
           DISPLAY "REGISTROS EXPORTADOS: " WS-CANT-REGISTROS.
           IF WS-CANT-EXPO > ZERO
               DISPLAY "COMPROBANTES E EXPORTADOS: " WS-CANT-EXPO
                   " (FACTELEC_E.TXT, TIPO DE CAMBIO AL "
                   WS-FEX-FECHA-COTIZ ")"
           END-IF.
           IF WS-CANT-LETRA-MAL > ZERO
               DISPLAY "AVISO: " WS-CANT-LETRA-MAL " COMPROBANTE(S) "
                   "CON LETRA QUE NO COINCIDE CON LA CONDICION "
