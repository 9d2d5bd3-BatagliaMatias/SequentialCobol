       IDENTIFICATION DIVISION.
         PROGRAM-ID. CAEA.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      *    Puntos de venta, uno por linea (el primero es el de la
      *    corrida de facturacion), con el CAEA de la quincena y la
      *    marca de contingencia.
           SELECT OPTIONAL PTOVTA ASSIGN TO "PTOVENTA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PTOVTA-FS.

      *    Facturaciones emitidas con CAEA y su estado de informacion
      *    al organismo fiscal.
           SELECT CAI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAI-NRO-FACT
           FILE STATUS IS CAI-FS.

           SELECT APROB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APROB-NRO-FACT
           FILE STATUS IS APROB-FS.

           SELECT FACTCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FCL-KEY
           ALTERNATE RECORD KEY IS FCL-CLIENTE WITH DUPLICATES
           FILE STATUS IS FACTCLI-FS.

           SELECT CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-COD-CLIENTE
           FILE STATUS IS CLI-FS.

           SELECT COMPROB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CMP-KEY
           FILE STATUS IS COMPROB-FS.

           SELECT SOLICITUD ASSIGN TO "CAEA_SOLICITUD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOLICITUD-FS.

           SELECT INFORME ASSIGN TO "CAEA_INFORME.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INFORME-FS.

      *    Respuesta al informe: numero,resultado (A=aceptado
      *    R=rechazado),motivo del rechazo.
           SELECT RESPUESTA ASSIGN TO "CAEA_RESPUESTA.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESPUESTA-FS.

       DATA DIVISION.
        FILE SECTION.
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

         FD CAI
          VALUE OF FILE-ID IS "CAEAINF.DAT".
          01 CAI-REG.
            03 CAI-NRO-FACT PIC 9(6).
            03 CAI-PTOVTA PIC 9(4).
            03 CAI-CAEA PIC X(14).
            03 CAI-FECHA PIC X(8).
            03 CAI-ESTADO PIC X(10).
                88 CAI-PENDIENTE VALUE "PENDIENTE".
                88 CAI-INFORMADO VALUE "INFORMADO".
                88 CAI-ACEPTADO VALUE "ACEPTADO".
                88 CAI-RECHAZADO VALUE "RECHAZADO".
            03 CAI-FECHA-INFORME PIC X(8).
            03 CAI-MOTIVO PIC X(40).

         FD APROB
          VALUE OF FILE-ID IS "APROBACIONES.DAT".
          01 APROB-REG.
            03 APROB-NRO-FACT PIC 9(6).
            03 APROB-FECHA-DESDE PIC X(8).
            03 APROB-FECHA-HASTA PIC X(8).
            03 APROB-TOTAL-GRAL PIC S9(9)V99.
            03 APROB-TOTAL-IVA PIC S9(9)V99.
            03 APROB-ESTADO PIC X(10).
            03 APROB-FECHA-APROB PIC X(8).
            03 APROB-EMPRESA PIC X(3).
            03 APROB-NRO-ORIG PIC 9(6).
            03 APROB-TOTAL-COBRADO PIC S9(9)V99.
            03 APROB-CLI-DESDE PIC 9(4).
            03 APROB-CLI-HASTA PIC 9(4).
            03 APROB-CONS-DESDE PIC 9(3).
            03 APROB-CONS-HASTA PIC 9(3).
            03 APROB-USUARIO PIC X(8).
            03 APROB-CAE PIC X(14).
            03 APROB-CAE-VTO PIC X(8).
            03 APROB-USU-EJECUTO PIC X(8).
            03 APROB-USUARIO2 PIC X(8).
            03 APROB-FIRMA1-TS PIC X(14).
            03 APROB-FIRMA2-TS PIC X(14).

         FD FACTCLI
          VALUE OF FILE-ID IS "FACTCLI.DAT".
          01 FCL-REG.
            02 FCL-KEY.
                03 FCL-NRO-FACT PIC 9(6).
                03 FCL-CLIENTE PIC 9(4).
            02 FCL-DATOS.
                03 FCL-TOTAL-NETO PIC S9(9)V99.
                03 FCL-TOTAL-IVA PIC S9(9)V99.
                03 FCL-FECHA-HASTA PIC X(8).
                03 FCL-EMPRESA PIC X(3).

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

         FD COMPROB
          VALUE OF FILE-ID IS "COMPROB.DAT".
          01 CMP-REG.
            02 CMP-KEY.
                03 CMP-NRO-FACT PIC 9(6).
                03 CMP-CLIENTE PIC 9(4).
            02 CMP-DATOS.
                03 CMP-LETRA PIC X.
                03 CMP-PTOVTA PIC 9(4).
                03 CMP-NRO-COMP PIC 9(8).

         FD SOLICITUD
             LABEL RECORD OMITTED.
         01 SOLICITUD-LINEA PIC X(40).

      *  Mismo diseno de FACTELEC.TXT con el CAEA al final.
         FD INFORME
             LABEL RECORD OMITTED.
         01 INF-REG.
             03 INF-TIPO-DOC PIC X(2).
             03 INF-PTO-VTA PIC 9(4).
             03 INF-NRO-COMP PIC 9(8).
             03 INF-FECHA PIC X(8).
             03 INF-CUIT PIC 9(11).
             03 INF-COND-FISCAL PIC X(2).
             03 INF-NETO PIC 9(13)V99.
             03 INF-IVA PIC 9(13)V99.
             03 INF-TOTAL PIC 9(13)V99.
             03 INF-CAEA PIC X(14).

         FD RESPUESTA
             LABEL RECORD OMITTED.
         01 RESPUESTA-LINEA PIC X(120).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 PTOVTA-FS PIC X(2).
          01 CAI-FS PIC X(2).
          01 APROB-FS PIC X(2).
          01 FACTCLI-FS PIC X(2).
          01 CLI-FS PIC X(2).
          01 COMPROB-FS PIC X(2).
          01 SOLICITUD-FS PIC X(2).
          01 INFORME-FS PIC X(2).
          01 RESPUESTA-FS PIC X(2).

          01 WS-HOY PIC X(8).
          01 WS-PTO-VTA PIC 9(4).
          01 WS-PERIODO PIC X(6).
          01 WS-ORDEN PIC 9.
          01 WS-SN PIC X.
          01 WS-P PIC 9(2).
          01 WS-P-HALLADO PIC 9(2).
          01 WS-CAI-EOF PIC X.
          01 WS-FCL-EOF PIC X.
          01 WS-RESP-EOF PIC X.
          01 WS-CLI-EXISTE PIC X.
          01 WS-CMP-EXISTE PIC X.
          01 WS-NRO-DOC PIC 9(6).
          01 WS-NRO-DET PIC 9(6).
          01 WS-ES-NOTA-CRED PIC X.
          01 WS-NETO PIC S9(13)V99.
          01 WS-IVA PIC S9(13)V99.
          01 WS-CANT PIC 9(5).
          01 WS-CANT-RECH PIC 9(5).

          01 WS-F-NRO PIC X(8).
          01 WS-F-RESULTADO PIC X(2).
          01 WS-F-MOTIVO PIC X(50).

          01 WS-T-PTV-COUNT PIC 9(2) VALUE ZERO.
          01 WS-T-PTV.
              03 WS-T-PTV-CAMPO OCCURS 20 TIMES.
                  05 WS-T-PTV-REG PIC X(43).

       PROCEDURE DIVISION.
        PARA1.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
          OPEN I-O CAI.
          IF CAI-FS NOT = '00'
              OPEN OUTPUT CAI
              CLOSE CAI
              OPEN I-O CAI
          END-IF.
          PERFORM CARGAR-PTOVTA.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE CAEA (CONTINGENCIA DE FACTURA ELECTRONICA)::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=SOLICITAR CAEA DE LA QUINCENA"
          DISPLAY "    2=REGISTRAR CAEA OTORGADO"
          DISPLAY "    3=ACTIVAR/DESACTIVAR CONTINGENCIA"
          DISPLAY "    4=GENERAR INFORME DE COMPROBANTES CAEA"
          DISPLAY "    5=IMPORTAR RESPUESTA DEL INFORME"
          DISPLAY "    6=LISTAR COMPROBANTES CAEA"
          display "    0=EXIT"
          ACCEPT choice

          EVALUATE CHOICE
           WHEN 1 PERFORM SOLICITAR1
           WHEN 2 PERFORM REGISTRAR1
           WHEN 3 PERFORM CONTINGENCIA1
           WHEN 4 PERFORM INFORME1
           WHEN 5 PERFORM RESPUESTA1
           WHEN 6 PERFORM LISTAR1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE CAI.
         STOP RUN.

         CARGAR-PTOVTA.
           MOVE ZERO TO WS-T-PTV-COUNT.
           OPEN INPUT PTOVTA.
           IF PTOVTA-FS = '00'
             PERFORM CARGAR-PTOVTA-UNO UNTIL PTOVTA-FS NOT = '00'
           END-IF.
           CLOSE PTOVTA.

         CARGAR-PTOVTA-UNO.
           MOVE SPACES TO PTOVTA-REG.
           READ PTOVTA RECORD
             AT END MOVE '10' TO PTOVTA-FS
           END-READ.
           IF PTOVTA-FS = '00' AND WS-T-PTV-COUNT < 20
             ADD 1 TO WS-T-PTV-COUNT
             MOVE PTOVTA-REG TO WS-T-PTV-REG(WS-T-PTV-COUNT)
           END-IF.

         GRABAR-PTOVTA.
           OPEN OUTPUT PTOVTA.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-T-PTV-COUNT
             MOVE WS-T-PTV-REG(WS-P) TO PTOVTA-REG
             WRITE PTOVTA-REG
           END-PERFORM.
           CLOSE PTOVTA.

         BUSCAR-PTOVTA.
           MOVE ZERO TO WS-P-HALLADO.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-T-PTV-COUNT
             MOVE WS-T-PTV-REG(WS-P) TO PTOVTA-REG
             IF PTOVTA-NRO = WS-PTO-VTA
               MOVE WS-P TO WS-P-HALLADO
             END-IF
           END-PERFORM.
           IF WS-P-HALLADO NOT = ZERO
             MOVE WS-T-PTV-REG(WS-P-HALLADO) TO PTOVTA-REG
           END-IF.

      *  Pedido del CAEA de la quincena: una linea por punto de venta
      *  para presentar en el servicio del organismo (periodo AAAAMM
      *  y orden 1 = dias 1 a 15, 2 = dias 16 a fin de mes).
         SOLICITAR1.
           DISPLAY " ".
           DISPLAY "ENTER THE  PERIODO (AAAAMM)".
           ACCEPT WS-PERIODO.
           DISPLAY "ENTER THE  QUINCENA (1/2)".
           ACCEPT WS-ORDEN.
           IF WS-ORDEN NOT = 1 AND WS-ORDEN NOT = 2
             DISPLAY "  QUINCENA INVALIDA"
           ELSE
             DISPLAY "ENTER THE  PUNTO DE VENTA"
             ACCEPT WS-PTO-VTA
             OPEN EXTEND SOLICITUD
             IF SOLICITUD-FS NOT = '00'
               OPEN OUTPUT SOLICITUD
             END-IF
             MOVE SPACES TO SOLICITUD-LINEA
             STRING WS-PERIODO DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 WS-ORDEN DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 WS-PTO-VTA DELIMITED BY SIZE
                 INTO SOLICITUD-LINEA
             WRITE SOLICITUD-LINEA
             CLOSE SOLICITUD
             DISPLAY "  PEDIDO GRABADO EN CAEA_SOLICITUD.TXT"
           END-IF.

         REGISTRAR1.
           DISPLAY " ".
           DISPLAY "ENTER THE  PUNTO DE VENTA".
           ACCEPT WS-PTO-VTA.
           PERFORM BUSCAR-PTOVTA.
           IF WS-P-HALLADO = ZERO
             IF WS-T-PTV-COUNT < 20
               ADD 1 TO WS-T-PTV-COUNT
               MOVE WS-T-PTV-COUNT TO WS-P-HALLADO
               MOVE SPACES TO PTOVTA-REG
               MOVE WS-PTO-VTA TO PTOVTA-NRO
               MOVE 'N' TO PTOVTA-CONTINGENCIA
             ELSE
               DISPLAY "  NO SE ADMITEN MAS PUNTOS DE VENTA"
             END-IF
           END-IF.
           IF WS-P-HALLADO NOT = ZERO
             DISPLAY "ENTER THE  CAEA OTORGADO"
             ACCEPT PTOVTA-CAEA
             DISPLAY "ENTER THE  VIGENCIA DESDE (AAAAMMDD)"
             ACCEPT PTOVTA-CAEA-DESDE
             DISPLAY "ENTER THE  VIGENCIA HASTA (AAAAMMDD)"
             ACCEPT PTOVTA-CAEA-HASTA
             DISPLAY "ENTER THE  FECHA TOPE DE INFORMACION (AAAAMMDD)"
             ACCEPT PTOVTA-CAEA-TOPE
             IF PTOVTA-CAEA = SPACES OR
                 PTOVTA-CAEA-HASTA < PTOVTA-CAEA-DESDE
               DISPLAY "  DATOS DEL CAEA INVALIDOS"
             ELSE
               MOVE PTOVTA-REG TO WS-T-PTV-REG(WS-P-HALLADO)
               PERFORM GRABAR-PTOVTA
               DISPLAY "  CAEA REGISTRADO PARA EL PUNTO DE VENTA "
                   WS-PTO-VTA
             END-IF
           END-IF.

      *  En contingencia EXPFACTELEC no exporta para pedir CAE: estampa
      *  el CAEA vigente del punto de venta y deja la facturacion
      *  pendiente de informar.
         CONTINGENCIA1.
           DISPLAY " ".
           DISPLAY "ENTER THE  PUNTO DE VENTA".
           ACCEPT WS-PTO-VTA.
           PERFORM BUSCAR-PTOVTA.
           IF WS-P-HALLADO = ZERO
             DISPLAY "  PUNTO DE VENTA INEXISTENTE"
           ELSE
             DISPLAY "  CONTINGENCIA ACTUAL: " PTOVTA-CONTINGENCIA
                 "  CAEA " PTOVTA-CAEA " VIGENTE "
                 PTOVTA-CAEA-DESDE " A " PTOVTA-CAEA-HASTA
             DISPLAY "ENTER THE  CONTINGENCIA (S/N)"
             ACCEPT WS-SN
             IF WS-SN = 'S' AND
                 (PTOVTA-CAEA = SPACES OR
                  WS-HOY < PTOVTA-CAEA-DESDE OR
                  WS-HOY > PTOVTA-CAEA-HASTA)
               DISPLAY "  NO HAY CAEA VIGENTE PARA HOY: REGISTRELO "
                   "CON LA OPCION 2"
             ELSE
               IF WS-SN = 'S'
                 MOVE 'S' TO PTOVTA-CONTINGENCIA
               ELSE
                 MOVE 'N' TO PTOVTA-CONTINGENCIA
               END-IF
               MOVE PTOVTA-REG TO WS-T-PTV-REG(WS-P-HALLADO)
               PERFORM GRABAR-PTOVTA
               DISPLAY "  CONTINGENCIA: " PTOVTA-CONTINGENCIA
             END-IF
           END-IF.

      *  Informe obligatorio de los comprobantes emitidos con CAEA:
      *  van los pendientes y los rechazados en un informe anterior,
      *  con el detalle por cliente de cada facturacion.
         INFORME1.
           OPEN INPUT APROB.
           IF APROB-FS NOT = '00'
             DISPLAY "ERROR APERTURA APROBACIONES.DAT"
           ELSE
             OPEN INPUT FACTCLI
             OPEN INPUT CLI
             OPEN INPUT COMPROB
             OPEN OUTPUT INFORME
             MOVE ZERO TO WS-CANT
             MOVE ZERO TO CAI-NRO-FACT
             MOVE 'N' TO WS-CAI-EOF
             START CAI KEY IS NOT LESS THAN CAI-NRO-FACT
               INVALID KEY MOVE 'S' TO WS-CAI-EOF
             END-START
             PERFORM INFORME1-UNO UNTIL WS-CAI-EOF = 'S'
             CLOSE APROB
             CLOSE FACTCLI
             CLOSE CLI
             CLOSE COMPROB
             CLOSE INFORME
             DISPLAY "  FACTURACIONES INFORMADAS: " WS-CANT
             DISPLAY "  INFORME GRABADO EN CAEA_INFORME.TXT"
             IF WS-CANT = ZERO
               DISPLAY "  SIN COMPROBANTES: INFORMAR EL CAEA SIN "
                   "MOVIMIENTO"
             END-IF
           END-IF.

         INFORME1-UNO.
           READ CAI NEXT RECORD
             AT END MOVE 'S' TO WS-CAI-EOF
           END-READ.
           IF WS-CAI-EOF = 'N'
             IF CAI-PENDIENTE OR CAI-RECHAZADO
               MOVE CAI-NRO-FACT TO APROB-NRO-FACT
               MOVE 'Y' TO REXIST
               READ APROB
                 INVALID KEY MOVE 'N' TO REXIST
               END-READ
               IF REXIST = 'Y'
                 PERFORM INFORME1-DETALLE
                 MOVE "INFORMADO" TO CAI-ESTADO
                 MOVE WS-HOY TO CAI-FECHA-INFORME
                 MOVE SPACES TO CAI-MOTIVO
                 REWRITE CAI-REG
                   INVALID KEY DISPLAY "  ERROR ACTUALIZANDO "
                       CAI-NRO-FACT
                 END-REWRITE
                 ADD 1 TO WS-CANT
               END-IF
             END-IF
           END-IF.

      *  Las notas de credito van con el detalle de la facturacion
      *  original, igual que en FACTELEC.TXT.
         INFORME1-DETALLE.
           MOVE APROB-NRO-FACT TO WS-NRO-DOC.
           IF APROB-ESTADO = "NOTACRED"
             MOVE 'S' TO WS-ES-NOTA-CRED
             MOVE APROB-NRO-ORIG TO WS-NRO-DET
           ELSE
             MOVE 'N' TO WS-ES-NOTA-CRED
             MOVE APROB-NRO-FACT TO WS-NRO-DET
           END-IF.
           MOVE WS-NRO-DET TO FCL-NRO-FACT.
           MOVE ZERO TO FCL-CLIENTE.
           MOVE 'N' TO WS-FCL-EOF.
           START FACTCLI KEY IS NOT LESS THAN FCL-KEY
             INVALID KEY MOVE 'S' TO WS-FCL-EOF
           END-START.
           PERFORM INFORME1-CLIENTE UNTIL WS-FCL-EOF = 'S'.

         INFORME1-CLIENTE.
           READ FACTCLI NEXT RECORD
             AT END MOVE 'S' TO WS-FCL-EOF
           END-READ.
           IF WS-FCL-EOF = 'N' AND FCL-NRO-FACT NOT = WS-NRO-DET
             MOVE 'S' TO WS-FCL-EOF
           END-IF.
           IF WS-FCL-EOF = 'N'
             MOVE FCL-CLIENTE TO CLI-COD-CLIENTE
             MOVE 'Y' TO WS-CLI-EXISTE
             READ CLI
               INVALID KEY MOVE 'N' TO WS-CLI-EXISTE
             END-READ
             IF WS-CLI-EXISTE = 'N'
               MOVE ZERO TO CLI-CUIT
               MOVE "CF" TO CLI-COND-FISCAL
               MOVE 'N' TO CLI-EXTERIOR
             END-IF
             MOVE WS-NRO-DOC TO CMP-NRO-FACT
             MOVE FCL-CLIENTE TO CMP-CLIENTE
             MOVE 'Y' TO WS-CMP-EXISTE
             READ COMPROB
               INVALID KEY MOVE 'N' TO WS-CMP-EXISTE
             END-READ
             IF WS-CMP-EXISTE = 'N'
               IF CLI-DEL-EXTERIOR
                 MOVE 'E' TO CMP-LETRA
               ELSE
                 IF CLI-COND-FISCAL = "RI"
                   MOVE 'A' TO CMP-LETRA
                 ELSE
                   MOVE 'B' TO CMP-LETRA
                 END-IF
               END-IF
               MOVE CAI-PTOVTA TO CMP-PTOVTA
               MOVE WS-NRO-DOC TO CMP-NRO-COMP
             END-IF
      * Los comprobantes E (exportacion) no se emiten con CAEA y no
      * se informan en este regimen.
             IF CMP-LETRA = 'E'
               DISPLAY "  COMPROBANTE E DEL CLIENTE " FCL-CLIENTE
                   " EXCLUIDO DEL INFORME CAEA"
             ELSE
               IF CMP-LETRA = 'A'
                 IF WS-ES-NOTA-CRED = 'S'
                   MOVE "03" TO INF-TIPO-DOC
                 ELSE
                   MOVE "01" TO INF-TIPO-DOC
                 END-IF
               ELSE
                 IF WS-ES-NOTA-CRED = 'S'
                   MOVE "08" TO INF-TIPO-DOC
                 ELSE
                   MOVE "06" TO INF-TIPO-DOC
                 END-IF
               END-IF
               MOVE CMP-PTOVTA TO INF-PTO-VTA
               MOVE CMP-NRO-COMP TO INF-NRO-COMP
               MOVE APROB-FECHA-HASTA TO INF-FECHA
               MOVE CLI-CUIT TO INF-CUIT
               MOVE CLI-COND-FISCAL TO INF-COND-FISCAL
               MOVE FCL-TOTAL-NETO TO WS-NETO
               MOVE FCL-TOTAL-IVA TO WS-IVA
               IF WS-NETO < ZERO
                 SUBTRACT WS-NETO FROM ZERO GIVING WS-NETO
               END-IF
               IF WS-IVA < ZERO
                 SUBTRACT WS-IVA FROM ZERO GIVING WS-IVA
               END-IF
               MOVE WS-NETO TO INF-NETO
               MOVE WS-IVA TO INF-IVA
               ADD WS-NETO WS-IVA GIVING INF-TOTAL
               MOVE CAI-CAEA TO INF-CAEA
               WRITE INF-REG
             END-IF
           END-IF.

         RESPUESTA1.
           OPEN INPUT RESPUESTA.
           IF RESPUESTA-FS NOT = '00'
             DISPLAY "  NO SE ENCUENTRA CAEA_RESPUESTA.CSV"
           ELSE
             MOVE ZERO TO WS-CANT
             MOVE ZERO TO WS-CANT-RECH
             MOVE 'N' TO WS-RESP-EOF
             PERFORM RESPUESTA1-UNA UNTIL WS-RESP-EOF = 'S'
             CLOSE RESPUESTA
             DISPLAY "  ACEPTADAS: " WS-CANT
                 "  RECHAZADAS: " WS-CANT-RECH
           END-IF.

         RESPUESTA1-UNA.
           READ RESPUESTA RECORD
             AT END MOVE 'S' TO WS-RESP-EOF
           END-READ.
           IF WS-RESP-EOF = 'N' AND RESPUESTA-LINEA NOT = SPACES
             MOVE SPACES TO WS-F-NRO WS-F-RESULTADO WS-F-MOTIVO
             UNSTRING RESPUESTA-LINEA DELIMITED BY ","
               INTO WS-F-NRO
                    WS-F-RESULTADO
                    WS-F-MOTIVO
             END-UNSTRING
             IF WS-F-NRO(1:6) IS NOT NUMERIC
               DISPLAY "  LINEA INVALIDA: " RESPUESTA-LINEA(1:40)
             ELSE
               MOVE WS-F-NRO(1:6) TO CAI-NRO-FACT
               MOVE 'Y' TO REXIST
               READ CAI
                 INVALID KEY MOVE 'N' TO REXIST
               END-READ
               IF REXIST = 'N'
                 DISPLAY "  FACTURACION " WS-F-NRO(1:6)
                     " NO FUE EMITIDA CON CAEA"
               ELSE
                 IF WS-F-RESULTADO(1:1) = 'A'
                   MOVE "ACEPTADO" TO CAI-ESTADO
                   MOVE SPACES TO CAI-MOTIVO
                   ADD 1 TO WS-CANT
                 ELSE
                   MOVE "RECHAZADO" TO CAI-ESTADO
                   MOVE WS-F-MOTIVO TO CAI-MOTIVO
                   ADD 1 TO WS-CANT-RECH
                   DISPLAY "  RECHAZADA " CAI-NRO-FACT ": "
                       CAI-MOTIVO
                 END-IF
                 REWRITE CAI-REG
                   INVALID KEY DISPLAY "  ERROR ACTUALIZANDO "
                       CAI-NRO-FACT
                 END-REWRITE
               END-IF
             END-IF
           END-IF.

         LISTAR1.
           DISPLAY " ".
           DISPLAY "FACT.  PTOV CAEA           FECHA    ESTADO     "
               "INFORMADO MOTIVO".
           MOVE ZERO TO CAI-NRO-FACT.
           MOVE 'N' TO WS-CAI-EOF.
           START CAI KEY IS NOT LESS THAN CAI-NRO-FACT
             INVALID KEY MOVE 'S' TO WS-CAI-EOF
           END-START.
           PERFORM LISTAR1-UNA UNTIL WS-CAI-EOF = 'S'.

         LISTAR1-UNA.
           READ CAI NEXT RECORD
             AT END MOVE 'S' TO WS-CAI-EOF
           END-READ.
           IF WS-CAI-EOF = 'N'
             DISPLAY CAI-NRO-FACT " " CAI-PTOVTA " " CAI-CAEA " "
                 CAI-FECHA " " CAI-ESTADO " " CAI-FECHA-INFORME " "
                 CAI-MOTIVO
           END-IF.

       END PROGRAM CAEA.
