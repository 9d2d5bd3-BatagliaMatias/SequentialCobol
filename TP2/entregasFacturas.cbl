       IDENTIFICATION DIVISION.
         PROGRAM-ID. ENTREGAS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT ENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-KEY
           FILE STATUS IS ENT-FS.

           SELECT FACTCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FCL-KEY
           ALTERNATE RECORD KEY IS FCL-CLIENTE WITH DUPLICATES
           FILE STATUS IS FACTCLI-FS.

           SELECT APROB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APROB-NRO-FACT
           FILE STATUS IS APROB-FS.

           SELECT CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-COD-CLIENTE
           FILE STATUS IS CLI-FS.

           SELECT ENTLIS ASSIGN TO "ENTREGAS_PENDIENTES.PRN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENTLIS-FS.

       DATA DIVISION.
        FILE SECTION.
      *  Entrega de cada facturacion al cliente: medio y fecha de
      *  envio (mail, portal o correo), confirmacion de entrega o
      *  rebote y fecha de acuse del cliente. Para los clientes con
      *  plazo de pago desde la recepcion, el aging y el DSO cuentan
      *  los dias desde el acuse.
         FD ENT
          VALUE OF FILE-ID IS "ENTREGAS.DAT".
          01 ENT-REG.
            02 ENT-KEY.
                03 ENT-NRO-FACT PIC 9(6).
                03 ENT-CLIENTE PIC 9(4).
            02 ENT-DATOS.
                03 ENT-MEDIO PIC X.
                    88 ENT-MEDIO-EMAIL VALUE 'E'.
                    88 ENT-MEDIO-PORTAL VALUE 'P'.
                    88 ENT-MEDIO-CORREO VALUE 'C'.
                03 ENT-DESTINO PIC X(40).
                03 ENT-FECHA-ENVIO PIC X(8).
                03 ENT-ESTADO PIC X(10).
                    88 ENT-ENVIADA VALUE "ENVIADA".
                    88 ENT-ENTREGADA VALUE "ENTREGADA".
                    88 ENT-REBOTADA VALUE "REBOTADA".
                03 ENT-FECHA-ENTREGA PIC X(8).
                03 ENT-FECHA-ACUSE PIC X(8).
                03 ENT-ACUSE-POR PIC X(25).

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

         FD ENTLIS
           LABEL RECORD OMITTED.
         01 ENTLIS-LINEA PIC X(120).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 ENT-FS PIC X(2).
          01 FACTCLI-FS PIC X(2).
          01 APROB-FS PIC X(2).
          01 CLI-FS PIC X(2).
          01 ENTLIS-FS PIC X(2).
          01 WS-LIST-EOF PIC X.
          01 WS-HAY-ENTREGA PIC X.
          01 WS-RESULTADO PIC X.
          01 WS-CANT-LISTADOS PIC 9(5).
          01 WS-IMP-EDIT PIC -ZZZ.ZZZ.Z99,99.
          01 WS-FACTURADO PIC S9(9)V99.
          01 WS-FEC-8 PIC 9(8).
          01 WS-FECHA-REF PIC X(8).
          01 WS-DIAS-LIMITE PIC 9(3).
          01 WS-JUL-REF PIC 9(7).
          01 WS-JUL-EMISION PIC 9(7).
          01 WS-DIAS PIC S9(7).
          01 WS-SITUACION PIC X(24).

          01 WS-ENC-PEN.
              03 FILLER PIC X(8) VALUE "FACT.  ".
              03 FILLER PIC X(6) VALUE "CLI.  ".
              03 FILLER PIC X(26) VALUE "RAZON SOCIAL".
              03 FILLER PIC X(10) VALUE "EMISION   ".
              03 FILLER PIC X(6) VALUE " DIAS ".
              03 FILLER PIC X(18) VALUE "        TOTAL $   ".
              03 FILLER PIC X(7) VALUE "MEDIO  ".
              03 FILLER PIC X(25) VALUE "SITUACION".
              03 FILLER PIC X(12) VALUE "PLAZO".

          01 WS-LIN-PEN.
              03 WS-LIN-PEN-FACT PIC 9(6).
              03 FILLER PIC X(2) VALUE SPACES.
              03 WS-LIN-PEN-CLI PIC 9(4).
              03 FILLER PIC X(2) VALUE SPACES.
              03 WS-LIN-PEN-NOM PIC X(25).
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-PEN-EMISION PIC X(8).
              03 FILLER PIC X(2) VALUE SPACES.
              03 WS-LIN-PEN-DIAS PIC ZZZZ9.
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-PEN-IMP PIC -ZZZ.ZZZ.Z99,99.
              03 FILLER PIC X(3) VALUE SPACES.
              03 WS-LIN-PEN-MEDIO PIC X.
              03 FILLER PIC X(6) VALUE SPACES.
              03 WS-LIN-PEN-SIT PIC X(24).
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-PEN-PLAZO PIC X(16).

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O ENT.
          IF ENT-FS NOT = '00'
              OPEN OUTPUT ENT
              CLOSE ENT
              OPEN I-O ENT
          END-IF.
          OPEN INPUT FACTCLI.
          OPEN INPUT APROB.
          OPEN INPUT CLI.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE ENTREGA DE FACTURAS::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=REGISTRAR ENVIO"
          DISPLAY "    2=CONFIRMAR ENTREGA O REBOTE"
          DISPLAY "    3=REGISTRAR ACUSE DEL CLIENTE"
          DISPLAY "    4=VER ENTREGA"
          DISPLAY "    5=REPORTE DE FACTURAS NO ENTREGADAS O SIN ACUSE"
          display "    0=EXIT"
          ACCEPT choice

          EVALUATE CHOICE
           WHEN 1 PERFORM ENVIO1
           WHEN 2 PERFORM ENTREGA1
           WHEN 3 PERFORM ACUSE1
           WHEN 4 PERFORM VER1
           WHEN 5 PERFORM REPPEND1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE ENT.
         CLOSE FACTCLI.
         CLOSE APROB.
         CLOSE CLI.
         STOP RUN.

      *  El envio se registra sobre una facturacion existente del
      *  cliente. Una facturacion rebotada se puede volver a enviar:
      *  el registro se pisa con el nuevo medio y queda ENVIADA.
         ENVIO1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE FACTURACION".
           ACCEPT FCL-NRO-FACT.
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT FCL-CLIENTE.
           READ FACTCLI
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  LA FACTURACION NO EXISTE PARA ESE CLIENTE"
           ELSE
             MOVE FCL-NRO-FACT TO ENT-NRO-FACT
             MOVE FCL-CLIENTE TO ENT-CLIENTE
             MOVE 'Y' TO REXIST
             READ ENT
               INVALID KEY MOVE 'N' TO REXIST
             END-READ
             IF REXIST = 'Y' AND NOT ENT-REBOTADA
               DISPLAY "  YA SE REGISTRO EL ENVIO EL " ENT-FECHA-ENVIO
                   " (" ENT-ESTADO ")"
             ELSE
               PERFORM ENVIO1-DATOS
             END-IF
           END-IF.

         ENVIO1-DATOS.
           DISPLAY "ENTER THE  MEDIO (E=MAIL P=PORTAL C=CORREO)".
           ACCEPT ENT-MEDIO.
           IF NOT ENT-MEDIO-EMAIL AND NOT ENT-MEDIO-PORTAL
               AND NOT ENT-MEDIO-CORREO
             DISPLAY "  MEDIO INVALIDO, NO SE REGISTRA"
           ELSE
             DISPLAY "ENTER THE  DESTINO (DIRECCION, PORTAL O GUIA)"
             ACCEPT ENT-DESTINO
             DISPLAY "ENTER THE  FECHA DE ENVIO (AAAAMMDD)"
             ACCEPT ENT-FECHA-ENVIO
             MOVE "ENVIADA" TO ENT-ESTADO
             MOVE SPACES TO ENT-FECHA-ENTREGA
             MOVE SPACES TO ENT-FECHA-ACUSE
             MOVE SPACES TO ENT-ACUSE-POR
             IF REXIST = 'Y'
               REWRITE ENT-REG
                 INVALID KEY DISPLAY "  ERROR AL REGISTRAR EL ENVIO"
               END-REWRITE
             ELSE
               WRITE ENT-REG
                 INVALID KEY DISPLAY "  RECORD IS ALREADY EXIST"
               END-WRITE
             END-IF
             DISPLAY "  ENVIO REGISTRADO"
           END-IF.

         ENTREGA1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE FACTURACION".
           ACCEPT ENT-NRO-FACT.
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT ENT-CLIENTE.
           READ ENT
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  NO HAY ENVIO REGISTRADO"
           ELSE
             IF NOT ENT-ENVIADA
               DISPLAY "  LA ENTREGA YA ESTA " ENT-ESTADO
                   " DESDE " ENT-FECHA-ENTREGA
             ELSE
               PERFORM ENTREGA1-DATOS
             END-IF
           END-IF.

         ENTREGA1-DATOS.
           DISPLAY "ENTER THE  RESULTADO (E=ENTREGADA R=REBOTADA)".
           ACCEPT WS-RESULTADO.
           IF WS-RESULTADO NOT = 'E' AND WS-RESULTADO NOT = 'R'
             DISPLAY "  RESULTADO INVALIDO, NO SE REGISTRA"
           ELSE
             DISPLAY "ENTER THE  FECHA (AAAAMMDD)"
             ACCEPT ENT-FECHA-ENTREGA
             IF WS-RESULTADO = 'E'
               MOVE "ENTREGADA" TO ENT-ESTADO
             ELSE
               MOVE "REBOTADA" TO ENT-ESTADO
             END-IF
             REWRITE ENT-REG
               INVALID KEY DISPLAY "  ERROR AL REGISTRAR LA ENTREGA"
             END-REWRITE
             IF ENT-REBOTADA
               DISPLAY "  ENVIO REBOTADO: VOLVER A ENVIAR CON LA "
                   "OPCION 1"
             ELSE
               DISPLAY "  ENTREGA CONFIRMADA"
             END-IF
           END-IF.

      *  El acuse del cliente implica la entrega: si todavia figuraba
      *  solo ENVIADA se da por entregada en la fecha del acuse.
         ACUSE1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE FACTURACION".
           ACCEPT ENT-NRO-FACT.
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT ENT-CLIENTE.
           READ ENT
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  NO HAY ENVIO REGISTRADO"
           ELSE
             IF ENT-REBOTADA
               DISPLAY "  EL ENVIO REBOTO: REGISTRAR UN NUEVO ENVIO"
             ELSE
               IF ENT-FECHA-ACUSE NOT = SPACES
                 DISPLAY "  AVISO: YA TENIA ACUSE DEL "
                     ENT-FECHA-ACUSE ", SE REEMPLAZA"
               END-IF
               DISPLAY "ENTER THE  FECHA DE ACUSE (AAAAMMDD)"
               ACCEPT ENT-FECHA-ACUSE
               DISPLAY "ENTER THE  RECIBIDO POR"
               ACCEPT ENT-ACUSE-POR
               IF ENT-ENVIADA
                 MOVE "ENTREGADA" TO ENT-ESTADO
                 MOVE ENT-FECHA-ACUSE TO ENT-FECHA-ENTREGA
               END-IF
               REWRITE ENT-REG
                 INVALID KEY DISPLAY "  ERROR AL REGISTRAR EL ACUSE"
               END-REWRITE
               DISPLAY "  ACUSE REGISTRADO"
             END-IF
           END-IF.

         VER1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE FACTURACION".
           ACCEPT ENT-NRO-FACT.
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT ENT-CLIENTE.
           READ ENT
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  NO HAY ENVIO REGISTRADO"
           ELSE
             DISPLAY "FACTURACION: " ENT-NRO-FACT
                 "  CLIENTE: " ENT-CLIENTE
             DISPLAY "MEDIO: " ENT-MEDIO "  DESTINO: " ENT-DESTINO
             DISPLAY "ENVIO: " ENT-FECHA-ENVIO
                 "  ESTADO: " ENT-ESTADO
             IF NOT ENT-ENVIADA
               DISPLAY "ENTREGA/REBOTE: " ENT-FECHA-ENTREGA
             END-IF
             IF ENT-FECHA-ACUSE NOT = SPACES
               DISPLAY "ACUSE: " ENT-FECHA-ACUSE
                   "  RECIBIDO POR: " ENT-ACUSE-POR
             END-IF
           END-IF.

      *  Facturaciones aprobadas con mas de N dias desde la emision
      *  que no se enviaron, rebotaron, no tienen la entrega
      *  confirmada o no tienen acuse del cliente.
         REPPEND1.
           DISPLAY " ".
           DISPLAY "ENTER THE  FECHA DE REFERENCIA (AAAAMMDD, "
               "ENTER = HOY)".
           ACCEPT WS-FECHA-REF.
           IF WS-FECHA-REF = SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-REF
           END-IF.
           IF WS-FECHA-REF IS NOT NUMERIC
             DISPLAY "  FECHA INVALIDA"
           ELSE
             DISPLAY "ENTER THE  DIAS DESDE LA EMISION (EJ 010)"
             ACCEPT WS-DIAS-LIMITE
             MOVE WS-FECHA-REF TO WS-FEC-8
             COMPUTE WS-JUL-REF = FUNCTION INTEGER-OF-DATE(WS-FEC-8)
             MOVE ZERO TO WS-CANT-LISTADOS
             OPEN OUTPUT ENTLIS
             MOVE SPACES TO ENTLIS-LINEA
             STRING "FACTURAS NO ENTREGADAS O SIN ACUSE A MAS DE "
                        DELIMITED BY SIZE
                    WS-DIAS-LIMITE DELIMITED BY SIZE
                    " DIAS DE LA EMISION - REFERENCIA "
                        DELIMITED BY SIZE
                    WS-FECHA-REF DELIMITED BY SIZE
                    INTO ENTLIS-LINEA
             END-STRING
             WRITE ENTLIS-LINEA
             MOVE SPACES TO ENTLIS-LINEA
             WRITE ENTLIS-LINEA
             MOVE WS-ENC-PEN TO ENTLIS-LINEA
             WRITE ENTLIS-LINEA
             MOVE LOW-VALUE TO FCL-KEY
             MOVE 'N' TO WS-LIST-EOF
             START FACTCLI KEY IS NOT LESS THAN FCL-KEY
               INVALID KEY MOVE 'S' TO WS-LIST-EOF
             END-START
             PERFORM REPPEND1-UNA UNTIL WS-LIST-EOF = 'S'
             MOVE SPACES TO ENTLIS-LINEA
             WRITE ENTLIS-LINEA
             MOVE SPACES TO ENTLIS-LINEA
             STRING "FACTURAS LISTADAS: " DELIMITED BY SIZE
                    WS-CANT-LISTADOS DELIMITED BY SIZE
                    INTO ENTLIS-LINEA
             END-STRING
             WRITE ENTLIS-LINEA
             CLOSE ENTLIS
             DISPLAY "FACTURAS LISTADAS: " WS-CANT-LISTADOS
             DISPLAY "REPORTE GRABADO EN ENTREGAS_PENDIENTES.PRN"
           END-IF.

         REPPEND1-UNA.
           READ FACTCLI NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             MOVE FCL-NRO-FACT TO APROB-NRO-FACT
             MOVE 'Y' TO REXIST
             READ APROB
               INVALID KEY MOVE 'N' TO REXIST
             END-READ
             IF REXIST = 'Y' AND APROB-ESTADO = "APROBADO"
               MOVE FCL-FECHA-HASTA TO WS-FEC-8
               COMPUTE WS-JUL-EMISION =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-8)
               COMPUTE WS-DIAS = WS-JUL-REF - WS-JUL-EMISION
               IF WS-DIAS > WS-DIAS-LIMITE
                 PERFORM REPPEND1-EVALUAR
               END-IF
             END-IF
           END-IF.

         REPPEND1-EVALUAR.
           MOVE FCL-NRO-FACT TO ENT-NRO-FACT.
           MOVE FCL-CLIENTE TO ENT-CLIENTE.
           MOVE 'S' TO WS-HAY-ENTREGA.
           READ ENT
             INVALID KEY MOVE 'N' TO WS-HAY-ENTREGA
           END-READ.
           MOVE SPACES TO WS-SITUACION.
           IF WS-HAY-ENTREGA = 'N'
             MOVE "NO ENVIADA" TO WS-SITUACION
             MOVE SPACE TO ENT-MEDIO
           ELSE
             EVALUATE TRUE
               WHEN ENT-REBOTADA
                 MOVE "REBOTADA" TO WS-SITUACION
               WHEN ENT-ENVIADA
                 MOVE "ENTREGA SIN CONFIRMAR" TO WS-SITUACION
               WHEN ENT-FECHA-ACUSE = SPACES
                 MOVE "ENTREGADA SIN ACUSE" TO WS-SITUACION
             END-EVALUATE
           END-IF.
           IF WS-SITUACION NOT = SPACES
             PERFORM REPPEND1-IMPRIMIR
           END-IF.

         REPPEND1-IMPRIMIR.
           MOVE FCL-CLIENTE TO CLI-COD-CLIENTE.
           MOVE 'Y' TO REXIST.
           READ CLI
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             MOVE SPACES TO CLI-RAZON-SOCIAL
             MOVE SPACE TO CLI-PLAZO-DESDE
           END-IF.
           ADD FCL-TOTAL-NETO FCL-TOTAL-IVA GIVING WS-FACTURADO.
           MOVE FCL-NRO-FACT TO WS-LIN-PEN-FACT.
           MOVE FCL-CLIENTE TO WS-LIN-PEN-CLI.
           MOVE CLI-RAZON-SOCIAL TO WS-LIN-PEN-NOM.
           MOVE FCL-FECHA-HASTA TO WS-LIN-PEN-EMISION.
           MOVE WS-DIAS TO WS-LIN-PEN-DIAS.
           MOVE WS-FACTURADO TO WS-LIN-PEN-IMP.
           MOVE ENT-MEDIO TO WS-LIN-PEN-MEDIO.
           MOVE WS-SITUACION TO WS-LIN-PEN-SIT.
           IF CLI-PLAZO-RECEPCION
             MOVE "PLAZO SIN CORRER" TO WS-LIN-PEN-PLAZO
           ELSE
             MOVE SPACES TO WS-LIN-PEN-PLAZO
           END-IF.
           MOVE WS-LIN-PEN TO ENTLIS-LINEA.
           WRITE ENTLIS-LINEA.
           ADD 1 TO WS-CANT-LISTADOS.

       END PROGRAM ENTREGAS.
