       IDENTIFICATION DIVISION.
         PROGRAM-ID. SALDOSFAVOR.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT DEV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEV-NRO
           ALTERNATE RECORD KEY IS DEV-CLIENTE WITH DUPLICATES
           FILE STATUS IS DEV-FS.

           SELECT REC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NRO
           FILE STATUS IS REC-FS.

           SELECT APROB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APROB-NRO-FACT
           FILE STATUS IS APROB-FS.

           SELECT FACTCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FCL-KEY
           ALTERNATE RECORD KEY IS FCL-CLIENTE WITH DUPLICATES
           FILE STATUS IS FACTCLI-FS.

           SELECT APL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APL-KEY
           ALTERNATE RECORD KEY IS APL-CLIENTE WITH DUPLICATES
           FILE STATUS IS APL-FS.

           SELECT CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-COD-CLIENTE
           FILE STATUS IS CLI-FS.

           SELECT OPTIONAL NRODEV ASSIGN TO "NRODEVOL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NRODEV-FS.

           SELECT OPTIONAL CUENTAS ASSIGN TO "CUENTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUENTAS-FS.

           SELECT OPTIONAL GLEXP ASSIGN TO "GL_EXPORT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLEXP-FS.

           SELECT SAFLIS ASSIGN TO "SALDOS_FAVOR.PRN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SAFLIS-FS.

           SELECT ORDEN ASSIGN USING WS-ORDEN-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDEN-FS.

       DATA DIVISION.
        FILE SECTION.
      *  Movimientos de saldos a favor de clientes: ordenes de
      *  devolucion (D) y traspasos del credito de una nota de
      *  credito a un recibo para aplicarlo a otra facturacion (T).
      *  Origen R = recibo con saldo sin aplicar, N = nota de credito.
         FD DEV
          VALUE OF FILE-ID IS "DEVOLUCIONES.DAT".
          01 DEV-REG.
            03 DEV-NRO PIC 9(6).
            03 DEV-CLIENTE PIC 9(4).
            03 DEV-TIPO PIC X.
                88 DEV-DEVOLUCION VALUE 'D'.
                88 DEV-TRASPASO VALUE 'T'.
            03 DEV-ORIGEN PIC X.
                88 DEV-DE-RECIBO VALUE 'R'.
                88 DEV-DE-NC VALUE 'N'.
            03 DEV-NRO-ORIGEN PIC 9(6).
            03 DEV-FECHA PIC X(8).
            03 DEV-IMPORTE PIC S9(9)V99.
            03 DEV-REC-NRO PIC 9(6).
            03 DEV-USUARIO PIC X(8).

         FD REC
          VALUE OF FILE-ID IS "COBRANZAS.DAT".
          01 REC-REG.
            03 REC-NRO PIC 9(6).
            03 REC-FECHA PIC X(8).
            03 REC-CLIENTE PIC 9(4).
            03 REC-IMPORTE PIC S9(9)V99.
            03 REC-MEDIO PIC X(15).
            03 REC-APLICADO PIC S9(9)V99.
            03 REC-EMPRESA PIC X(3).

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

         FD APL
          VALUE OF FILE-ID IS "COBRO_APLIC.DAT".
          01 APL-REG.
            02 APL-KEY.
                03 APL-NRO-FACT PIC 9(6).
                03 APL-REC-NRO PIC 9(6).
            02 APL-DATOS.
                03 APL-CLIENTE PIC 9(4).
                03 APL-FECHA PIC X(8).
                03 APL-IMPORTE PIC S9(9)V99.

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

         FD NRODEV
           LABEL RECORD OMITTED.
         01 NRODEV-REG PIC 9(6).

         FD CUENTAS
           LABEL RECORD OMITTED.
         01 CTA-REG.
            03 CTA-ROL PIC X(10).
            03 CTA-CUENTA PIC X(40).

         FD GLEXP
           LABEL RECORD OMITTED.
         01 GLEXP-LINEA PIC X(120).

         FD SAFLIS
           LABEL RECORD OMITTED.
         01 SAFLIS-LINEA PIC X(100).

         FD ORDEN
           LABEL RECORD OMITTED.
         01 ORDEN-LINEA PIC X(80).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 DEV-FS PIC X(2).
          01 REC-FS PIC X(2).
          01 APROB-FS PIC X(2).
          01 FACTCLI-FS PIC X(2).
          01 APL-FS PIC X(2).
          01 CLI-FS PIC X(2).
          01 NRODEV-FS PIC X(2).
          01 CUENTAS-FS PIC X(2).
              88 CUENTAS-OK VALUE '00'.
              88 CUENTAS-EOF VALUE '10'.
          01 GLEXP-FS PIC X(2).
          01 SAFLIS-FS PIC X(2).
          01 ORDEN-FS PIC X(2).
          01 WS-ORDEN-NOMBRE PIC X(20).
          01 WS-LIST-EOF PIC X.
          01 WS-FCL-EOF PIC X.
          01 WS-APL-EOF PIC X.
          01 WS-CONFIRMA PIC X.
          01 WS-ORIGEN PIC X.
          01 WS-IMP-EDIT PIC -ZZZ.ZZZ.Z99,99.
          01 WS-GL-NUM PIC -(7)9,99.
          01 WS-IMPORTE PIC S9(9)V99.
          01 WS-DISPONIBLE PIC S9(9)V99.
          01 WS-COBRADO PIC S9(9)V99.
          01 WS-NC-USADO PIC S9(9)V99.
          01 WS-NC-NRO PIC 9(6).
          01 WS-NC-ORIG PIC 9(6).
          01 WS-NC-CLI PIC 9(4).
          01 WS-NC-FECHA PIC X(8).
          01 WS-DEV-NRO PIC 9(6).
          01 WS-DEV-CLIENTE PIC 9(4).
          01 WS-HAY-BANCOS PIC X VALUE 'N'.
          01 LBC-PARAM.
              03 LBC-OPER PIC X.
              03 LBC-EMPRESA PIC X(3).
              03 LBC-CUENTA PIC 9(3).
              03 LBC-FECHA PIC X(8).
              03 LBC-TIPO PIC X(12).
              03 LBC-IMPORTE PIC S9(9)V99.
              03 LBC-REFERENCIA PIC X(20).
              03 LBC-ORIGEN PIC X(12).
              03 LBC-CONCILIADO PIC X.
              03 LBC-NRO-MOV PIC 9(6).
              03 LBC-SALDO PIC S9(11)V99.
              03 LBC-OK PIC X.
          01 WS-FECHA-REF PIC X(8).
          01 WS-FEC-8 PIC 9(8).
          01 WS-JULIANO-REF PIC 9(7).
          01 WS-DIAS PIC S9(7).
          01 WS-B PIC 9.
          01 WS-I PIC 9(4).
          01 WS-G PIC 9(4).
          01 WS-J PIC 9(4).
          01 WS-K PIC 9(4).
          01 WS-CLI-ANT PIC 9(4).
          01 WS-TOT-CLI PIC S9(11)V99.
          01 WS-TOT-GRAL PIC S9(11)V99.
          01 WS-TOT-EDAD OCCURS 4 TIMES PIC S9(11)V99.

          01 WS-CTA-DEUDORES PIC X(40)
              VALUE "1.1.3 DEUDORES POR VENTAS".
          01 WS-CTA-BANCOS PIC X(40)
              VALUE "1.1.2 BANCOS CUENTA CORRIENTE".

      *  Lo ya devuelto o traspasado de cada nota de credito por
      *  cliente, para descontarlo del credito disponible.
          01 WS-T-DNC-COUNT PIC 9(4) VALUE ZERO.
          01 WS-T-DNC.
              03 WS-T-DNC-CAMPO OCCURS 500 TIMES.
                  05 WS-T-DNC-NC PIC 9(6).
                  05 WS-T-DNC-CLI PIC 9(4).
                  05 WS-T-DNC-IMPORTE PIC S9(9)V99.

          01 WS-T-SAF-COUNT PIC 9(4) VALUE ZERO.
          01 WS-T-SAF.
              03 WS-T-SAF-CAMPO OCCURS 1000 TIMES.
                  05 WS-T-SAF-CLI PIC 9(4).
                  05 WS-T-SAF-FECHA PIC X(8).
                  05 WS-T-SAF-ORIGEN PIC X(10).
                  05 WS-T-SAF-NRO PIC 9(6).
                  05 WS-T-SAF-IMPORTE PIC S9(9)V99.
          01 WS-T-SAF-CAMPO-TEMP PIC X(39).

          01 WS-ENC-SAF.
              03 FILLER PIC X(34)
                  VALUE "SALDOS A FAVOR DE CLIENTES AL ".
              03 WS-ENC-SAF-FECHA PIC X(8).

          01 WS-ENC-COL.
              03 FILLER PIC X(8) VALUE "CLIENTE ".
              03 FILLER PIC X(12) VALUE "ORIGEN".
              03 FILLER PIC X(8) VALUE "NUMERO".
              03 FILLER PIC X(10) VALUE "FECHA".
              03 FILLER PIC X(7) VALUE "   DIAS".
              03 FILLER PIC X(15) VALUE "     DISPONIBLE".

          01 WS-LIN-SAF.
              03 WS-LIN-SAF-CLI PIC 9(4).
              03 FILLER PIC X(4) VALUE SPACES.
              03 WS-LIN-SAF-ORIGEN PIC X(10).
              03 FILLER PIC X(2) VALUE SPACES.
              03 WS-LIN-SAF-NRO PIC 9(6).
              03 FILLER PIC X(2) VALUE SPACES.
              03 WS-LIN-SAF-FECHA PIC X(8).
              03 FILLER PIC X(2) VALUE SPACES.
              03 WS-LIN-SAF-DIAS PIC ZZZZZ9.
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-SAF-IMP PIC -ZZZ.ZZZ.Z99,99.

          01 WS-LIN-SAF-CLI-TOT.
              03 FILLER PIC X(8) VALUE SPACES.
              03 FILLER PIC X(6) VALUE "TOTAL".
              03 WS-LIN-SAF-RAZON PIC X(30).
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-SAF-CLI-IMP PIC -ZZZ.ZZZ.Z99,99.

          01 WS-LIN-EDAD.
              03 WS-LIN-EDAD-TXT PIC X(45).
              03 WS-LIN-EDAD-IMP PIC -ZZZ.ZZZ.Z99,99.

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O DEV.
          IF DEV-FS NOT = '00'
              OPEN OUTPUT DEV
              CLOSE DEV
              OPEN I-O DEV
          END-IF.
          OPEN I-O REC.
          OPEN INPUT APROB.
          OPEN INPUT FACTCLI.
          OPEN INPUT APL.
          OPEN INPUT CLI.
          PERFORM CARGAR-CUENTAS-GL.
          MOVE 'A' TO LBC-OPER.
          CALL 'LIBROBCO' USING LBC-PARAM.
          MOVE LBC-OK TO WS-HAY-BANCOS.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE SALDOS A FAVOR DE CLIENTES::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=LISTADO POR CLIENTE Y ANTIGUEDAD"
          DISPLAY "    2=EMITIR ORDEN DE DEVOLUCION"
          DISPLAY "    3=PASAR CREDITO DE NOTA DE CREDITO A RECIBO"
          DISPLAY "    4=VER ORDEN DE DEVOLUCION"
          display "    0=EXIT"
          ACCEPT choice

          EVALUATE CHOICE
           WHEN 1 PERFORM LISTAR1
           WHEN 2 PERFORM DEVOLVER1
           WHEN 3 PERFORM TRASPASAR1
           WHEN 4 PERFORM VER1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE DEV.
         CLOSE REC.
         CLOSE APROB.
         CLOSE FACTCLI.
         CLOSE APL.
         CLOSE CLI.
         MOVE 'C' TO LBC-OPER.
         CALL 'LIBROBCO' USING LBC-PARAM.
         STOP RUN.

         CARGAR-CUENTAS-GL.
           OPEN INPUT CUENTAS.
           IF CUENTAS-OK
             PERFORM CARGAR-UNA-CUENTA UNTIL CUENTAS-EOF
           END-IF.
           CLOSE CUENTAS.

         CARGAR-UNA-CUENTA.
           READ CUENTAS RECORD
             AT END CONTINUE
           END-READ.
           IF NOT CUENTAS-EOF
             EVALUATE CTA-ROL
               WHEN "DEUDORES"
                 MOVE CTA-CUENTA TO WS-CTA-DEUDORES
               WHEN "BANCOS"
                 MOVE CTA-CUENTA TO WS-CTA-BANCOS
             END-EVALUATE
           END-IF.

      *  Saldos a favor: lo no aplicado de cada recibo y, por nota de
      *  credito, lo que el cliente ya habia pagado de la facturacion
      *  reversada, menos lo devuelto o traspasado.
         LISTAR1.
           DISPLAY " ".
           DISPLAY "ENTER THE  FECHA DE REFERENCIA (AAAAMMDD)".
           ACCEPT WS-FECHA-REF.
           MOVE WS-FECHA-REF TO WS-FEC-8.
           COMPUTE WS-JULIANO-REF =
               FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           PERFORM CARGAR-DEV-NC.
           MOVE ZERO TO WS-T-SAF-COUNT.
           MOVE ZERO TO REC-NRO.
           MOVE 'N' TO WS-LIST-EOF.
           START REC KEY IS NOT LESS THAN REC-NRO
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LISTAR1-RECIBO UNTIL WS-LIST-EOF = 'S'.
           MOVE ZERO TO APROB-NRO-FACT.
           MOVE 'N' TO WS-LIST-EOF.
           START APROB KEY IS NOT LESS THAN APROB-NRO-FACT
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LISTAR1-NC UNTIL WS-LIST-EOF = 'S'.
           PERFORM LISTAR1-ORDENAR.
           PERFORM LISTAR1-IMPRIMIR.

         LISTAR1-RECIBO.
           READ REC NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             SUBTRACT REC-APLICADO FROM REC-IMPORTE
                 GIVING WS-DISPONIBLE
             IF WS-DISPONIBLE > ZERO AND WS-T-SAF-COUNT < 1000
               ADD 1 TO WS-T-SAF-COUNT
               MOVE REC-CLIENTE TO WS-T-SAF-CLI(WS-T-SAF-COUNT)
               MOVE REC-FECHA TO WS-T-SAF-FECHA(WS-T-SAF-COUNT)
               MOVE "RECIBO" TO WS-T-SAF-ORIGEN(WS-T-SAF-COUNT)
               MOVE REC-NRO TO WS-T-SAF-NRO(WS-T-SAF-COUNT)
               MOVE WS-DISPONIBLE
                   TO WS-T-SAF-IMPORTE(WS-T-SAF-COUNT)
             END-IF
           END-IF.

         LISTAR1-NC.
           READ APROB NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N' AND APROB-ESTADO = "NOTACRED"
             MOVE APROB-NRO-FACT TO WS-NC-NRO
             MOVE APROB-NRO-ORIG TO WS-NC-ORIG
             MOVE APROB-FECHA-APROB TO WS-NC-FECHA
             MOVE WS-NC-ORIG TO FCL-NRO-FACT
             MOVE ZERO TO FCL-CLIENTE
             MOVE 'N' TO WS-FCL-EOF
             START FACTCLI KEY IS NOT LESS THAN FCL-KEY
               INVALID KEY MOVE 'S' TO WS-FCL-EOF
             END-START
             PERFORM LISTAR1-NC-CLIENTE UNTIL WS-FCL-EOF = 'S'
           END-IF.

         LISTAR1-NC-CLIENTE.
           READ FACTCLI NEXT RECORD
             AT END MOVE 'S' TO WS-FCL-EOF
           END-READ.
           IF WS-FCL-EOF = 'N'
             IF FCL-NRO-FACT NOT = WS-NC-ORIG
               MOVE 'S' TO WS-FCL-EOF
             ELSE
               MOVE FCL-CLIENTE TO WS-NC-CLI
               PERFORM CALCULAR-CREDITO-NC
               IF WS-DISPONIBLE > ZERO AND WS-T-SAF-COUNT < 1000
                 ADD 1 TO WS-T-SAF-COUNT
                 MOVE WS-NC-CLI TO WS-T-SAF-CLI(WS-T-SAF-COUNT)
                 MOVE WS-NC-FECHA TO WS-T-SAF-FECHA(WS-T-SAF-COUNT)
                 MOVE "NOTA CRED" TO WS-T-SAF-ORIGEN(WS-T-SAF-COUNT)
                 MOVE WS-NC-NRO TO WS-T-SAF-NRO(WS-T-SAF-COUNT)
                 MOVE WS-DISPONIBLE
                     TO WS-T-SAF-IMPORTE(WS-T-SAF-COUNT)
               END-IF
             END-IF
           END-IF.

      * BURBUJEO POR CLIENTE Y FECHA
         LISTAR1-ORDENAR.
           MOVE WS-T-SAF-COUNT TO WS-I.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G >= WS-I
               PERFORM VARYING WS-J FROM WS-G BY 1 UNTIL WS-J > WS-I
                   IF WS-T-SAF-CLI(WS-J) < WS-T-SAF-CLI(WS-G) OR
                       (WS-T-SAF-CLI(WS-J) = WS-T-SAF-CLI(WS-G) AND
                        WS-T-SAF-FECHA(WS-J) < WS-T-SAF-FECHA(WS-G))
                       MOVE WS-T-SAF-CAMPO(WS-G)
                           TO WS-T-SAF-CAMPO-TEMP
                       MOVE WS-T-SAF-CAMPO(WS-J)
                           TO WS-T-SAF-CAMPO(WS-G)
                       MOVE WS-T-SAF-CAMPO-TEMP
                           TO WS-T-SAF-CAMPO(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

         LISTAR1-IMPRIMIR.
           MOVE ZERO TO WS-TOT-GRAL.
           MOVE ZERO TO WS-TOT-CLI.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
               MOVE ZERO TO WS-TOT-EDAD(WS-B)
           END-PERFORM.
           OPEN OUTPUT SAFLIS.
           MOVE WS-FECHA-REF TO WS-ENC-SAF-FECHA.
           MOVE WS-ENC-SAF TO SAFLIS-LINEA.
           WRITE SAFLIS-LINEA.
           MOVE SPACES TO SAFLIS-LINEA.
           WRITE SAFLIS-LINEA.
           MOVE WS-ENC-COL TO SAFLIS-LINEA.
           WRITE SAFLIS-LINEA.
           IF WS-T-SAF-COUNT > ZERO
             MOVE WS-T-SAF-CLI(1) TO WS-CLI-ANT
           END-IF.
           PERFORM LISTAR1-LINEA
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-T-SAF-COUNT.
           IF WS-T-SAF-COUNT > ZERO
             PERFORM LISTAR1-TOTAL-CLIENTE
           END-IF.
           MOVE SPACES TO SAFLIS-LINEA.
           WRITE SAFLIS-LINEA.
           MOVE "HASTA 30 DIAS" TO WS-LIN-EDAD-TXT.
           MOVE WS-TOT-EDAD(1) TO WS-LIN-EDAD-IMP.
           MOVE WS-LIN-EDAD TO SAFLIS-LINEA.
           WRITE SAFLIS-LINEA.
           MOVE "31 A 60 DIAS" TO WS-LIN-EDAD-TXT.
           MOVE WS-TOT-EDAD(2) TO WS-LIN-EDAD-IMP.
           MOVE WS-LIN-EDAD TO SAFLIS-LINEA.
           WRITE SAFLIS-LINEA.
           MOVE "61 A 90 DIAS" TO WS-LIN-EDAD-TXT.
           MOVE WS-TOT-EDAD(3) TO WS-LIN-EDAD-IMP.
           MOVE WS-LIN-EDAD TO SAFLIS-LINEA.
           WRITE SAFLIS-LINEA.
           MOVE "MAS DE 90 DIAS" TO WS-LIN-EDAD-TXT.
           MOVE WS-TOT-EDAD(4) TO WS-LIN-EDAD-IMP.
           MOVE WS-LIN-EDAD TO SAFLIS-LINEA.
           WRITE SAFLIS-LINEA.
           MOVE "TOTAL SALDOS A FAVOR" TO WS-LIN-EDAD-TXT.
           MOVE WS-TOT-GRAL TO WS-LIN-EDAD-IMP.
           MOVE WS-LIN-EDAD TO SAFLIS-LINEA.
           WRITE SAFLIS-LINEA.
           CLOSE SAFLIS.
           DISPLAY "SALDOS A FAVOR LISTADOS: " WS-T-SAF-COUNT.
           DISPLAY "LISTADO GRABADO EN SALDOS_FAVOR.PRN".
           DISPLAY "LOS RECIBOS SE APLICAN CON COBRANZAS, OPCION 2".

         LISTAR1-LINEA.
           IF WS-T-SAF-CLI(WS-K) NOT = WS-CLI-ANT
             PERFORM LISTAR1-TOTAL-CLIENTE
             MOVE WS-T-SAF-CLI(WS-K) TO WS-CLI-ANT
           END-IF.
           MOVE WS-T-SAF-FECHA(WS-K) TO WS-FEC-8.
           COMPUTE WS-DIAS = WS-JULIANO-REF -
               FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           IF WS-DIAS < ZERO
             MOVE ZERO TO WS-DIAS
           END-IF.
           EVALUATE TRUE
             WHEN WS-DIAS <= 30
               MOVE 1 TO WS-B
             WHEN WS-DIAS <= 60
               MOVE 2 TO WS-B
             WHEN WS-DIAS <= 90
               MOVE 3 TO WS-B
             WHEN OTHER
               MOVE 4 TO WS-B
           END-EVALUATE.
           MOVE WS-T-SAF-CLI(WS-K) TO WS-LIN-SAF-CLI.
           MOVE WS-T-SAF-ORIGEN(WS-K) TO WS-LIN-SAF-ORIGEN.
           MOVE WS-T-SAF-NRO(WS-K) TO WS-LIN-SAF-NRO.
           MOVE WS-T-SAF-FECHA(WS-K) TO WS-LIN-SAF-FECHA.
           MOVE WS-DIAS TO WS-LIN-SAF-DIAS.
           MOVE WS-T-SAF-IMPORTE(WS-K) TO WS-LIN-SAF-IMP.
           MOVE WS-LIN-SAF TO SAFLIS-LINEA.
           WRITE SAFLIS-LINEA.
           ADD WS-T-SAF-IMPORTE(WS-K) TO WS-TOT-CLI.
           ADD WS-T-SAF-IMPORTE(WS-K) TO WS-TOT-EDAD(WS-B).
           ADD WS-T-SAF-IMPORTE(WS-K) TO WS-TOT-GRAL.

         LISTAR1-TOTAL-CLIENTE.
           MOVE WS-CLI-ANT TO CLI-COD-CLIENTE.
           READ CLI
             INVALID KEY MOVE SPACES TO CLI-RAZON-SOCIAL
           END-READ.
           MOVE CLI-RAZON-SOCIAL TO WS-LIN-SAF-RAZON.
           MOVE WS-TOT-CLI TO WS-LIN-SAF-CLI-IMP.
           MOVE WS-LIN-SAF-CLI-TOT TO SAFLIS-LINEA.
           WRITE SAFLIS-LINEA.
           MOVE SPACES TO SAFLIS-LINEA.
           WRITE SAFLIS-LINEA.
           MOVE ZERO TO WS-TOT-CLI.

         CARGAR-DEV-NC.
           MOVE ZERO TO WS-T-DNC-COUNT.
           MOVE ZERO TO DEV-NRO.
           MOVE 'N' TO WS-LIST-EOF.
           START DEV KEY IS NOT LESS THAN DEV-NRO
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM CARGAR-UNA-DEV-NC UNTIL WS-LIST-EOF = 'S'.

         CARGAR-UNA-DEV-NC.
           READ DEV NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N' AND DEV-DE-NC
             AND WS-T-DNC-COUNT < 500
             ADD 1 TO WS-T-DNC-COUNT
             MOVE DEV-NRO-ORIGEN TO WS-T-DNC-NC(WS-T-DNC-COUNT)
             MOVE DEV-CLIENTE TO WS-T-DNC-CLI(WS-T-DNC-COUNT)
             MOVE DEV-IMPORTE TO WS-T-DNC-IMPORTE(WS-T-DNC-COUNT)
           END-IF.

      *  Credito de la nota de credito WS-NC-NRO para WS-NC-CLI: lo
      *  aplicado a la facturacion original WS-NC-ORIG por el cliente
      *  menos lo ya devuelto o traspasado.
         CALCULAR-CREDITO-NC.
           MOVE ZERO TO WS-COBRADO.
           MOVE WS-NC-ORIG TO APL-NRO-FACT.
           MOVE ZERO TO APL-REC-NRO.
           MOVE 'N' TO WS-APL-EOF.
           START APL KEY IS NOT LESS THAN APL-KEY
             INVALID KEY MOVE 'S' TO WS-APL-EOF
           END-START.
           PERFORM CALCULAR-CREDITO-APL UNTIL WS-APL-EOF = 'S'.
           MOVE ZERO TO WS-NC-USADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-DNC-COUNT
               IF WS-T-DNC-NC(WS-I) = WS-NC-NRO AND
                   WS-T-DNC-CLI(WS-I) = WS-NC-CLI
                   ADD WS-T-DNC-IMPORTE(WS-I) TO WS-NC-USADO
               END-IF
           END-PERFORM.
           SUBTRACT WS-NC-USADO FROM WS-COBRADO GIVING WS-DISPONIBLE.

         CALCULAR-CREDITO-APL.
           READ APL NEXT RECORD
             AT END MOVE 'S' TO WS-APL-EOF
           END-READ.
           IF WS-APL-EOF = 'N'
             IF APL-NRO-FACT NOT = WS-NC-ORIG
               MOVE 'S' TO WS-APL-EOF
             ELSE
               IF APL-CLIENTE = WS-NC-CLI
                 ADD APL-IMPORTE TO WS-COBRADO
               END-IF
             END-IF
           END-IF.

      *  Busca el saldo a favor de un recibo o de una nota de credito
      *  del cliente; deja el disponible en WS-DISPONIBLE y el cliente
      *  en WS-DEV-CLIENTE. REXIST = 'N' si no hay nada que disponer.
         BUSCAR-SALDO.
           MOVE 'Y' TO REXIST.
           MOVE ZERO TO WS-DISPONIBLE.
           IF WS-ORIGEN = 'R'
             DISPLAY "ENTER THE  NRO DE RECIBO"
             ACCEPT REC-NRO
             READ REC
               INVALID KEY MOVE 'N' TO REXIST
             END-READ
             IF REXIST = 'N'
               DISPLAY "  RECIBO NO EXISTE"
             ELSE
               MOVE REC-CLIENTE TO WS-DEV-CLIENTE
               SUBTRACT REC-APLICADO FROM REC-IMPORTE
                   GIVING WS-DISPONIBLE
             END-IF
           ELSE
             PERFORM BUSCAR-SALDO-NC
           END-IF.
           IF REXIST = 'Y' AND WS-DISPONIBLE <= ZERO
             DISPLAY "  NO HAY SALDO A FAVOR DISPONIBLE"
             MOVE 'N' TO REXIST
           END-IF.

         BUSCAR-SALDO-NC.
           DISPLAY "ENTER THE  NRO DE NOTA DE CREDITO".
           ACCEPT APROB-NRO-FACT.
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT WS-DEV-CLIENTE.
           READ APROB
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N' OR APROB-ESTADO NOT = "NOTACRED"
             DISPLAY "  NO ES UNA NOTA DE CREDITO REGISTRADA"
             MOVE 'N' TO REXIST
           ELSE
             MOVE APROB-NRO-ORIG TO FCL-NRO-FACT
             MOVE WS-DEV-CLIENTE TO FCL-CLIENTE
             READ FACTCLI
               INVALID KEY MOVE 'N' TO REXIST
             END-READ
             IF REXIST = 'N'
               DISPLAY "  EL CLIENTE NO ESTA EN LA FACTURACION "
                   "REVERSADA " APROB-NRO-ORIG
             ELSE
               PERFORM CARGAR-DEV-NC
               MOVE APROB-NRO-FACT TO WS-NC-NRO
               MOVE APROB-NRO-ORIG TO WS-NC-ORIG
               MOVE WS-DEV-CLIENTE TO WS-NC-CLI
               PERFORM CALCULAR-CREDITO-NC
             END-IF
           END-IF.

         PEDIR-IMPORTE.
           MOVE WS-DISPONIBLE TO WS-IMP-EDIT.
           DISPLAY "  SALDO A FAVOR DISPONIBLE: $" WS-IMP-EDIT.
           DISPLAY "ENTER THE  IMPORTE".
           ACCEPT WS-IMPORTE.
           IF WS-IMPORTE <= ZERO OR WS-IMPORTE > WS-DISPONIBLE
             DISPLAY "  AVISO: SE TOMA TODO EL DISPONIBLE"
             MOVE WS-DISPONIBLE TO WS-IMPORTE
           END-IF.

         TOMAR-NRO-DEV.
           OPEN INPUT NRODEV.
           READ NRODEV RECORD
             AT END MOVE ZERO TO WS-DEV-NRO
             NOT AT END MOVE NRODEV-REG TO WS-DEV-NRO
           END-READ.
           CLOSE NRODEV.
           ADD 1 TO WS-DEV-NRO.
           OPEN OUTPUT NRODEV.
           MOVE WS-DEV-NRO TO NRODEV-REG.
           WRITE NRODEV-REG.
           CLOSE NRODEV.

      *  Orden de devolucion numerada: consume el saldo del recibo (o
      *  el credito de la nota de credito) y va al mayor contra
      *  bancos. El saldo devuelto deja de figurar como disponible.
         DEVOLVER1.
           DISPLAY " ".
           DISPLAY "ENTER THE  ORIGEN (R=RECIBO, N=NOTA DE CREDITO)".
           ACCEPT WS-ORIGEN.
           IF WS-ORIGEN NOT = 'R' AND WS-ORIGEN NOT = 'N'
             DISPLAY "  ORIGEN INVALIDO"
           ELSE
             PERFORM BUSCAR-SALDO
             IF REXIST = 'Y'
               PERFORM DEVOLVER1-DATOS
             END-IF
           END-IF.

         DEVOLVER1-DATOS.
           PERFORM PEDIR-IMPORTE.
           DISPLAY "ENTER THE  FECHA (AAAAMMDD)".
           ACCEPT DEV-FECHA.
           DISPLAY "ENTER THE  USUARIO QUE AUTORIZA".
           ACCEPT DEV-USUARIO.
           IF DEV-USUARIO = SPACES
             DISPLAY "  LA DEVOLUCION REQUIERE UN USUARIO QUE LA "
                 "AUTORICE"
           ELSE
             DISPLAY "CONFIRMA LA ORDEN DE DEVOLUCION (S/N)"
             ACCEPT WS-CONFIRMA
             IF WS-CONFIRMA = 'S'
               PERFORM TOMAR-NRO-DEV
               MOVE WS-DEV-NRO TO DEV-NRO
               MOVE WS-DEV-CLIENTE TO DEV-CLIENTE
               MOVE 'D' TO DEV-TIPO
               MOVE WS-ORIGEN TO DEV-ORIGEN
               IF WS-ORIGEN = 'R'
                 MOVE REC-NRO TO DEV-NRO-ORIGEN
               ELSE
                 MOVE WS-NC-NRO TO DEV-NRO-ORIGEN
               END-IF
               MOVE WS-IMPORTE TO DEV-IMPORTE
               MOVE ZERO TO DEV-REC-NRO
               WRITE DEV-REG
                 INVALID KEY DISPLAY "  RECORD IS ALREADY EXIST"
                 NOT INVALID KEY PERFORM DEVOLVER1-GRABAR
               END-WRITE
             END-IF
           END-IF.

         DEVOLVER1-GRABAR.
           IF DEV-DE-RECIBO
             ADD WS-IMPORTE TO REC-APLICADO
             REWRITE REC-REG
               INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR EL RECIBO"
             END-REWRITE
           END-IF.
           PERFORM GRABAR-GL-DEVOLUCION.
           PERFORM IMPRIMIR-ORDEN.
           DISPLAY "  ORDEN DE DEVOLUCION " DEV-NRO " EMITIDA, "
               "GRABADA EN " WS-ORDEN-NOMBRE.
           PERFORM ASENTAR-DEVOLUCION.

      *  La transferencia al cliente sale de la cuenta que indique el
      *  operador (cero toma la principal de la empresa del cliente).
         ASENTAR-DEVOLUCION.
           IF WS-HAY-BANCOS = 'S'
             DISPLAY "ENTER THE  CUENTA BANCARIA (0=PRINCIPAL DE LA "
                 "EMPRESA)"
             ACCEPT LBC-CUENTA
             MOVE CLI-EMPRESA TO LBC-EMPRESA
             MOVE DEV-FECHA TO LBC-FECHA
             MOVE "DEVOLUCION" TO LBC-TIPO
             COMPUTE LBC-IMPORTE = ZERO - DEV-IMPORTE
             MOVE SPACES TO LBC-REFERENCIA
             STRING "DEVOLUCION " DELIMITED BY SIZE
                 DEV-NRO DELIMITED BY SIZE
                 INTO LBC-REFERENCIA
             MOVE "SALDOSFAVOR" TO LBC-ORIGEN
             MOVE 'N' TO LBC-CONCILIADO
             MOVE 'G' TO LBC-OPER
             CALL 'LIBROBCO' USING LBC-PARAM
             IF LBC-OK = 'S'
               DISPLAY "  ASENTADO EN LIBRO BANCO, CUENTA " LBC-CUENTA
             ELSE
               DISPLAY "  AVISO: LA DEVOLUCION NO SE ASENTO EN LIBRO "
                   "BANCO"
             END-IF
           END-IF.

      *  Asiento de la devolucion: debe deudores (se cancela el saldo
      *  a favor del cliente), haber bancos.
         GRABAR-GL-DEVOLUCION.
           MOVE DEV-IMPORTE TO WS-GL-NUM.
           OPEN EXTEND GLEXP.
           MOVE SPACES TO GLEXP-LINEA.
           STRING DEV-NRO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DEV-FECHA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CTA-DEUDORES DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GL-NUM DELIMITED BY SIZE
               ",0,00" DELIMITED BY SIZE
               INTO GLEXP-LINEA.
           WRITE GLEXP-LINEA.
           MOVE SPACES TO GLEXP-LINEA.
           STRING DEV-NRO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DEV-FECHA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CTA-BANCOS DELIMITED BY SIZE
               ",0,00," DELIMITED BY SIZE
               WS-GL-NUM DELIMITED BY SIZE
               INTO GLEXP-LINEA.
           WRITE GLEXP-LINEA.
           CLOSE GLEXP.

         IMPRIMIR-ORDEN.
           MOVE SPACES TO WS-ORDEN-NOMBRE.
           STRING "DEVOL_" DELIMITED BY SIZE
               DEV-NRO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-ORDEN-NOMBRE.
           MOVE DEV-CLIENTE TO CLI-COD-CLIENTE.
           READ CLI
             INVALID KEY MOVE SPACES TO CLI-RAZON-SOCIAL
                         MOVE ZERO TO CLI-CUIT
                         MOVE SPACES TO CLI-CBU
           END-READ.
           OPEN OUTPUT ORDEN.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "ORDEN DE DEVOLUCION NRO " DELIMITED BY SIZE
               DEV-NRO DELIMITED BY SIZE
               "   FECHA " DELIMITED BY SIZE
               DEV-FECHA DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE SPACES TO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "CLIENTE: " DELIMITED BY SIZE
               DEV-CLIENTE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               CLI-RAZON-SOCIAL DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "CUIT: " DELIMITED BY SIZE
               CLI-CUIT DELIMITED BY SIZE
               "   CBU: " DELIMITED BY SIZE
               CLI-CBU DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE SPACES TO ORDEN-LINEA.
           IF DEV-DE-RECIBO
             STRING "ORIGEN: SALDO SIN APLICAR DEL RECIBO "
                     DELIMITED BY SIZE
                 DEV-NRO-ORIGEN DELIMITED BY SIZE
                 INTO ORDEN-LINEA
           ELSE
             STRING "ORIGEN: CREDITO DE LA NOTA DE CREDITO "
                     DELIMITED BY SIZE
                 DEV-NRO-ORIGEN DELIMITED BY SIZE
                 INTO ORDEN-LINEA
           END-IF.
           WRITE ORDEN-LINEA.
           MOVE DEV-IMPORTE TO WS-IMP-EDIT.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "IMPORTE A DEVOLVER: $" DELIMITED BY SIZE
               WS-IMP-EDIT DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "AUTORIZO: " DELIMITED BY SIZE
               DEV-USUARIO DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           CLOSE ORDEN.

      *  El credito de una nota de credito se pasa a un recibo propio
      *  que despues se aplica a la facturacion con COBRANZAS, igual
      *  que un certificado de retencion.
         TRASPASAR1.
           DISPLAY " ".
           MOVE 'N' TO WS-ORIGEN.
           PERFORM BUSCAR-SALDO.
           IF REXIST = 'Y'
             PERFORM PEDIR-IMPORTE
             DISPLAY "ENTER THE  FECHA (AAAAMMDD)"
             ACCEPT REC-FECHA
             DISPLAY "ENTER THE  NRO DE RECIBO A GENERAR"
             ACCEPT REC-NRO
             MOVE WS-DEV-CLIENTE TO REC-CLIENTE
             MOVE WS-IMPORTE TO REC-IMPORTE
             MOVE "NOTA CREDITO" TO REC-MEDIO
             MOVE ZERO TO REC-APLICADO
             MOVE WS-DEV-CLIENTE TO CLI-COD-CLIENTE
             READ CLI
               INVALID KEY MOVE SPACES TO CLI-EMPRESA
             END-READ
             MOVE CLI-EMPRESA TO REC-EMPRESA
             WRITE REC-REG
               INVALID KEY MOVE 'N' TO REXIST
             END-WRITE
             IF REXIST = 'N'
               DISPLAY "  EL NRO DE RECIBO YA EXISTE"
             ELSE
               PERFORM TOMAR-NRO-DEV
               MOVE WS-DEV-NRO TO DEV-NRO
               MOVE WS-DEV-CLIENTE TO DEV-CLIENTE
               MOVE 'T' TO DEV-TIPO
               MOVE 'N' TO DEV-ORIGEN
               MOVE WS-NC-NRO TO DEV-NRO-ORIGEN
               MOVE REC-FECHA TO DEV-FECHA
               MOVE WS-IMPORTE TO DEV-IMPORTE
               MOVE REC-NRO TO DEV-REC-NRO
               MOVE SPACES TO DEV-USUARIO
               WRITE DEV-REG
                 INVALID KEY DISPLAY "  RECORD IS ALREADY EXIST"
               END-WRITE
               DISPLAY "  CREDITO TRASPASADO; APLIQUE EL RECIBO "
                   REC-NRO " CON COBRANZAS, OPCION 2"
             END-IF
           END-IF.

         VER1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE ORDEN".
           ACCEPT DEV-NRO.
           READ DEV
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  ORDEN NO EXISTE"
           ELSE
             IF DEV-DEVOLUCION
               DISPLAY "ORDEN DE DEVOLUCION: " DEV-NRO
             ELSE
               DISPLAY "TRASPASO A RECIBO: " DEV-NRO
                   "  RECIBO " DEV-REC-NRO
             END-IF
             DISPLAY "CLIENTE: " DEV-CLIENTE
                 "  FECHA: " DEV-FECHA
             IF DEV-DE-RECIBO
               DISPLAY "ORIGEN: RECIBO " DEV-NRO-ORIGEN
             ELSE
               DISPLAY "ORIGEN: NOTA DE CREDITO " DEV-NRO-ORIGEN
             END-IF
             MOVE DEV-IMPORTE TO WS-IMP-EDIT
             DISPLAY "IMPORTE: $" WS-IMP-EDIT
             DISPLAY "AUTORIZO: " DEV-USUARIO
           END-IF.

       END PROGRAM SALDOSFAVOR.
