       IDENTIFICATION DIVISION.
         PROGRAM-ID. AJUSTERETRO.

      * Ajuste retroactivo de tarifas sobre facturaciones emitidas.
      * Busca los renglones de FACTDET.DAT cuyo dia trabajado cae en
      * una tarifa dada de alta o modificada (TARIFAS FMODIF) despues
      * de la aprobacion de la facturacion, calcula la diferencia de
      * precio y la propone por facturacion y cliente. Aprobada, se
      * emite una nota de debito (o de credito si baja) con numero de
      * NROFACT.DAT, referida a la facturacion original. Cada renglon
      * se ajusta una sola vez por cambio de tarifa: el cambio queda
      * identificado por la clave de la tarifa y su fecha de
      * modificacion, y una propuesta rechazada no se vuelve a
      * proponer. Los renglones con precio de contrato (CT), banco de
      * horas (BC) o recargo (RC) no se ajustan por esta via.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT AJR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AJR-KEY
           FILE STATUS IS AJR-FS.

           SELECT FACTDET ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FDE-KEY
           FILE STATUS IS FACTDET-FS.

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

           SELECT CON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CON-COD-CONS
           FILE STATUS IS CON-FS.

           SELECT TAR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-KEY
           FILE STATUS IS TAR-FS.

           SELECT ASG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASG-KEY
           FILE STATUS IS ASG-FS.

           SELECT OPTIONAL NROFACT ASSIGN TO "NROFACT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NROFACT-FS.

           SELECT OPTIONAL CUENTAS ASSIGN TO "CUENTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUENTAS-FS.

           SELECT OPTIONAL GLEXP ASSIGN TO "GL_EXPORT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLEXP-FS.

           SELECT AJRLIS ASSIGN TO "AJUSTES_TARIFA.PRN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AJRLIS-FS.

           SELECT NOTLIS ASSIGN TO "NOTAS_AJUSTE.PRN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTLIS-FS.

       DATA DIVISION.
        FILE SECTION.
      *  Un registro por renglon facturado y cambio de tarifa.
      *  ESTADO: P propuesto, E emitido en la nota AJR-NRO-NOTA,
      *  R rechazado.
         FD AJR
          VALUE OF FILE-ID IS "AJUSTES_TARIFA.DAT".
          01 AJR-REG.
            02 AJR-KEY.
                03 AJR-LINEA.
                    05 AJR-NRO-FACT PIC 9(6).
                    05 AJR-CONS PIC 9(3).
                    05 AJR-CLIENTE PIC 9(4).
                    05 AJR-FECHA PIC X(8).
                    05 AJR-SECUENCIA PIC 9(2).
                03 AJR-CAMBIO.
                    05 AJR-TAR-PERFIL PIC X.
                    05 AJR-TAR-FVIGENCIA PIC X(10).
                    05 AJR-TAR-CLIENTE PIC 9(4).
                    05 AJR-TAR-CONSULTOR PIC 9(3).
                    05 AJR-TAR-FMODIF PIC X(8).
            02 AJR-DATOS.
                03 AJR-HORAS PIC S9(2)V99.
                03 AJR-TARIFA-ANT PIC 9(7)V99.
                03 AJR-TARIFA-NUEVA PIC 9(7)V99.
                03 AJR-DIFERENCIA PIC S9(7)V99.
                03 AJR-ESTADO PIC X.
                    88 AJR-PROPUESTO VALUE 'P'.
                    88 AJR-EMITIDO VALUE 'E'.
                    88 AJR-RECHAZADO VALUE 'R'.
                03 AJR-FECHA-PROPUESTA PIC X(8).
                03 AJR-NRO-NOTA PIC 9(6).
                03 AJR-FECHA-EMISION PIC X(8).
                03 AJR-USUARIO PIC X(8).

         FD FACTDET
          VALUE OF FILE-ID IS "FACTDET.DAT".
          01 FDE-REG.
            02 FDE-KEY.
                03 FDE-NRO-FACT PIC 9(6).
                03 FDE-CONS PIC 9(3).
                03 FDE-CLIENTE PIC 9(4).
                03 FDE-FECHA PIC X(8).
                03 FDE-SECUENCIA PIC 9(2).
            02 FDE-DATOS.
                03 FDE-CANT-HORAS PIC S9(2)V99.
                03 FDE-TARIFA PIC 9(7)V99.
                03 FDE-IMPORTE PIC S9(7)V99.
                03 FDE-MONEDA PIC X(3).
                03 FDE-IMPORTE-MON PIC S9(7)V99.
                03 FDE-OBSERV PIC X(30).
                03 FDE-APEYNOM PIC X(25).
                03 FDE-DESC-PER PIC X(15).
                03 FDE-CLIENTE-NOM PIC X(30).
                03 FDE-PROYECTO PIC X(6).
                03 FDE-MECANISMO PIC X(2).
                03 FDE-UNIDAD PIC X.
                03 FDE-CANT-UNIDAD PIC S9(3)V99.

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

         FD CON
          VALUE OF FILE-ID IS "CONSULTORES.DAT".
          01 CON-REG.
            03 CON-COD-CONS PIC 9(3).
            03 CON-FECHA-INGRESO PIC X(8).
            03 CON-DIRECCION PIC X(20).
            03 CON-APEYNOM PIC X(25).
            03 CON-TELEFONO PIC 9(10).
            03 CON-PERFIL PIC X.
            03 CON-BAJA PIC X.
                88 CON-ACTIVO VALUE SPACE.
                88 CON-INACTIVO VALUE 'S'.
            03 CON-FECHA-BAJA PIC X(8).
            03 CON-EMPRESA PIC X(3).
            03 CON-SUBCONTRATADO PIC X.
                88 CON-SUBCONTRATISTA VALUE 'S'.
                88 CON-PROPIO VALUES 'N', SPACE.

         FD TAR
          VALUE OF FILE-ID IS "TARIFAS.DAT".
          01 TAR-REG.
            02 TAR-KEY.
                03 TAR-PERFIL PIC X.
                03 TAR-FVIGENCIA PIC X(10).
                03 TAR-CLIENTE PIC 9(4).
                03 TAR-CONSULTOR PIC 9(3).
            02 TAR-DATA.
                03 TAR-TARIFA PIC 9(7)V99.
                03 TAR-FVIG-HASTA PIC X(10).
                03 TAR-FMODIF PIC X(8).

         FD ASG
          VALUE OF FILE-ID IS "ASIGNACIONES.DAT".
          01 ASG-REG.
            02 ASG-KEY.
                03 ASG-CONS PIC 9(3).
                03 ASG-CLIENTE PIC 9(4).
                03 ASG-DESDE PIC X(8).
            02 ASG-DATOS.
                03 ASG-HASTA PIC X(8).
                03 ASG-ROL PIC X.
                03 ASG-PROYECTO PIC X(6).
                03 ASG-HORAS-DIA PIC 9(2)V99.

         FD NROFACT
           LABEL RECORD OMITTED.
         01 NROFACT-REG PIC 9(6).

         FD CUENTAS
           LABEL RECORD OMITTED.
         01 CTA-REG.
            03 CTA-ROL PIC X(10).
            03 CTA-CUENTA PIC X(40).

         FD GLEXP
           LABEL RECORD OMITTED.
         01 GLEXP-LINEA PIC X(120).

         FD AJRLIS
           LABEL RECORD OMITTED.
         01 AJRLIS-LINEA PIC X(100).

         FD NOTLIS
           LABEL RECORD OMITTED.
         01 NOTLIS-LINEA PIC X(100).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 AJR-FS PIC X(2).
          01 FACTDET-FS PIC X(2).
          01 FACTCLI-FS PIC X(2).
          01 APROB-FS PIC X(2).
          01 CON-FS PIC X(2).
          01 TAR-FS PIC X(2).
          01 ASG-FS PIC X(2).
          01 NROFACT-FS PIC X(2).
          01 CUENTAS-FS PIC X(2).
              88 CUENTAS-OK VALUE '00'.
              88 CUENTAS-EOF VALUE '10'.
          01 GLEXP-FS PIC X(2).
          01 AJRLIS-FS PIC X(2).
          01 NOTLIS-FS PIC X(2).
          01 WS-HAY-ASIGNACIONES PIC X VALUE 'N'.
          01 WS-LIST-EOF PIC X.
          01 WS-FDE-EOF PIC X.
          01 WS-AJR-EOF PIC X.
          01 WS-TAR-EOF PIC X.
          01 WS-ASG-FIN PIC X.
          01 WS-CONFIRMA PIC X.
          01 WS-USUARIO PIC X(8).
          01 WS-HOY PIC X(8).
          01 WS-IMP-EDIT PIC -ZZZ.ZZZ.Z99,99.

          01 HCN-PARAM.
              03 HCN-OPER PIC X.
              03 HCN-CONS PIC 9(3).
              03 HCN-FECHA PIC X(8).
              03 HCN-PERFIL PIC X.
              03 HCN-EMPRESA PIC X(3).
              03 HCN-SUCURSAL PIC 9.
              03 HCN-OK PIC X.

      *  Facturacion del renglon en curso (se relee al cambiar).
          01 WS-ULT-NRO-FACT PIC 9(6).
          01 WS-FACT-VALIDA PIC X.
          01 WS-FECHA-FACT PIC X(8).

          01 WS-PERFIL PIC X.
          01 WS-FECHA-BARRAS PIC X(10).

      *  Registro vigente por nivel, como lo resuelve TARIFAS:
      *  1 general del perfil, 2 del cliente, 3 del cliente y
      *  consultor. Gana el de nivel mas alto hallado.
          01 WS-T-NIVEL.
              03 WS-T-NIV-CAMPO OCCURS 3 TIMES.
                  05 WS-T-NIV-HALLADA PIC X.
                  05 WS-T-NIV-CAMBIO.
                      07 WS-T-NIV-KEY PIC X(18).
                      07 WS-T-NIV-FMODIF PIC X(8).
                  05 WS-T-NIV-TARIFA PIC 9(7)V99.
          01 WS-NIV PIC 9.
          01 WS-GANADORA.
              03 WS-GAN-HALLADA PIC X.
              03 WS-GAN-CAMBIO.
                  05 WS-GAN-KEY PIC X(18).
                  05 WS-GAN-FMODIF PIC X(8).
              03 WS-GAN-TARIFA PIC 9(7)V99.

          01 WS-TARIFA-BASE PIC 9(7)V99.
          01 WS-ULT-NOTA PIC 9(6).
          01 WS-YA-AJUSTADA PIC X.
          01 WS-DIFERENCIA PIC S9(7)V99.
          01 WS-CANT-FACTURADA PIC S9(3)V99.

          01 WS-CANT-PROPUESTAS PIC 9(5).
          01 WS-CANT-LINEAS PIC 9(5).
          01 WS-TOT-DEBITO PIC S9(11)V99.
          01 WS-TOT-CREDITO PIC S9(11)V99.

      *  Propuestas pendientes agrupadas por facturacion y cliente:
      *  cada grupo es un documento a aprobar.
          01 WS-T-GRP-COUNT PIC 9(4) VALUE ZERO.
          01 WS-T-GRP.
              03 WS-T-GRP-CAMPO OCCURS 500 TIMES.
                  05 WS-T-GRP-FACT PIC 9(6).
                  05 WS-T-GRP-CLI PIC 9(4).
                  05 WS-T-GRP-DIF PIC S9(9)V99.
                  05 WS-T-GRP-CANT PIC 9(5).
          01 WS-G PIC 9(4).
          01 WS-I PIC 9(4).
          01 WS-HALLADO PIC X.

          01 WS-NRO-NOTA PIC 9(6).
          01 WS-NUEVO-ESTADO PIC X.
          01 WS-EMPRESA-ORIG PIC X(3).
          01 WS-NETO PIC S9(9)V99.
          01 WS-IVA PIC S9(9)V99.
          01 WS-IVA-TASA PIC 9V9999 VALUE 0,2100.
          01 WS-CANT-EMITIDAS PIC 9(4).
          01 WS-CANT-RECHAZADAS PIC 9(4).

          01 WS-CTA-DEUDORES PIC X(40)
              VALUE "1.1.3 DEUDORES POR VENTAS".
          01 WS-CTA-INGRESOS PIC X(40)
              VALUE "4.1.1 INGRESOS POR SERVICIOS".
          01 WS-CTA-IVA PIC X(40)
              VALUE "2.1.4 IVA DEBITO FISCAL".
          01 WS-GL-CTA PIC X(40).
          01 WS-GL-TOTAL PIC S9(9)V99.
          01 WS-GL-DEBE PIC -(7)9,99.
          01 WS-GL-HABER PIC -(7)9,99.

          01 WS-ENC-AJR.
              03 FILLER PIC X(8) VALUE "FACTURA ".
              03 FILLER PIC X(5) VALUE "CONS ".
              03 FILLER PIC X(6) VALUE "CLIE  ".
              03 FILLER PIC X(10) VALUE "FECHA     ".
              03 FILLER PIC X(8) VALUE "  HORAS ".
              03 FILLER PIC X(14) VALUE "  TARIFA FACT.".
              03 FILLER PIC X(14) VALUE "  TARIFA NUEVA".
              03 FILLER PIC X(16) VALUE "      DIFERENCIA".
              03 FILLER PIC X(19) VALUE "  VIGENCIA  MODIF.".

          01 WS-LIN-AJR.
              03 WS-LIN-AJR-FACT PIC 9(6).
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-AJR-CONS PIC 9(3).
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-AJR-CLI PIC 9(4).
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-AJR-FECHA PIC X(8).
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-AJR-HORAS PIC -Z9,99.
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-AJR-ANT PIC Z.ZZZ.ZZ9,99.
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-AJR-NUEVA PIC Z.ZZZ.ZZ9,99.
              03 FILLER PIC X VALUE " ".
              03 WS-LIN-AJR-DIF PIC -ZZZ.ZZZ.Z99,99.
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-AJR-VIG PIC X(10).
              03 FILLER PIC X VALUE " ".
              03 WS-LIN-AJR-MODIF PIC X(8).

          01 WS-LIN-AJR-TOT.
              03 FILLER PIC X(30) VALUE SPACES.
              03 WS-LIN-AJR-TOT-ETIQ PIC X(34).
              03 WS-LIN-AJR-TOT-IMP PIC -ZZZ.ZZZ.ZZZ.Z99,99.

          01 WS-ENC-NOTA.
              03 WS-ENC-NOTA-TIPO PIC X(16).
              03 FILLER PIC X(2) VALUE "N ".
              03 WS-ENC-NOTA-NRO PIC Z(5)9.
              03 FILLER PIC X(31)
                  VALUE " - AJUSTE DE TARIFA S/FACTURA ".
              03 WS-ENC-NOTA-ORIG PIC 9(6).
              03 FILLER PIC X(10) VALUE "  CLIENTE ".
              03 WS-ENC-NOTA-CLI PIC 9(4).
              03 FILLER PIC X(4) VALUE " AL ".
              03 WS-ENC-NOTA-FECHA PIC X(8).

          01 WS-LIN-NOTA-TOT.
              03 FILLER PIC X(30) VALUE SPACES.
              03 WS-LIN-NOTA-ETIQ PIC X(34).
              03 WS-LIN-NOTA-IMP PIC -ZZZ.ZZZ.ZZZ.Z99,99.

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O AJR.
          IF AJR-FS NOT = '00'
              OPEN OUTPUT AJR
              CLOSE AJR
              OPEN I-O AJR
          END-IF.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
          PERFORM CARGAR-CUENTAS-GL.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE AJUSTE RETROACTIVO DE TARIFAS::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=PROPONER AJUSTES"
          DISPLAY "    2=APROBAR Y EMITIR NOTAS DE AJUSTE"
          DISPLAY "    3=REGISTRO DE AJUSTES"
          DISPLAY "    0=EXIT"
          ACCEPT CHOICE

          EVALUATE CHOICE
           WHEN 1 PERFORM PROPONER1
           WHEN 2 PERFORM EMITIR1
           WHEN 3 PERFORM LISTAR1
           WHEN OTHER MOVE 'N' TO CH1
          END-EVALUATE

         END-PERFORM.
         CLOSE AJR.
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
               WHEN "INGRESOS"
                 MOVE CTA-CUENTA TO WS-CTA-INGRESOS
               WHEN "IVADEBITO"
                 MOVE CTA-CUENTA TO WS-CTA-IVA
             END-EVALUATE
           END-IF.

      *  Las propuestas pendientes se regeneran en cada corrida; lo
      *  emitido y lo rechazado queda y no se vuelve a proponer.
         PROPONER1.
           OPEN INPUT FACTDET.
           IF FACTDET-FS NOT = '00'
             DISPLAY "  ERROR APERTURA FACTDET.DAT"
           ELSE
             OPEN INPUT APROB
             OPEN INPUT CON
             OPEN INPUT TAR
             OPEN INPUT ASG
             IF ASG-FS = '00'
               MOVE 'S' TO WS-HAY-ASIGNACIONES
             ELSE
               MOVE 'N' TO WS-HAY-ASIGNACIONES
             END-IF
             MOVE 'A' TO HCN-OPER
             CALL 'HISTCONS' USING HCN-PARAM
             PERFORM BORRAR-PROPUESTAS
             MOVE ZERO TO WS-CANT-PROPUESTAS
             MOVE ZERO TO WS-TOT-DEBITO
             MOVE ZERO TO WS-TOT-CREDITO
             MOVE ZERO TO WS-ULT-NRO-FACT
             MOVE 'N' TO WS-FACT-VALIDA
             OPEN OUTPUT AJRLIS
             MOVE SPACES TO AJRLIS-LINEA
             STRING "AJUSTES RETROACTIVOS DE TARIFA PROPUESTOS AL "
                 DELIMITED BY SIZE
                 WS-HOY DELIMITED BY SIZE
                 INTO AJRLIS-LINEA
             WRITE AJRLIS-LINEA
             MOVE SPACES TO AJRLIS-LINEA
             WRITE AJRLIS-LINEA
             MOVE WS-ENC-AJR TO AJRLIS-LINEA
             WRITE AJRLIS-LINEA
             MOVE LOW-VALUE TO FDE-KEY
             MOVE 'N' TO WS-FDE-EOF
             START FACTDET KEY IS NOT LESS THAN FDE-KEY
               INVALID KEY MOVE 'S' TO WS-FDE-EOF
             END-START
             PERFORM PROPONER1-UNA UNTIL WS-FDE-EOF = 'S'
             MOVE SPACES TO AJRLIS-LINEA
             WRITE AJRLIS-LINEA
             MOVE "TOTAL A DEBITAR" TO WS-LIN-AJR-TOT-ETIQ
             MOVE WS-TOT-DEBITO TO WS-LIN-AJR-TOT-IMP
             MOVE WS-LIN-AJR-TOT TO AJRLIS-LINEA
             WRITE AJRLIS-LINEA
             MOVE "TOTAL A ACREDITAR" TO WS-LIN-AJR-TOT-ETIQ
             MOVE WS-TOT-CREDITO TO WS-LIN-AJR-TOT-IMP
             MOVE WS-LIN-AJR-TOT TO AJRLIS-LINEA
             WRITE AJRLIS-LINEA
             CLOSE AJRLIS
             MOVE 'C' TO HCN-OPER
             CALL 'HISTCONS' USING HCN-PARAM
             CLOSE FACTDET
             CLOSE APROB
             CLOSE CON
             CLOSE TAR
             IF WS-HAY-ASIGNACIONES = 'S'
               CLOSE ASG
             END-IF
             DISPLAY "RENGLONES CON AJUSTE PROPUESTO: "
                 WS-CANT-PROPUESTAS
             DISPLAY "LISTADO GRABADO EN AJUSTES_TARIFA.PRN"
           END-IF.

         BORRAR-PROPUESTAS.
           MOVE LOW-VALUE TO AJR-KEY.
           MOVE 'N' TO WS-AJR-EOF.
           START AJR KEY IS NOT LESS THAN AJR-KEY
             INVALID KEY MOVE 'S' TO WS-AJR-EOF
           END-START.
           PERFORM BORRAR-PROPUESTAS-UNA UNTIL WS-AJR-EOF = 'S'.

         BORRAR-PROPUESTAS-UNA.
           READ AJR NEXT RECORD
             AT END MOVE 'S' TO WS-AJR-EOF
           END-READ.
           IF WS-AJR-EOF = 'N' AND AJR-PROPUESTO
             DELETE AJR
               INVALID KEY CONTINUE
             END-DELETE
           END-IF.

         PROPONER1-UNA.
           READ FACTDET NEXT RECORD
             AT END MOVE 'S' TO WS-FDE-EOF
           END-READ.
           IF WS-FDE-EOF = 'N'
             IF FDE-NRO-FACT NOT = WS-ULT-NRO-FACT
               PERFORM LEER-FACTURACION
             END-IF
             IF WS-FACT-VALIDA = 'S' AND
                 FDE-CANT-HORAS NOT = ZERO AND
                 (FDE-MECANISMO = "LI" OR FDE-MECANISMO = "RD" OR
                  FDE-MECANISMO = SPACES)
               PERFORM EVALUAR-LINEA
             END-IF
           END-IF.

      *  Solo facturaciones aprobadas y vigentes; la fecha de
      *  aprobacion es la fecha de facturacion que se compara con la
      *  modificacion de la tarifa.
         LEER-FACTURACION.
           MOVE FDE-NRO-FACT TO WS-ULT-NRO-FACT.
           MOVE 'N' TO WS-FACT-VALIDA.
           MOVE FDE-NRO-FACT TO APROB-NRO-FACT.
           MOVE 'Y' TO REXIST.
           READ APROB
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'Y' AND APROB-ESTADO = "APROBADO" AND
               APROB-FECHA-APROB NOT = SPACES
             MOVE 'S' TO WS-FACT-VALIDA
             MOVE APROB-FECHA-APROB TO WS-FECHA-FACT
           END-IF.

      *  La tarifa de un cliente por jornada o unidad es por unidad:
      *  la diferencia se calcula sobre la cantidad facturada.
         EVALUAR-LINEA.
           MOVE FDE-CANT-HORAS TO WS-CANT-FACTURADA.
           IF FDE-UNIDAD = 'J' OR 'M' OR 'U'
             MOVE FDE-CANT-UNIDAD TO WS-CANT-FACTURADA
           END-IF.
           PERFORM PERFIL-DEL-DIA.
           PERFORM BUSCAR-TARIFA-VIGENTE.
           IF WS-GAN-HALLADA = 'S' AND WS-GAN-FMODIF NOT = SPACES
               AND WS-GAN-FMODIF > WS-FECHA-FACT
             PERFORM PRECIO-YA-FACTURADO
             IF WS-YA-AJUSTADA = 'N' AND
                 WS-GAN-TARIFA NOT = WS-TARIFA-BASE
               COMPUTE WS-DIFERENCIA ROUNDED =
                   WS-CANT-FACTURADA *
                   (WS-GAN-TARIFA - WS-TARIFA-BASE)
               IF WS-DIFERENCIA NOT = ZERO
                 PERFORM GRABAR-PROPUESTA
               END-IF
             END-IF
           END-IF.

      *  Perfil vigente el dia trabajado: historia del consultor y,
      *  si lo hay, el rol de la asignacion al cliente.
         PERFIL-DEL-DIA.
           MOVE FDE-CONS TO CON-COD-CONS.
           MOVE 'Y' TO REXIST.
           READ CON
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             MOVE SPACE TO CON-PERFIL
             MOVE SPACES TO CON-EMPRESA
           END-IF.
           MOVE 'V' TO HCN-OPER.
           MOVE FDE-CONS TO HCN-CONS.
           MOVE FDE-FECHA TO HCN-FECHA.
           MOVE CON-PERFIL TO HCN-PERFIL.
           MOVE CON-EMPRESA TO HCN-EMPRESA.
           MOVE ZERO TO HCN-SUCURSAL.
           CALL 'HISTCONS' USING HCN-PARAM.
           MOVE HCN-PERFIL TO WS-PERFIL.
           IF WS-HAY-ASIGNACIONES = 'S'
             MOVE FDE-CONS TO ASG-CONS
             MOVE FDE-CLIENTE TO ASG-CLIENTE
             MOVE LOW-VALUE TO ASG-DESDE
             MOVE 'N' TO WS-ASG-FIN
             START ASG KEY IS NOT LESS THAN ASG-KEY
               INVALID KEY MOVE 'S' TO WS-ASG-FIN
             END-START
             PERFORM EXAMINAR-ASIGNACION UNTIL WS-ASG-FIN = 'S'
           END-IF.

         EXAMINAR-ASIGNACION.
           READ ASG NEXT RECORD
             AT END MOVE 'S' TO WS-ASG-FIN
           END-READ.
           IF WS-ASG-FIN = 'N'
             IF ASG-CONS NOT = FDE-CONS OR
                 ASG-CLIENTE NOT = FDE-CLIENTE
               MOVE 'S' TO WS-ASG-FIN
             ELSE
               IF FDE-FECHA >= ASG-DESDE AND
                   FDE-FECHA <= ASG-HASTA AND
                   ASG-ROL NOT = SPACE
                 MOVE ASG-ROL TO WS-PERFIL
               END-IF
             END-IF
           END-IF.

      *  Mismo criterio que TARIFAS: por nivel rige el registro de
      *  vigencia mas reciente no posterior al dia trabajado y no
      *  vencido. Las fechas de TARIFAS.DAT van con barras.
         BUSCAR-TARIFA-VIGENTE.
           MOVE SPACES TO WS-FECHA-BARRAS.
           STRING FDE-FECHA(1:4) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FDE-FECHA(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FDE-FECHA(7:2) DELIMITED BY SIZE
               INTO WS-FECHA-BARRAS.
           PERFORM VARYING WS-NIV FROM 1 BY 1 UNTIL WS-NIV > 3
             MOVE 'N' TO WS-T-NIV-HALLADA(WS-NIV)
           END-PERFORM.
           MOVE 'N' TO WS-GAN-HALLADA.
           MOVE WS-PERFIL TO TAR-PERFIL.
           MOVE LOW-VALUE TO TAR-FVIGENCIA.
           MOVE ZERO TO TAR-CLIENTE.
           MOVE ZERO TO TAR-CONSULTOR.
           MOVE 'N' TO WS-TAR-EOF.
           START TAR KEY IS NOT LESS THAN TAR-KEY
             INVALID KEY MOVE 'S' TO WS-TAR-EOF
           END-START.
           PERFORM EXAMINAR-TARIFA UNTIL WS-TAR-EOF = 'S'.
           PERFORM VARYING WS-NIV FROM 1 BY 1 UNTIL WS-NIV > 3
             IF WS-T-NIV-HALLADA(WS-NIV) = 'S'
               MOVE 'S' TO WS-GAN-HALLADA
               MOVE WS-T-NIV-CAMBIO(WS-NIV) TO WS-GAN-CAMBIO
               MOVE WS-T-NIV-TARIFA(WS-NIV) TO WS-GAN-TARIFA
             END-IF
           END-PERFORM.

         EXAMINAR-TARIFA.
           READ TAR NEXT RECORD
             AT END MOVE 'S' TO WS-TAR-EOF
           END-READ.
           IF WS-TAR-EOF = 'N'
             IF TAR-PERFIL NOT = WS-PERFIL OR
                 TAR-FVIGENCIA > WS-FECHA-BARRAS
               MOVE 'S' TO WS-TAR-EOF
             ELSE
               IF TAR-FVIG-HASTA = SPACES OR
                   TAR-FVIG-HASTA >= WS-FECHA-BARRAS
                 MOVE ZERO TO WS-NIV
                 IF TAR-CLIENTE = ZERO AND TAR-CONSULTOR = ZERO
                   MOVE 1 TO WS-NIV
                 END-IF
                 IF TAR-CLIENTE = FDE-CLIENTE AND
                     TAR-CONSULTOR = ZERO
                   MOVE 2 TO WS-NIV
                 END-IF
                 IF TAR-CLIENTE = FDE-CLIENTE AND
                     TAR-CONSULTOR = FDE-CONS AND
                     TAR-CONSULTOR NOT = ZERO
                   MOVE 3 TO WS-NIV
                 END-IF
                 IF WS-NIV NOT = ZERO
                   MOVE 'S' TO WS-T-NIV-HALLADA(WS-NIV)
                   MOVE TAR-KEY TO WS-T-NIV-KEY(WS-NIV)
                   MOVE TAR-FMODIF TO WS-T-NIV-FMODIF(WS-NIV)
                   MOVE TAR-TARIFA TO WS-T-NIV-TARIFA(WS-NIV)
                 END-IF
               END-IF
             END-IF
           END-IF.

      *  El precio que el cliente ya pago por el renglon es el de la
      *  ultima nota de ajuste emitida sobre el, o el facturado. Si
      *  este mismo cambio ya se emitio o se rechazo, no se repite.
         PRECIO-YA-FACTURADO.
           MOVE FDE-TARIFA TO WS-TARIFA-BASE.
           MOVE ZERO TO WS-ULT-NOTA.
           MOVE 'N' TO WS-YA-AJUSTADA.
           MOVE FDE-KEY TO AJR-LINEA.
           MOVE LOW-VALUE TO AJR-CAMBIO.
           MOVE 'N' TO WS-AJR-EOF.
           START AJR KEY IS NOT LESS THAN AJR-KEY
             INVALID KEY MOVE 'S' TO WS-AJR-EOF
           END-START.
           PERFORM PRECIO-YA-FACTURADO-UNA UNTIL WS-AJR-EOF = 'S'.

         PRECIO-YA-FACTURADO-UNA.
           READ AJR NEXT RECORD
             AT END MOVE 'S' TO WS-AJR-EOF
           END-READ.
           IF WS-AJR-EOF = 'N'
             IF AJR-LINEA NOT = FDE-KEY
               MOVE 'S' TO WS-AJR-EOF
             ELSE
               IF AJR-EMITIDO AND AJR-NRO-NOTA > WS-ULT-NOTA
                 MOVE AJR-NRO-NOTA TO WS-ULT-NOTA
                 MOVE AJR-TARIFA-NUEVA TO WS-TARIFA-BASE
               END-IF
               IF AJR-CAMBIO = WS-GAN-CAMBIO AND
                   (AJR-EMITIDO OR AJR-RECHAZADO)
                 MOVE 'S' TO WS-YA-AJUSTADA
               END-IF
             END-IF
           END-IF.

         GRABAR-PROPUESTA.
           MOVE FDE-KEY TO AJR-LINEA.
           MOVE WS-GAN-CAMBIO TO AJR-CAMBIO.
           MOVE WS-CANT-FACTURADA TO AJR-HORAS.
           MOVE WS-TARIFA-BASE TO AJR-TARIFA-ANT.
           MOVE WS-GAN-TARIFA TO AJR-TARIFA-NUEVA.
           MOVE WS-DIFERENCIA TO AJR-DIFERENCIA.
           MOVE 'P' TO AJR-ESTADO.
           MOVE WS-HOY TO AJR-FECHA-PROPUESTA.
           MOVE ZERO TO AJR-NRO-NOTA.
           MOVE SPACES TO AJR-FECHA-EMISION.
           MOVE SPACES TO AJR-USUARIO.
           WRITE AJR-REG
             INVALID KEY REWRITE AJR-REG
           END-WRITE.
           ADD 1 TO WS-CANT-PROPUESTAS.
           IF WS-DIFERENCIA > ZERO
             ADD WS-DIFERENCIA TO WS-TOT-DEBITO
           ELSE
             ADD WS-DIFERENCIA TO WS-TOT-CREDITO
           END-IF.
           PERFORM IMPRIMIR-LINEA-AJR.
           MOVE WS-LIN-AJR TO AJRLIS-LINEA.
           WRITE AJRLIS-LINEA.

         IMPRIMIR-LINEA-AJR.
           MOVE AJR-NRO-FACT TO WS-LIN-AJR-FACT.
           MOVE AJR-CONS TO WS-LIN-AJR-CONS.
           MOVE AJR-CLIENTE TO WS-LIN-AJR-CLI.
           MOVE AJR-FECHA TO WS-LIN-AJR-FECHA.
           MOVE AJR-HORAS TO WS-LIN-AJR-HORAS.
           MOVE AJR-TARIFA-ANT TO WS-LIN-AJR-ANT.
           MOVE AJR-TARIFA-NUEVA TO WS-LIN-AJR-NUEVA.
           MOVE AJR-DIFERENCIA TO WS-LIN-AJR-DIF.
           MOVE AJR-TAR-FVIGENCIA TO WS-LIN-AJR-VIG.
           MOVE AJR-TAR-FMODIF TO WS-LIN-AJR-MODIF.

      *  Cada grupo facturacion/cliente pendiente se aprueba (nota de
      *  debito o credito segun el signo), se rechaza o se deja para
      *  otra corrida.
         EMITIR1.
           DISPLAY " ".
           DISPLAY "ENTER THE  USUARIO QUE APRUEBA".
           ACCEPT WS-USUARIO.
           IF WS-USUARIO = SPACES
             DISPLAY "  LA EMISION REQUIERE UN USUARIO QUE LA "
                 "APRUEBE"
           ELSE
             PERFORM ARMAR-GRUPOS
             IF WS-T-GRP-COUNT = ZERO
               DISPLAY "  SIN AJUSTES PROPUESTOS PENDIENTES"
             ELSE
               MOVE ZERO TO WS-CANT-EMITIDAS
               MOVE ZERO TO WS-CANT-RECHAZADAS
               OPEN I-O APROB
               OPEN I-O FACTCLI
               OPEN OUTPUT NOTLIS
               PERFORM EMITIR1-GRUPO
                 VARYING WS-G FROM 1 BY 1
                 UNTIL WS-G > WS-T-GRP-COUNT
               CLOSE NOTLIS
               CLOSE FACTCLI
               CLOSE APROB
               DISPLAY "NOTAS DE AJUSTE EMITIDAS: " WS-CANT-EMITIDAS
               DISPLAY "PROPUESTAS RECHAZADAS: " WS-CANT-RECHAZADAS
               DISPLAY "NOTAS GRABADAS EN NOTAS_AJUSTE.PRN"
             END-IF
           END-IF.

         ARMAR-GRUPOS.
           MOVE ZERO TO WS-T-GRP-COUNT.
           MOVE LOW-VALUE TO AJR-KEY.
           MOVE 'N' TO WS-AJR-EOF.
           START AJR KEY IS NOT LESS THAN AJR-KEY
             INVALID KEY MOVE 'S' TO WS-AJR-EOF
           END-START.
           PERFORM ARMAR-GRUPOS-UNA UNTIL WS-AJR-EOF = 'S'.

         ARMAR-GRUPOS-UNA.
           READ AJR NEXT RECORD
             AT END MOVE 'S' TO WS-AJR-EOF
           END-READ.
           IF WS-AJR-EOF = 'N' AND AJR-PROPUESTO
             MOVE 'N' TO WS-HALLADO
             PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-T-GRP-COUNT OR WS-HALLADO = 'S'
               IF WS-T-GRP-FACT(WS-I) = AJR-NRO-FACT AND
                   WS-T-GRP-CLI(WS-I) = AJR-CLIENTE
                 MOVE 'S' TO WS-HALLADO
                 SUBTRACT 1 FROM WS-I
               END-IF
             END-PERFORM
             IF WS-HALLADO = 'N'
               IF WS-T-GRP-COUNT < 500
                 ADD 1 TO WS-T-GRP-COUNT
                 MOVE WS-T-GRP-COUNT TO WS-I
                 MOVE AJR-NRO-FACT TO WS-T-GRP-FACT(WS-I)
                 MOVE AJR-CLIENTE TO WS-T-GRP-CLI(WS-I)
                 MOVE ZERO TO WS-T-GRP-DIF(WS-I)
                 MOVE ZERO TO WS-T-GRP-CANT(WS-I)
               ELSE
                 MOVE ZERO TO WS-I
               END-IF
             END-IF
             IF WS-I NOT = ZERO
               ADD AJR-DIFERENCIA TO WS-T-GRP-DIF(WS-I)
               ADD 1 TO WS-T-GRP-CANT(WS-I)
             END-IF
           END-IF.

         EMITIR1-GRUPO.
           DISPLAY " ".
           MOVE WS-T-GRP-DIF(WS-G) TO WS-IMP-EDIT.
           DISPLAY "FACTURACION: " WS-T-GRP-FACT(WS-G)
               "  CLIENTE: " WS-T-GRP-CLI(WS-G)
               "  RENGLONES: " WS-T-GRP-CANT(WS-G).
           DISPLAY "  DIFERENCIA NETA: $" WS-IMP-EDIT.
           MOVE 'Y' TO REXIST.
           MOVE WS-T-GRP-FACT(WS-G) TO APROB-NRO-FACT.
           READ APROB
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N' OR APROB-ESTADO NOT = "APROBADO"
             DISPLAY "  LA FACTURACION ORIGINAL YA NO ESTA APROBADA, "
                 "QUEDA PENDIENTE"
           ELSE
             MOVE APROB-EMPRESA TO WS-EMPRESA-ORIG
             DISPLAY "S=EMITIR  N=RECHAZAR  OTRA=DEJAR PENDIENTE"
             ACCEPT WS-CONFIRMA
             IF WS-CONFIRMA = 'S'
               MOVE ZERO TO WS-NRO-NOTA
               IF WS-T-GRP-DIF(WS-G) = ZERO
                 DISPLAY "  SIN DIFERENCIA NETA, NO SE EMITE "
                     "DOCUMENTO"
               ELSE
                 PERFORM EMITIR-NOTA
               END-IF
               MOVE 'E' TO WS-NUEVO-ESTADO
               PERFORM MARCAR-LINEAS
             END-IF
             IF WS-CONFIRMA = 'N'
               MOVE ZERO TO WS-NRO-NOTA
               MOVE 'R' TO WS-NUEVO-ESTADO
               PERFORM MARCAR-LINEAS
               ADD 1 TO WS-CANT-RECHAZADAS
             END-IF
           END-IF.

      *  Mismo circuito que las notas de debito por mora: numero de
      *  NROFACT.DAT, registro aprobado en APROBACIONES.DAT con la
      *  facturacion original como referencia, totales del cliente
      *  en FACTCLI.DAT y asiento en GL_EXPORT.CSV. El IVA sigue la
      *  alicuota que tuvo el cliente en la facturacion original.
         EMITIR-NOTA.
           MOVE WS-T-GRP-DIF(WS-G) TO WS-NETO.
           MOVE WS-T-GRP-FACT(WS-G) TO FCL-NRO-FACT.
           MOVE WS-T-GRP-CLI(WS-G) TO FCL-CLIENTE.
           MOVE 'Y' TO REXIST.
           READ FACTCLI
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'Y' AND FCL-TOTAL-NETO NOT = ZERO
             COMPUTE WS-IVA ROUNDED =
                 WS-NETO * FCL-TOTAL-IVA / FCL-TOTAL-NETO
             IF FCL-EMPRESA NOT = SPACES
               MOVE FCL-EMPRESA TO WS-EMPRESA-ORIG
             END-IF
           ELSE
             COMPUTE WS-IVA ROUNDED = WS-NETO * WS-IVA-TASA
           END-IF.
           PERFORM TOMAR-NRO-NOTA.
           PERFORM REGISTRAR-APROBACION.
           PERFORM GRABAR-FACTCLI-NOTA.
           PERFORM EXPORTAR-GL-NOTA.
           IF WS-NETO > ZERO
             MOVE "NOTA DE DEBITO" TO WS-ENC-NOTA-TIPO
           ELSE
             MOVE "NOTA DE CREDITO" TO WS-ENC-NOTA-TIPO
           END-IF.
           MOVE WS-NRO-NOTA TO WS-ENC-NOTA-NRO.
           MOVE WS-T-GRP-FACT(WS-G) TO WS-ENC-NOTA-ORIG.
           MOVE WS-T-GRP-CLI(WS-G) TO WS-ENC-NOTA-CLI.
           MOVE WS-HOY TO WS-ENC-NOTA-FECHA.
           MOVE SPACES TO NOTLIS-LINEA.
           WRITE NOTLIS-LINEA.
           MOVE WS-ENC-NOTA TO NOTLIS-LINEA.
           WRITE NOTLIS-LINEA.
           MOVE WS-ENC-AJR TO NOTLIS-LINEA.
           WRITE NOTLIS-LINEA.
           ADD 1 TO WS-CANT-EMITIDAS.
           DISPLAY "  " WS-ENC-NOTA-TIPO " " WS-NRO-NOTA " EMITIDA".

         TOMAR-NRO-NOTA.
           OPEN INPUT NROFACT.
           READ NROFACT RECORD
             AT END MOVE ZERO TO WS-NRO-NOTA
             NOT AT END MOVE NROFACT-REG TO WS-NRO-NOTA
           END-READ.
           CLOSE NROFACT.
           ADD 1 TO WS-NRO-NOTA.
           OPEN OUTPUT NROFACT.
           MOVE WS-NRO-NOTA TO NROFACT-REG.
           WRITE NROFACT-REG.
           CLOSE NROFACT.

         REGISTRAR-APROBACION.
           MOVE WS-NRO-NOTA TO APROB-NRO-FACT.
           MOVE WS-HOY TO APROB-FECHA-DESDE.
           MOVE WS-HOY TO APROB-FECHA-HASTA.
           MOVE WS-NETO TO APROB-TOTAL-GRAL.
           MOVE WS-IVA TO APROB-TOTAL-IVA.
           MOVE "APROBADO" TO APROB-ESTADO.
           MOVE WS-HOY TO APROB-FECHA-APROB.
           MOVE WS-EMPRESA-ORIG TO APROB-EMPRESA.
           MOVE WS-T-GRP-FACT(WS-G) TO APROB-NRO-ORIG.
           MOVE ZERO TO APROB-TOTAL-COBRADO.
           MOVE WS-T-GRP-CLI(WS-G) TO APROB-CLI-DESDE.
           MOVE WS-T-GRP-CLI(WS-G) TO APROB-CLI-HASTA.
           MOVE ZERO TO APROB-CONS-DESDE.
           MOVE ZERO TO APROB-CONS-HASTA.
           MOVE "AJTARIFA" TO APROB-USUARIO.
           MOVE SPACES TO APROB-CAE.
           MOVE SPACES TO APROB-CAE-VTO.
           MOVE WS-USUARIO TO APROB-USU-EJECUTO.
           MOVE SPACES TO APROB-USUARIO2.
           MOVE SPACES TO APROB-FIRMA1-TS.
           MOVE SPACES TO APROB-FIRMA2-TS.
           WRITE APROB-REG
             INVALID KEY DISPLAY "  ERROR AL REGISTRAR LA NOTA DE "
                 "AJUSTE EN APROBACIONES.DAT"
           END-WRITE.

         GRABAR-FACTCLI-NOTA.
           MOVE WS-NRO-NOTA TO FCL-NRO-FACT.
           MOVE WS-T-GRP-CLI(WS-G) TO FCL-CLIENTE.
           MOVE WS-NETO TO FCL-TOTAL-NETO.
           MOVE WS-IVA TO FCL-TOTAL-IVA.
           MOVE WS-HOY TO FCL-FECHA-HASTA.
           MOVE WS-EMPRESA-ORIG TO FCL-EMPRESA.
           WRITE FCL-REG
             INVALID KEY REWRITE FCL-REG
           END-WRITE.

      *  Nota de debito: debe deudores, haber ingresos del cliente e
      *  IVA. La de credito invierte las columnas.
         EXPORTAR-GL-NOTA.
           OPEN EXTEND GLEXP.
           ADD WS-NETO WS-IVA GIVING WS-GL-TOTAL.
           MOVE WS-CTA-DEUDORES TO WS-GL-CTA.
           IF WS-NETO > ZERO
             MOVE WS-GL-TOTAL TO WS-GL-DEBE
             MOVE ZERO TO WS-GL-HABER
           ELSE
             MOVE ZERO TO WS-GL-DEBE
             COMPUTE WS-GL-HABER = ZERO - WS-GL-TOTAL
           END-IF.
           PERFORM GRABAR-GL-LINEA.
           MOVE SPACES TO WS-GL-CTA.
           STRING WS-CTA-INGRESOS DELIMITED BY "  "
               "/" DELIMITED BY SIZE
               WS-T-GRP-CLI(WS-G) DELIMITED BY SIZE
               INTO WS-GL-CTA.
           IF WS-NETO > ZERO
             MOVE ZERO TO WS-GL-DEBE
             MOVE WS-NETO TO WS-GL-HABER
           ELSE
             COMPUTE WS-GL-DEBE = ZERO - WS-NETO
             MOVE ZERO TO WS-GL-HABER
           END-IF.
           PERFORM GRABAR-GL-LINEA.
           MOVE WS-CTA-IVA TO WS-GL-CTA.
           IF WS-NETO > ZERO
             MOVE ZERO TO WS-GL-DEBE
             MOVE WS-IVA TO WS-GL-HABER
           ELSE
             COMPUTE WS-GL-DEBE = ZERO - WS-IVA
             MOVE ZERO TO WS-GL-HABER
           END-IF.
           PERFORM GRABAR-GL-LINEA.
           CLOSE GLEXP.

         GRABAR-GL-LINEA.
           MOVE SPACES TO GLEXP-LINEA.
           STRING WS-NRO-NOTA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GL-CTA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GL-DEBE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GL-HABER DELIMITED BY SIZE
               INTO GLEXP-LINEA.
           WRITE GLEXP-LINEA.

         MARCAR-LINEAS.
           MOVE WS-T-GRP-FACT(WS-G) TO AJR-NRO-FACT.
           MOVE ZERO TO AJR-CONS.
           MOVE ZERO TO AJR-CLIENTE.
           MOVE LOW-VALUE TO AJR-FECHA.
           MOVE ZERO TO AJR-SECUENCIA.
           MOVE LOW-VALUE TO AJR-CAMBIO.
           MOVE 'N' TO WS-AJR-EOF.
           START AJR KEY IS NOT LESS THAN AJR-KEY
             INVALID KEY MOVE 'S' TO WS-AJR-EOF
           END-START.
           PERFORM MARCAR-LINEAS-UNA UNTIL WS-AJR-EOF = 'S'.
           IF WS-NRO-NOTA NOT = ZERO
             MOVE "NETO DE LA NOTA" TO WS-LIN-NOTA-ETIQ
             MOVE WS-NETO TO WS-LIN-NOTA-IMP
             MOVE WS-LIN-NOTA-TOT TO NOTLIS-LINEA
             WRITE NOTLIS-LINEA
             MOVE "IVA DE LA NOTA" TO WS-LIN-NOTA-ETIQ
             MOVE WS-IVA TO WS-LIN-NOTA-IMP
             MOVE WS-LIN-NOTA-TOT TO NOTLIS-LINEA
             WRITE NOTLIS-LINEA
           END-IF.

         MARCAR-LINEAS-UNA.
           READ AJR NEXT RECORD
             AT END MOVE 'S' TO WS-AJR-EOF
           END-READ.
           IF WS-AJR-EOF = 'N'
             IF AJR-NRO-FACT NOT = WS-T-GRP-FACT(WS-G)
               MOVE 'S' TO WS-AJR-EOF
             ELSE
               IF AJR-CLIENTE = WS-T-GRP-CLI(WS-G) AND
                   AJR-PROPUESTO
                 MOVE WS-NUEVO-ESTADO TO AJR-ESTADO
                 MOVE WS-NRO-NOTA TO AJR-NRO-NOTA
                 MOVE WS-HOY TO AJR-FECHA-EMISION
                 MOVE WS-USUARIO TO AJR-USUARIO
                 REWRITE AJR-REG
                   INVALID KEY DISPLAY "  RECORD NOT READED"
                 END-REWRITE
                 IF WS-NRO-NOTA NOT = ZERO
                   PERFORM IMPRIMIR-LINEA-AJR
                   MOVE WS-LIN-AJR TO NOTLIS-LINEA
                   WRITE NOTLIS-LINEA
                 END-IF
               END-IF
             END-IF
           END-IF.

         LISTAR1.
           MOVE ZERO TO WS-CANT-LINEAS.
           MOVE LOW-VALUE TO AJR-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           START AJR KEY IS NOT LESS THAN AJR-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LISTAR1-UNA UNTIL WS-LIST-EOF = 'S'.
           DISPLAY "AJUSTES REGISTRADOS: " WS-CANT-LINEAS.

         LISTAR1-UNA.
           READ AJR NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             ADD 1 TO WS-CANT-LINEAS
             MOVE AJR-DIFERENCIA TO WS-IMP-EDIT
             DISPLAY "FACT: " AJR-NRO-FACT
                 "  CONS: " AJR-CONS
                 "  CLIENTE: " AJR-CLIENTE
                 "  FECHA: " AJR-FECHA
                 "  DIF: " WS-IMP-EDIT
             DISPLAY "    TARIFA " AJR-TAR-PERFIL " "
                 AJR-TAR-FVIGENCIA " MODIF " AJR-TAR-FMODIF
                 "  ESTADO: " AJR-ESTADO
                 "  NOTA: " AJR-NRO-NOTA
                 "  USUARIO: " AJR-USUARIO
           END-IF.

       END PROGRAM AJUSTERETRO.
