       IDENTIFICATION DIVISION.
         PROGRAM-ID. COSTOSIND.

      * Pozos de costos indirectos por empresa y mes (alquiler,
      * administracion, licencias, banco de consultores ociosos...).
      * Cada pozo indica el inductor con que el prorrateo lo reparte
      * entre clientes y proyectos:
      *   H = horas facturadas, I = ingresos, D = dotacion.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT CIN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIN-KEY
           FILE STATUS IS CIN-FS.

       DATA DIVISION.
        FILE SECTION.
         FD CIN
          VALUE OF FILE-ID IS "COSTOSIND.DAT".
          01 CIN-REG.
            02 CIN-KEY.
                03 CIN-EMPRESA PIC X(3).
                03 CIN-PERIODO PIC X(6).
                03 CIN-POZO PIC X(3).
            02 CIN-DATOS.
                03 CIN-DESCRIPCION PIC X(25).
                03 CIN-IMPORTE PIC 9(9)V99.
                03 CIN-INDUCTOR PIC X.
                    88 CIN-IND-HORAS VALUE 'H'.
                    88 CIN-IND-INGRESOS VALUE 'I'.
                    88 CIN-IND-DOTACION VALUE 'D'.
                    88 CIN-IND-VALIDO VALUES 'H', 'I', 'D'.

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 CIN-FS PIC X(2).
          01 WS-LIST-EOF PIC X VALUE 'N'.
          01 WS-IMPORTE-ED PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O CIN.
          IF CIN-FS NOT = '00'
              OPEN OUTPUT CIN
              CLOSE CIN
              OPEN I-O CIN
          END-IF.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE COSTOS INDIRECTOS POR EMPRESA Y MES::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=ADD RECORD"
          DISPLAY "    2=DELETE RECORD"
          DISPLAY "    3=UPDATE RECORD"
          DISPLAY "    4=LIST ALL RECORDS"
          DISPLAY "    0=EXIT"
          ACCEPT CHOICE

          EVALUATE CHOICE
           WHEN 1 PERFORM ADD1
           WHEN 2 PERFORM DELETE1
           WHEN 3 PERFORM UPDATE1
           WHEN 4 PERFORM LIST1
           WHEN OTHER MOVE 'N' TO CH1
          END-EVALUATE

         END-PERFORM.
         CLOSE CIN.
         STOP RUN.

         ADD1.
           DISPLAY " ".
           DISPLAY "ENTER THE  EMPRESA".
           ACCEPT CIN-EMPRESA.
           DISPLAY "ENTER THE  PERIODO (AAAAMM)".
           ACCEPT CIN-PERIODO.
           DISPLAY "ENTER THE  POZO (EJ ALQ, ADM, LIC, BCO)".
           ACCEPT CIN-POZO.
           DISPLAY "ENTER THE  DESCRIPCION".
           ACCEPT CIN-DESCRIPCION.
           DISPLAY "ENTER THE  IMPORTE DEL MES".
           ACCEPT CIN-IMPORTE.
           PERFORM PEDIR-INDUCTOR.
           WRITE CIN-REG
            INVALID KEY DISPLAY"  RECORD IS ALREADY EXIST"
           END-WRITE.

         PEDIR-INDUCTOR.
           MOVE SPACE TO CIN-INDUCTOR.
           PERFORM UNTIL CIN-IND-VALIDO
             DISPLAY "ENTER THE  INDUCTOR (H=HORAS FACTURADAS, "
                 "I=INGRESOS, D=DOTACION)"
             ACCEPT CIN-INDUCTOR
             IF NOT CIN-IND-VALIDO
               DISPLAY "  INDUCTOR INVALIDO"
             END-IF
           END-PERFORM.

         DELETE1.
            DISPLAY " ".
            DISPLAY "ENTER THE RECORD YOU WANT TO DELETE".
            DISPLAY "ENTER THE  EMPRESA".
            ACCEPT CIN-EMPRESA.
            DISPLAY "ENTER THE  PERIODO (AAAAMM)".
            ACCEPT CIN-PERIODO.
            DISPLAY "ENTER THE  POZO".
            ACCEPT CIN-POZO.
            DELETE CIN
             INVALID KEY DISPLAY "  RECORD NOT EXIST"
            END-DELETE.

         UPDATE1.
            MOVE 'Y' TO REXIST.
            DISPLAY " ".
            DISPLAY "ENTER THE RECORD YOU WANT TO UPDATE".
            DISPLAY "ENTER THE  EMPRESA".
            ACCEPT CIN-EMPRESA.
            DISPLAY "ENTER THE  PERIODO (AAAAMM)".
            ACCEPT CIN-PERIODO.
            DISPLAY "ENTER THE  POZO".
            ACCEPT CIN-POZO.
            READ CIN
             INVALID KEY MOVE 'N' TO REXIST
            END-READ.
            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              DISPLAY "ENTER THE  DESCRIPCION"
              ACCEPT CIN-DESCRIPCION
              DISPLAY "ENTER THE  IMPORTE DEL MES"
              ACCEPT CIN-IMPORTE
              PERFORM PEDIR-INDUCTOR
              REWRITE CIN-REG
                INVALID KEY DISPLAY "  RECORD NOT READED"
              END-REWRITE
            END-IF.

         LIST1.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE LOW-VALUE TO CIN-KEY.
           START CIN KEY IS NOT LESS THAN CIN-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LIST1-UNA UNTIL WS-LIST-EOF = 'S'.

         LIST1-UNA.
           READ CIN NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             MOVE CIN-IMPORTE TO WS-IMPORTE-ED
             DISPLAY "EMPRESA: " CIN-EMPRESA
                 "  PERIODO: " CIN-PERIODO
                 "  POZO: " CIN-POZO " " CIN-DESCRIPCION
                 "  IMPORTE: " WS-IMPORTE-ED
                 "  INDUCTOR: " CIN-INDUCTOR
           END-IF.

       END PROGRAM COSTOSIND.
