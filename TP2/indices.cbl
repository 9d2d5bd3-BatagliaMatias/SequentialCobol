       IDENTIFICATION DIVISION.
         PROGRAM-ID. INDICES.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT IND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IND-KEY
           FILE STATUS IS IND-FS.

       DATA DIVISION.
        FILE SECTION.
      *  Valor mensual de cada indice de ajuste de contratos (IPC,
      *  ICL, SAL = indice de salarios) por periodo AAAAMM.
         FD IND
          VALUE OF FILE-ID IS "INDICES.DAT".
          01 IND-REG.
            02 IND-KEY.
                03 IND-CODIGO PIC X(4).
                03 IND-PERIODO PIC X(6).
            02 IND-DATOS.
                03 IND-VALOR PIC 9(7)V9999.
                03 IND-FECHA-CARGA PIC X(8).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 IND-FS PIC X(2).
          01 WS-LIST-EOF PIC X VALUE 'N'.
          01 WS-COD-LISTAR PIC X(4).

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O IND.
          IF IND-FS NOT = '00'
              OPEN OUTPUT IND
              CLOSE IND
              OPEN I-O IND
          END-IF.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE INDICES DE AJUSTE DE CONTRATOS::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=ADD RECORD"
          DISPLAY "    2=DELETE RECORD"
          DISPLAY "    3=UPDATE RECORD"
          DISPLAY "    4=LIST ONE INDEX"
          display "    0=EXIT"
          ACCEPT choice

          EVALUATE CHOICE
           WHEN 1 PERFORM ADD1
           WHEN 2 PERFORM DELETE1
           WHEN 3 PERFORM UPDATE1
           WHEN 4 PERFORM LIST1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE IND.
         STOP RUN.

         ADD1.
           DISPLAY " ".
           DISPLAY "ENTER THE  INDICE (IPC/ICL/SAL)".
           ACCEPT IND-CODIGO.
           DISPLAY "ENTER THE  PERIODO (AAAAMM)".
           ACCEPT IND-PERIODO.
           DISPLAY "ENTER THE  VALOR DEL INDICE".
           ACCEPT IND-VALOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO IND-FECHA-CARGA.
           DISPLAY " ".
           WRITE IND-REG
            INVALID KEY DISPLAY"  RECORD IS ALREADY EXIST"
           END-WRITE.

         DELETE1.
            DISPLAY " ".
            DISPLAY "ENTER THE RECORD YOU WANT TO DELETE".
            DISPLAY "ENTER THE  INDICE".
            ACCEPT IND-CODIGO.
            DISPLAY "ENTER THE  PERIODO".
            ACCEPT IND-PERIODO.
            DELETE IND
             INVALID KEY DISPLAY "  RECORD NOT EXIST"
            END-DELETE.

         UPDATE1.
            MOVE 'Y' TO REXIST.
            DISPLAY " ".
            DISPLAY "ENTER THE RECORD YOU WANT TO UPDATE".
            DISPLAY "ENTER THE  INDICE".
            ACCEPT IND-CODIGO.
            DISPLAY "ENTER THE  PERIODO".
            ACCEPT IND-PERIODO.
            READ IND
             INVALID KEY MOVE 'N' TO REXIST
            END-READ.
            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              DISPLAY "  VALOR ACTUAL: " IND-VALOR
              DISPLAY "ENTER THE  VALOR DEL INDICE"
              ACCEPT IND-VALOR
              MOVE FUNCTION CURRENT-DATE(1:8) TO IND-FECHA-CARGA
              REWRITE IND-REG
                INVALID KEY DISPLAY "  RECORD NOT READED"
              END-REWRITE
            END-IF.

         LIST1.
           DISPLAY " ".
           DISPLAY "ENTER THE  INDICE".
           ACCEPT WS-COD-LISTAR.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE WS-COD-LISTAR TO IND-CODIGO.
           MOVE LOW-VALUE TO IND-PERIODO.
           START IND KEY IS NOT LESS THAN IND-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LIST1-UNA UNTIL WS-LIST-EOF = 'S'.

         LIST1-UNA.
           READ IND NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF IND-CODIGO NOT = WS-COD-LISTAR
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               DISPLAY IND-CODIGO "  " IND-PERIODO "  " IND-VALOR
                   "  CARGADO " IND-FECHA-CARGA
             END-IF
           END-IF.

       END PROGRAM INDICES.
