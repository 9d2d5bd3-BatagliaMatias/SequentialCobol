       IDENTIFICATION DIVISION.
         PROGRAM-ID. EJECUTIVOS.

      * Ejecutivos de cuenta (personal comercial): nombre y
      * porcentaje de comision sobre lo cobrado a sus clientes. El
      * ejecutivo de cada cliente se asigna en CLIENTES.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT EJE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EJE-COD
           FILE STATUS IS EJE-FS.

       DATA DIVISION.
        FILE SECTION.
         FD EJE
          VALUE OF FILE-ID IS "EJECUTIVOS.DAT".
          01 EJE-REG.
            03 EJE-COD PIC 9(3).
            03 EJE-NOMBRE PIC X(25).
            03 EJE-PORC-COMISION PIC 9(2)V99.
            03 EJE-BAJA PIC X.
                88 EJE-ACTIVO VALUE SPACE.
                88 EJE-INACTIVO VALUE 'S'.

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 EJE-FS PIC X(2).
          01 WS-LIST-EOF PIC X VALUE 'N'.
          01 WS-PORC-ED PIC Z9,99.

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O EJE.
          IF EJE-FS NOT = '00'
              OPEN OUTPUT EJE
              CLOSE EJE
              OPEN I-O EJE
          END-IF.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE EJECUTIVOS DE CUENTA::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=ADD RECORD"
          DISPLAY "    2=DAR DE BAJA / REACTIVAR"
          DISPLAY "    3=UPDATE RECORD"
          DISPLAY "    4=LIST ALL RECORDS"
          DISPLAY "    0=EXIT"
          ACCEPT CHOICE

          EVALUATE CHOICE
           WHEN 1 PERFORM ADD1
           WHEN 2 PERFORM BAJA1
           WHEN 3 PERFORM UPDATE1
           WHEN 4 PERFORM LIST1
           WHEN OTHER MOVE 'N' TO CH1
          END-EVALUATE

         END-PERFORM.
         CLOSE EJE.
         STOP RUN.

         ADD1.
           DISPLAY " ".
           DISPLAY "ENTER THE  COD-EJECUTIVO".
           ACCEPT EJE-COD.
           DISPLAY "ENTER THE  NOMBRE".
           ACCEPT EJE-NOMBRE.
           DISPLAY "ENTER THE  % COMISION SOBRE LO COBRADO".
           ACCEPT EJE-PORC-COMISION.
           MOVE SPACE TO EJE-BAJA.
           WRITE EJE-REG
            INVALID KEY DISPLAY"  RECORD IS ALREADY EXIST"
           END-WRITE.

      * No se borran: los clientes y las liquidaciones ya emitidas
      * siguen referenciando el codigo.
         BAJA1.
            MOVE 'Y' TO REXIST.
            DISPLAY " ".
            DISPLAY "ENTER THE  COD-EJECUTIVO".
            ACCEPT EJE-COD.
            READ EJE
             INVALID KEY MOVE 'N' TO REXIST
            END-READ.
            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              IF EJE-INACTIVO
                MOVE SPACE TO EJE-BAJA
                DISPLAY "  EJECUTIVO REACTIVADO"
              ELSE
                MOVE 'S' TO EJE-BAJA
                DISPLAY "  EJECUTIVO DADO DE BAJA"
              END-IF
              REWRITE EJE-REG
                INVALID KEY DISPLAY "  RECORD NOT READED"
              END-REWRITE
            END-IF.

         UPDATE1.
            MOVE 'Y' TO REXIST.
            DISPLAY " ".
            DISPLAY "ENTER THE RECORD YOU WANT TO UPDATE".
            DISPLAY "ENTER THE  COD-EJECUTIVO".
            ACCEPT EJE-COD.
            READ EJE
             INVALID KEY MOVE 'N' TO REXIST
            END-READ.
            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              DISPLAY "ENTER THE  NOMBRE"
              ACCEPT EJE-NOMBRE
              DISPLAY "ENTER THE  % COMISION SOBRE LO COBRADO"
              ACCEPT EJE-PORC-COMISION
              REWRITE EJE-REG
                INVALID KEY DISPLAY "  RECORD NOT READED"
              END-REWRITE
            END-IF.

         LIST1.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE LOW-VALUE TO EJE-COD.
           START EJE KEY IS NOT LESS THAN EJE-COD
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LIST1-UNA UNTIL WS-LIST-EOF = 'S'.

         LIST1-UNA.
           READ EJE NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             MOVE EJE-PORC-COMISION TO WS-PORC-ED
             DISPLAY "EJECUTIVO: " EJE-COD " " EJE-NOMBRE
                 "  COMISION: " WS-PORC-ED "%"
                 "  BAJA: " EJE-BAJA
           END-IF.

       END PROGRAM EJECUTIVOS.
