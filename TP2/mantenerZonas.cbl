       IDENTIFICATION DIVISION.
         PROGRAM-ID. ZONASVIAJE.

      *  Viatico diario por zona de viaje y perfil del consultor. La
      *  zona se asigna a cada cliente (CLI-ZONA-VIAJE); el perfil en
      *  blanco es el importe de la zona para cualquier perfil que no
      *  tenga uno propio. Lo usa el proceso mensual VIATICOS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT indfile1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIZ-KEY
           FILE STATUS IS VIZ-FS.

       DATA DIVISION.
        FILE SECTION.
         FD indfile1
          VALUE OF FILE-ID IS "VIATICOS_ZONA.DAT".
          01 fileind1.
            02 VIZ-KEY.
                03 VIZ-ZONA PIC X(2).
                03 VIZ-PERFIL PIC X.
            02 VIZ-DATOS.
                03 VIZ-DESCRIPCION PIC X(20).
                03 VIZ-IMPORTE-DIA PIC 9(7)V99.

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 VIZ-FS PIC X(2).
          01 WS-LIST-EOF PIC X VALUE 'N'.

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O indfile1.
          IF VIZ-FS NOT = '00'
              OPEN OUTPUT indfile1
              CLOSE indfile1
              OPEN I-O indfile1
          END-IF.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE VIATICOS POR ZONA Y PERFIL::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=ADD RECORD"
          DISPLAY "    2=DELETE RECORD"
          DISPLAY "    3=UPDATE RECORD"
          DISPLAY "    4=LIST ALL RECORDS"
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
         CLOSE indfile1.
         STOP RUN.

         ADD1.
           DISPLAY " ".
           DISPLAY "ENTER THE  ZONA".
           ACCEPT VIZ-ZONA.
           IF VIZ-ZONA = SPACES
             DISPLAY "  LA ZONA EN BLANCO ES LOCAL, SIN VIATICO"
           ELSE
             DISPLAY "ENTER THE  PERFIL (BLANCO=CUALQUIER PERFIL)"
             ACCEPT VIZ-PERFIL
             DISPLAY "ENTER THE  DESCRIPCION"
             ACCEPT VIZ-DESCRIPCION
             DISPLAY "ENTER THE  VIATICO POR DIA"
             ACCEPT VIZ-IMPORTE-DIA
             WRITE fileind1
              INVALID KEY DISPLAY"  RECORD IS ALREADY EXIST"
             END-WRITE
           END-IF.

         DELETE1.
            DISPLAY " ".
            DISPLAY "ENTER THE RECORD YOU WANT TO DELETE".
            DISPLAY "ENTER THE  ZONA".
            ACCEPT VIZ-ZONA.
            DISPLAY "ENTER THE  PERFIL".
            ACCEPT VIZ-PERFIL.
            DELETE indfile1
             INVALID KEY DISPLAY "  RECORD NOT EXIST"
            END-DELETE.

         UPDATE1.
            MOVE 'Y' TO REXIST.
            DISPLAY " ".
            DISPLAY "ENTER THE RECORD YOU WANT TO UPDATE".
            DISPLAY "ENTER THE  ZONA".
            ACCEPT VIZ-ZONA.
            DISPLAY "ENTER THE  PERFIL".
            ACCEPT VIZ-PERFIL.
            READ indfile1
             INVALID KEY MOVE 'N' TO REXIST
            END-READ.
            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              DISPLAY "ENTER THE  DESCRIPCION"
              ACCEPT VIZ-DESCRIPCION
              DISPLAY "ENTER THE  VIATICO POR DIA"
              ACCEPT VIZ-IMPORTE-DIA
              REWRITE fileind1
                INVALID KEY DISPLAY "  RECORD NOT READED"
              END-REWRITE
            END-IF.

         LIST1.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE LOW-VALUE TO VIZ-KEY.
           START indfile1 KEY IS NOT LESS THAN VIZ-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LIST1-UNA UNTIL WS-LIST-EOF = 'S'.

         LIST1-UNA.
           READ indfile1 NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             DISPLAY "ZONA: " VIZ-ZONA
                 "  PERFIL: " VIZ-PERFIL
                 "  " VIZ-DESCRIPCION
                 "  VIATICO/DIA: " VIZ-IMPORTE-DIA
           END-IF.

       END PROGRAM ZONASVIAJE.
