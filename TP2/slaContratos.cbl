       IDENTIFICATION DIVISION.
         PROGRAM-ID. SLACONTRATOS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT SLA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLA-KEY
           FILE STATUS IS SLA-FS.
           SELECT SLR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLR-KEY
           FILE STATUS IS SLR-FS.

       DATA DIVISION.
        FILE SECTION.
      *  Definicion de niveles de servicio por contrato (misma clave
      *  que CONTRATOS.DAT): hasta 5 metricas, cada una con su
      *  objetivo, el sentido del objetivo (M = nivel minimo, por
      *  ejemplo disponibilidad; X = nivel maximo, por ejemplo horas
      *  de resolucion) y el credito en % de la base si no se cumple.
      *  SLA-TOPE-PCT es la penalidad maxima mensual del contrato.
         FD SLA
          VALUE OF FILE-ID IS "SLA.DAT".
          01 SLA-REG.
            02 SLA-KEY.
                03 SLA-CLIENTE PIC 9(4).
                03 SLA-VIG-DESDE PIC X(8).
            02 SLA-DATOS.
                03 SLA-TOPE-PCT PIC 9(2)V99.
                03 SLA-CANT-MET PIC 9.
                03 SLA-METRICA OCCURS 5 TIMES.
                    05 SLA-MET-COD PIC X(4).
                    05 SLA-MET-DESC PIC X(20).
                    05 SLA-MET-SENTIDO PIC X.
                    05 SLA-MET-OBJETIVO PIC 9(5)V99.
                    05 SLA-MET-CREDITO PIC 9(2)V99.

      *  Niveles logrados por mes, cargados por la mesa de ayuda.
         FD SLR
          VALUE OF FILE-ID IS "SLARESUL.DAT".
          01 SLR-REG.
            02 SLR-KEY.
                03 SLR-CLIENTE PIC 9(4).
                03 SLR-PERIODO PIC X(6).
                03 SLR-METRICA PIC X(4).
            02 SLR-DATOS.
                03 SLR-LOGRADO PIC 9(5)V99.
                03 SLR-FECHA-CARGA PIC X(8).
                03 SLR-OBSERV PIC X(30).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 SLA-FS PIC X(2).
          01 SLR-FS PIC X(2).
          01 WS-MET-K PIC 9.
          01 WS-LIST-EOF PIC X VALUE 'N'.
          01 WS-CLI-LISTAR PIC 9(4).
          01 WS-PER-LISTAR PIC X(6).

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O SLA.
          IF SLA-FS NOT = '00'
              OPEN OUTPUT SLA
              CLOSE SLA
              OPEN I-O SLA
          END-IF.
          OPEN I-O SLR.
          IF SLR-FS NOT = '00'
              OPEN OUTPUT SLR
              CLOSE SLR
              OPEN I-O SLR
          END-IF.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE NIVELES DE SERVICIO (SLA)::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=ADD SLA DE CONTRATO"
          DISPLAY "    2=DELETE SLA DE CONTRATO"
          DISPLAY "    3=UPDATE SLA DE CONTRATO"
          DISPLAY "    4=CARGAR NIVEL LOGRADO DEL MES"
          DISPLAY "    5=LIST NIVELES DE UN CLIENTE Y MES"
          display "    0=EXIT"
          ACCEPT choice

          EVALUATE CHOICE
           WHEN 1 PERFORM ADD1
           WHEN 2 PERFORM DELETE1
           WHEN 3 PERFORM UPDATE1
           WHEN 4 PERFORM RESULT1
           WHEN 5 PERFORM LIST1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE SLA.
         CLOSE SLR.
         STOP RUN.

         ADD1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT SLA-CLIENTE.
           DISPLAY "ENTER THE  VIGENCIA DESDE DEL CONTRATO (AAAAMMDD)".
           ACCEPT SLA-VIG-DESDE.
           PERFORM ACEPTAR-DEFINICION.
           DISPLAY " ".
           WRITE SLA-REG
            INVALID KEY DISPLAY"  RECORD IS ALREADY EXIST"
           END-WRITE.

         DELETE1.
            DISPLAY " ".
            DISPLAY "ENTER THE RECORD YOU WANT TO DELETE".
            DISPLAY "ENTER THE  CLIENTE".
            ACCEPT SLA-CLIENTE.
            DISPLAY "ENTER THE  VIGENCIA DESDE DEL CONTRATO".
            ACCEPT SLA-VIG-DESDE.
            DELETE SLA
             INVALID KEY DISPLAY "  RECORD NOT EXIST"
            END-DELETE.

         UPDATE1.
            MOVE 'Y' TO REXIST.
            DISPLAY " ".
            DISPLAY "ENTER THE RECORD YOU WANT TO UPDATE".
            DISPLAY "ENTER THE  CLIENTE".
            ACCEPT SLA-CLIENTE.
            DISPLAY "ENTER THE  VIGENCIA DESDE DEL CONTRATO".
            ACCEPT SLA-VIG-DESDE.
            READ SLA
             INVALID KEY MOVE 'N' TO REXIST
            END-READ.
            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              DISPLAY "  PENALIDAD MAXIMA ACTUAL: " SLA-TOPE-PCT "%"
              PERFORM VARYING WS-MET-K FROM 1 BY 1
                  UNTIL WS-MET-K > SLA-CANT-MET
                DISPLAY "  " SLA-MET-COD(WS-MET-K) " "
                    SLA-MET-DESC(WS-MET-K) " "
                    SLA-MET-SENTIDO(WS-MET-K) " "
                    SLA-MET-OBJETIVO(WS-MET-K) " "
                    SLA-MET-CREDITO(WS-MET-K) "%"
              END-PERFORM
              PERFORM ACEPTAR-DEFINICION
              REWRITE SLA-REG
                INVALID KEY DISPLAY "  RECORD NOT READED"
              END-REWRITE
            END-IF.

      *  Penalidad maxima y metricas; la cantidad se limita a 5.
         ACEPTAR-DEFINICION.
           DISPLAY "ENTER THE  PENALIDAD MAXIMA MENSUAL (% DE LA BASE)".
           ACCEPT SLA-TOPE-PCT.
           DISPLAY "ENTER THE  CANTIDAD DE METRICAS (1-5)".
           ACCEPT SLA-CANT-MET.
           IF SLA-CANT-MET > 5
               MOVE 5 TO SLA-CANT-MET
           END-IF.
           PERFORM VARYING WS-MET-K FROM 1 BY 1
               UNTIL WS-MET-K > 5
             MOVE SPACES TO SLA-MET-COD(WS-MET-K)
             MOVE SPACES TO SLA-MET-DESC(WS-MET-K)
             MOVE SPACES TO SLA-MET-SENTIDO(WS-MET-K)
             MOVE ZERO TO SLA-MET-OBJETIVO(WS-MET-K)
             MOVE ZERO TO SLA-MET-CREDITO(WS-MET-K)
           END-PERFORM.
           PERFORM VARYING WS-MET-K FROM 1 BY 1
               UNTIL WS-MET-K > SLA-CANT-MET
             DISPLAY "ENTER THE  CODIGO DE METRICA " WS-MET-K
             ACCEPT SLA-MET-COD(WS-MET-K)
             DISPLAY "ENTER THE  DESCRIPCION"
             ACCEPT SLA-MET-DESC(WS-MET-K)
             DISPLAY "ENTER THE  SENTIDO (M=MINIMO X=MAXIMO)"
             ACCEPT SLA-MET-SENTIDO(WS-MET-K)
             IF SLA-MET-SENTIDO(WS-MET-K) NOT = 'X'
                 MOVE 'M' TO SLA-MET-SENTIDO(WS-MET-K)
             END-IF
             DISPLAY "ENTER THE  NIVEL OBJETIVO"
             ACCEPT SLA-MET-OBJETIVO(WS-MET-K)
             DISPLAY "ENTER THE  CREDITO SI NO SE CUMPLE (%)"
             ACCEPT SLA-MET-CREDITO(WS-MET-K)
           END-PERFORM.

      *  Alta o correccion del nivel logrado de una metrica en el mes.
         RESULT1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT SLR-CLIENTE.
           DISPLAY "ENTER THE  PERIODO (AAAAMM)".
           ACCEPT SLR-PERIODO.
           DISPLAY "ENTER THE  CODIGO DE METRICA".
           ACCEPT SLR-METRICA.
           MOVE 'Y' TO REXIST.
           READ SLR
            INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'Y'
             DISPLAY "  NIVEL CARGADO: " SLR-LOGRADO
           END-IF.
           DISPLAY "ENTER THE  NIVEL LOGRADO".
           ACCEPT SLR-LOGRADO.
           DISPLAY "ENTER THE  OBSERVACION".
           ACCEPT SLR-OBSERV.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SLR-FECHA-CARGA.
           IF REXIST = 'Y'
             REWRITE SLR-REG
               INVALID KEY DISPLAY "  RECORD NOT READED"
             END-REWRITE
           ELSE
             WRITE SLR-REG
               INVALID KEY DISPLAY "  RECORD IS ALREADY EXIST"
             END-WRITE
           END-IF.

         LIST1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT WS-CLI-LISTAR.
           DISPLAY "ENTER THE  PERIODO (AAAAMM)".
           ACCEPT WS-PER-LISTAR.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE WS-CLI-LISTAR TO SLR-CLIENTE.
           MOVE WS-PER-LISTAR TO SLR-PERIODO.
           MOVE LOW-VALUE TO SLR-METRICA.
           START SLR KEY IS NOT LESS THAN SLR-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LIST1-UNA UNTIL WS-LIST-EOF = 'S'.

         LIST1-UNA.
           READ SLR NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF SLR-CLIENTE NOT = WS-CLI-LISTAR OR
                SLR-PERIODO NOT = WS-PER-LISTAR
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               DISPLAY SLR-METRICA "  " SLR-LOGRADO "  "
                   SLR-OBSERV "  CARGADO " SLR-FECHA-CARGA
             END-IF
           END-IF.

       END PROGRAM SLACONTRATOS.
