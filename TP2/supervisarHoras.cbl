           ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
           FILE STATUS IS HOR-FS.

           SELECT CFD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFD-KEY
           ALTERNATE RECORD KEY IS CFD-HOR-KEY WITH DUPLICATES
           FILE STATUS IS CFD-FS.

           SELECT USU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
                03 HOR-ALT-KEY.
                    04 HOR-FECHA PIC X(8).
                    04 HOR-CLIENTE PIC 9(4).
                03 HOR-SECUENCIA PIC 9(2).
            02 HOR-DATOS.
                03 HOR-CANT-HORAS PIC S9(2)V99.
                03 HOR-OBSERV PIC X(30).
                    88 HOR-TIPO-NO-FACT VALUE 'N'.
                    88 HOR-TIPO-INTERNA VALUE 'I'.
                03 HOR-LOTE PIC 9(6).
                03 HOR-HORA-DESDE PIC 9(4).
                03 HOR-HORA-HASTA PIC 9(4).
                03 HOR-DESCANSO PIC 9(3).
                03 HOR-TAREA PIC X(4).

      *  Renglones de las constancias de conformidad del cliente.
         FD CFD
          VALUE OF FILE-ID IS "CONFDETALLE.DAT".
          01 CFD-REG.
            02 CFD-KEY.
                03 CFD-NRO PIC 9(6).
                03 CFD-RENGLON PIC 9(4).
            02 CFD-HOR-KEY.
                03 CFD-CONS PIC 9(3).
                03 CFD-FECHA PIC X(8).
                03 CFD-CLIENTE PIC 9(4).
                03 CFD-SECUENCIA PIC 9(2).
            02 CFD-DATOS.
                03 CFD-CANT-HORAS PIC S9(2)V99.
                03 CFD-ESTADO PIC X.
                    88 CFD-PENDIENTE VALUE 'P'.
                    88 CFD-CONFORMADO VALUE 'C'.
                    88 CFD-RECHAZADO VALUE 'R'.
                03 CFD-FECHA-RESPUESTA PIC X(8).
                03 CFD-COMENTARIO PIC X(40).

         FD USU
          VALUE OF FILE-ID IS "USUARIOS.DAT".
            03 USU-HASH-ANT1 PIC 9(9).
            03 USU-HASH-ANT2 PIC 9(9).
            03 USU-HASH-ANT3 PIC 9(9).
            03 USU-CONS PIC 9(3).

         FD LCKFACT
             LABEL RECORD OMITTED.
              03 SGN-USUARIO PIC X(8).
              03 SGN-ROL PIC X.
              03 SGN-OK PIC X.
          01 JRN-PARAM.
              03 JRN-PROGRAMA PIC X(12) VALUE "SUPHORAS".
              03 JRN-USUARIO PIC X(8).
              03 JRN-ARCHIVO PIC X(16) VALUE "HORAS.DAT".
              03 JRN-OPER PIC X.
              03 JRN-IMAGEN PIC X(200).
              03 JRN-OK PIC X.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 CON-FS PIC X(2).
          01 HOR-FS PIC X(2).
          01 CFD-FS PIC X(2).
          01 WS-HAY-CONFORMIDAD PIC X VALUE 'N'.
          01 WS-CFD-EOF PIC X.
          01 WS-ULT-NRO PIC 9(6).
          01 WS-ULT-ESTADO PIC X.
          01 WS-ULT-COMENTARIO PIC X(40).
          01 WS-IMAGEN-LEIDA PIC X(98).
          01 WS-REDECIDIR PIC X.
          01 WS-CON-EXISTE PIC X.
          01 WS-LIST-EOF PIC X VALUE 'N'.
          01 WS-FECHA-DESDE PIC X(8).
              STOP RUN.

          OPEN I-O HOR.
          OPEN INPUT CFD.
          IF CFD-FS = '00'
              MOVE 'S' TO WS-HAY-CONFORMIDAD
          END-IF.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE SUPERVISION DE HORAS::"
         END-PERFORM.
         CLOSE CON.
         CLOSE HOR.
         IF WS-HAY-CONFORMIDAD = 'S'
             CLOSE CFD
         END-IF.
         CALL "CBL_DELETE_FILE" USING WS-LCK-NOMBRE
             RETURNING WS-BORRA-LCK-RC.
         STOP RUN.
             MOVE CON-COD-CONS TO HOR-CONS
             MOVE WS-FECHA-DESDE TO HOR-FECHA
             MOVE ZERO TO HOR-CLIENTE
             MOVE ZERO TO HOR-SECUENCIA
             MOVE 'N' TO WS-LIST-EOF
             START HOR KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE 'S' TO WS-LIST-EOF
             END-IF
           END-IF.

      *  Si la carga cambio mientras el supervisor la miraba no se
      *  pisa: se relee, se muestra de nuevo y se vuelve a decidir.
         DECIDIR-UNA-HORA.
           MOVE 'S' TO WS-REDECIDIR.
           PERFORM DECIDIR-UNA-VEZ UNTIL WS-REDECIDIR = 'N'.

         DECIDIR-UNA-VEZ.
           MOVE 'N' TO WS-REDECIDIR.
           MOVE HOR-REG TO WS-IMAGEN-LEIDA.
           DISPLAY " ".
           DISPLAY "FECHA: " HOR-FECHA "  CLIENTE: " HOR-CLIENTE
               "  SEC: " HOR-SECUENCIA
               "  CANT-HORAS: " HOR-CANT-HORAS.
           DISPLAY "  " HOR-OBSERV.
           IF WS-HAY-CONFORMIDAD = 'S'
             PERFORM BUSCAR-RECHAZO-CLIENTE
             IF WS-ULT-ESTADO = 'R'
               DISPLAY "  RECHAZADA POR EL CLIENTE (CONSTANCIA "
                   WS-ULT-NRO "): " WS-ULT-COMENTARIO
             END-IF
           END-IF.
           DISPLAY "A=APROBAR  O=OBSERVAR  OTRA TECLA=DEJAR PENDIENTE".
           ACCEPT WS-DECISION.
           IF WS-DECISION = 'A' OR WS-DECISION = 'O'
             PERFORM VERIFICAR-VERSION
           END-IF.
           EVALUATE WS-DECISION
             WHEN 'A'
               MOVE 'A' TO HOR-ESTADO
               REWRITE HOR-REG
                 INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR"
                 NOT INVALID KEY
                   MOVE 'M' TO JRN-OPER
                   MOVE HOR-REG TO JRN-IMAGEN
                   PERFORM REGISTRAR-DIARIO
               END-REWRITE
               ADD 1 TO WS-CANT-APROBADAS
             WHEN 'O'
               MOVE 'O' TO HOR-ESTADO
               REWRITE HOR-REG
                 INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR"
                 NOT INVALID KEY
                   MOVE 'M' TO JRN-OPER
                   MOVE HOR-REG TO JRN-IMAGEN
                   PERFORM REGISTRAR-DIARIO
               END-REWRITE
               ADD 1 TO WS-CANT-OBSERVADAS
             WHEN OTHER
               IF WS-REDECIDIR = 'N'
                 ADD 1 TO WS-CANT-PENDIENTES
               END-IF
           END-EVALUATE.

      *  Control de concurrencia: la imagen leida antes de preguntar
      *  es la version de la carga; si al decidir ya no coincide
      *  (otro operador la modifico o la borro) no se graba.
         VERIFICAR-VERSION.
           READ HOR
             INVALID KEY
               DISPLAY "  OTRO OPERADOR BORRO LA CARGA, NO SE DECIDE"
               MOVE SPACE TO WS-DECISION
           END-READ.
           IF WS-DECISION NOT = SPACE AND
               HOR-REG NOT = WS-IMAGEN-LEIDA
             DISPLAY "  OTRO OPERADOR MODIFICO LA CARGA MIENTRAS SE "
                 "REVISABA. VALORES VIGENTES:"
             MOVE SPACE TO WS-DECISION
             IF HOR-EST-INGRESADA
               MOVE 'S' TO WS-REDECIDIR
             ELSE
               DISPLAY "  FECHA: " HOR-FECHA "  CLIENTE: " HOR-CLIENTE
                   "  SEC: " HOR-SECUENCIA "  YA DECIDIDA (ESTADO "
                   HOR-ESTADO ")"
             END-IF
           END-IF.

      *  Ultima respuesta del cliente sobre la hora en las
      *  constancias de conformidad (la de mayor numero).
         BUSCAR-RECHAZO-CLIENTE.
           MOVE SPACE TO WS-ULT-ESTADO.
           MOVE ZERO TO WS-ULT-NRO.
           MOVE HOR-CONS TO CFD-CONS.
           MOVE HOR-FECHA TO CFD-FECHA.
           MOVE HOR-CLIENTE TO CFD-CLIENTE.
           MOVE HOR-SECUENCIA TO CFD-SECUENCIA.
           MOVE 'N' TO WS-CFD-EOF.
           START CFD KEY IS EQUAL TO CFD-HOR-KEY
             INVALID KEY MOVE 'S' TO WS-CFD-EOF
           END-START.
           PERFORM BUSCAR-RECHAZO-UNO UNTIL WS-CFD-EOF = 'S'.

         BUSCAR-RECHAZO-UNO.
           READ CFD NEXT RECORD
             AT END MOVE 'S' TO WS-CFD-EOF
           END-READ.
           IF WS-CFD-EOF = 'N'
             IF CFD-HOR-KEY NOT = HOR-KEY
               MOVE 'S' TO WS-CFD-EOF
             ELSE
               IF CFD-NRO >= WS-ULT-NRO
                 MOVE CFD-NRO TO WS-ULT-NRO
                 MOVE CFD-ESTADO TO WS-ULT-ESTADO
                 MOVE CFD-COMENTARIO TO WS-ULT-COMENTARIO
               END-IF
             END-IF
           END-IF.

         OBSERVADAS1.
           DISPLAY " ".
           DISPLAY "HORAS OBSERVADAS EN HORAS.DAT:".
           IF WS-LIST-EOF = 'N'
             IF HOR-EST-OBSERVADA
               DISPLAY "CONS: " HOR-CONS "  FECHA: " HOR-FECHA
                   "  CLIENTE: " HOR-CLIENTE "  SEC: " HOR-SECUENCIA
                   "  CANT-HORAS: " HOR-CANT-HORAS
             END-IF
           END-IF.
           MOVE SGN-ROL TO WS-USUARIO-ROL.
           MOVE SGN-OK TO WS-SIGNON-OK.

      *  Imagen posterior al diario de recuperacion (ver DIARIOREC),
      *  para reaplicar lo cargado sobre un respaldo restaurado.
         REGISTRAR-DIARIO.
           MOVE WS-USUARIO-ID TO JRN-USUARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       END PROGRAM SUPERVISAR-HORAS.
