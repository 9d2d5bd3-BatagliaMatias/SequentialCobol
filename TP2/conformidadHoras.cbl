       IDENTIFICATION DIVISION.
         PROGRAM-ID. CONFORMIDAD.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT CON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CON-COD-CONS
           FILE STATUS IS CON-FS.

           SELECT CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-COD-CLIENTE
           FILE STATUS IS CLI-FS.

           SELECT HOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOR-KEY
           ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
           FILE STATUS IS HOR-FS.

      *    Constancias de horas enviadas al cliente para conformidad.
           SELECT CFH ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFH-NRO
           FILE STATUS IS CFH-FS.

      *    Renglones de cada constancia; la clave alternativa es la
      *    de la hora, para ubicar su ultima respuesta del cliente.
           SELECT CFD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFD-KEY
           ALTERNATE RECORD KEY IS CFD-HOR-KEY WITH DUPLICATES
           FILE STATUS IS CFD-FS.

           SELECT OPTIONAL NROCONF ASSIGN TO "NROCONF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NROCONF-FS.

           SELECT DOC ASSIGN USING WS-DOC-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOC-FS.

           SELECT OPTIONAL LCKFACT ASSIGN TO "FACTURACION.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LCKFACT-FS.

           SELECT LCKMANT ASSIGN TO "MANTENIMIENTO.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LCKMANT-FS.

       DATA DIVISION.
        FILE SECTION.
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

         FD HOR
          VALUE OF FILE-ID IS "HORAS.DAT".
          01 HOR-REG.
            02 HOR-KEY.
                03 HOR-CONS PIC 9(3).
                03 HOR-ALT-KEY.
                    04 HOR-FECHA PIC X(8).
                    04 HOR-CLIENTE PIC 9(4).
                03 HOR-SECUENCIA PIC 9(2).
            02 HOR-DATOS.
                03 HOR-CANT-HORAS PIC S9(2)V99.
                03 HOR-OBSERV PIC X(30).
                03 HOR-EMPRESA PIC X(3).
                03 HOR-NRO-FACT PIC 9(6).
                03 HOR-ESTADO PIC X.
                    88 HOR-EST-INGRESADA VALUES 'I', SPACE.
                    88 HOR-EST-APROBADA VALUE 'A'.
                    88 HOR-EST-OBSERVADA VALUE 'O'.
                03 HOR-USUARIO PIC X(8).
                03 HOR-SUCURSAL PIC 9.
                03 HOR-PROYECTO PIC X(6).
                03 HOR-TIPO PIC X.
                    88 HOR-TIPO-FACTURABLE VALUES 'F', SPACE.
                    88 HOR-TIPO-NO-FACT VALUE 'N'.
                    88 HOR-TIPO-INTERNA VALUE 'I'.
                03 HOR-LOTE PIC 9(6).
                03 HOR-HORA-DESDE PIC 9(4).
                03 HOR-HORA-HASTA PIC 9(4).
                03 HOR-DESCANSO PIC 9(3).
                03 HOR-TAREA PIC X(4).

      *  Cabecera de la constancia: P = pendiente de respuesta,
      *  C = conformada, R = respondida con renglones rechazados.
         FD CFH
          VALUE OF FILE-ID IS "CONFHORAS.DAT".
          01 CFH-REG.
            03 CFH-NRO PIC 9(6).
            03 CFH-CLIENTE PIC 9(4).
            03 CFH-PERIODO PIC X(6).
            03 CFH-FECHA-EMISION PIC X(8).
            03 CFH-ESTADO PIC X.
                88 CFH-PENDIENTE VALUE 'P'.
                88 CFH-CONFORMADA VALUE 'C'.
                88 CFH-CON-RECHAZOS VALUE 'R'.
            03 CFH-FECHA-RESPUESTA PIC X(8).
            03 CFH-CANT-RENGLONES PIC 9(4).
            03 CFH-TOTAL-HORAS PIC S9(5)V99.

      *  Renglon de la constancia: P = pendiente, C = conformado,
      *  R = rechazado por el cliente (con su comentario).
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

         FD NROCONF
             LABEL RECORD OMITTED.
         01 NROCONF-REG PIC 9(6).

         FD DOC
             LABEL RECORD OMITTED.
         01 DOC-LINEA PIC X(100).

         FD LCKFACT
             LABEL RECORD OMITTED.
         01 LCKFACT-LINEA PIC X(30).

         FD LCKMANT
             LABEL RECORD OMITTED.
         01 LCKMANT-LINEA PIC X(30).

         WORKING-STORAGE SECTION.
          01 LCKFACT-FS PIC X(2).
          01 LCKMANT-FS PIC X(2).
          01 WS-BORRA-LCK-RC PIC S9(9) COMP.
          01 WS-LCK-NOMBRE PIC X(20) VALUE "MANTENIMIENTO.LCK".
          01 WS-USUARIO-ID PIC X(8).
          01 WS-USUARIO-ROL PIC X.
          01 WS-SIGNON-OK PIC X.
          01 SGN-PARAM.
              03 SGN-PROGRAMA PIC X(12).
              03 SGN-USUARIO PIC X(8).
              03 SGN-ROL PIC X.
              03 SGN-OK PIC X.
          01 JRN-PARAM.
              03 JRN-PROGRAMA PIC X(12) VALUE "CONFORMIDAD".
              03 JRN-USUARIO PIC X(8).
              03 JRN-ARCHIVO PIC X(16) VALUE "HORAS.DAT".
              03 JRN-OPER PIC X.
              03 JRN-IMAGEN PIC X(200).
              03 JRN-OK PIC X.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 CON-FS PIC X(2).
          01 CLI-FS PIC X(2).
          01 HOR-FS PIC X(2).
          01 CFH-FS PIC X(2).
          01 CFD-FS PIC X(2).
          01 NROCONF-FS PIC X(2).
          01 DOC-FS PIC X(2).
          01 WS-DOC-NOMBRE PIC X(30).
          01 WS-PERIODO PIC X(6).
          01 WS-HOR-EOF PIC X.
          01 WS-CFD-EOF PIC X.
          01 WS-NRO-CONF PIC 9(6) VALUE ZERO.
          01 WS-ULT-NRO PIC 9(6).
          01 WS-ULT-ESTADO PIC X.
          01 WS-ULT-HORAS PIC S9(2)V99.
          01 WS-RENGLON PIC 9(4).
          01 WS-COMENTARIO PIC X(40).
          01 WS-RESTO-CONF PIC X.
          01 WS-CANT-RECHAZOS PIC 9(4).
          01 WS-CANT-EMITIDAS PIC 9(4).
          01 WS-HOY PIC X(8).

      *  Constancias abiertas en la emision en curso, una por cliente.
          01 WS-T-CFC-COUNT PIC 9(3) VALUE ZERO.
          01 WS-T-CFC.
              03 WS-T-CFC-CAMPO OCCURS 200 TIMES.
                  05 WS-T-CFC-CLIENTE PIC 9(4).
                  05 WS-T-CFC-NRO PIC 9(6).
                  05 WS-T-CFC-RENGLONES PIC 9(4).
                  05 WS-T-CFC-HORAS PIC S9(5)V99.
          01 WS-CFC-K PIC 9(3).
          01 WS-CFC-I PIC 9(3).

          01 WS-LIN-DOC-TIT.
              03 FILLER PIC X(40)
                  VALUE "CONSTANCIA DE HORAS PARA CONFORMIDAD NRO".
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-DOC-TIT-NRO PIC 9(6).
          01 WS-LIN-DOC-CLI.
              03 FILLER PIC X(9) VALUE "CLIENTE: ".
              03 WS-LIN-DOC-CLI-COD PIC 9(4).
              03 FILLER PIC X(3) VALUE " - ".
              03 WS-LIN-DOC-CLI-NOM PIC X(30).
              03 FILLER PIC X(12) VALUE "   PERIODO: ".
              03 WS-LIN-DOC-CLI-PER PIC X(6).
          01 WS-LIN-DOC-COL.
              03 FILLER PIC X(45)
                  VALUE "RENG CONS CONSULTOR                 FECHA    ".
              03 FILLER PIC X(36)
                  VALUE "  HORAS OBSERVACION".
          01 WS-LIN-DOC-REN.
              03 WS-LIN-DOC-REN-NRO PIC ZZZ9.
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-DOC-REN-CONS PIC 9(3).
              03 FILLER PIC X(2) VALUE SPACES.
              03 WS-LIN-DOC-REN-NOM PIC X(25).
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-DOC-REN-FECHA PIC X(8).
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-DOC-REN-HORAS PIC -Z9,99.
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-DOC-REN-OBS PIC X(30).
          01 WS-LIN-DOC-TOT.
              03 FILLER PIC X(36)
                  VALUE "TOTAL DE HORAS SOMETIDAS A CONFORMID".
              03 FILLER PIC X(5) VALUE "AD:  ".
              03 WS-LIN-DOC-TOT-HORAS PIC -ZZZZ9,99.
          01 WS-LIN-DOC-PIE1 PIC X(70) VALUE
              "PRESTAR CONFORMIDAD O INDICAR LOS RENGLONES RECHAZADOS".
          01 WS-LIN-DOC-PIE2 PIC X(70) VALUE
              "CON EL MOTIVO DE CADA RECHAZO.".

       PROCEDURE DIVISION.
        PARA1.
          OPEN INPUT LCKFACT.
          IF LCKFACT-FS = '00'
              READ LCKFACT RECORD
                  AT END CONTINUE
              END-READ
              CLOSE LCKFACT
              DISPLAY "CORRIDA DE FACTURACION EN CURSO "
                  "(FACTURACION.LCK). REINTENTE MAS TARDE."
              STOP RUN
          END-IF.
          OPEN OUTPUT LCKMANT.
          MOVE "SESION DE MANTENIMIENTO ABIERTA" TO LCKMANT-LINEA.
          WRITE LCKMANT-LINEA.
          CLOSE LCKMANT.
          PERFORM INICIAR-SESION.
          IF WS-SIGNON-OK = 'N'
              CALL "CBL_DELETE_FILE" USING WS-LCK-NOMBRE
                  RETURNING WS-BORRA-LCK-RC
              STOP RUN.

          OPEN INPUT CON.
          OPEN INPUT CLI.
          OPEN I-O HOR.
          OPEN I-O CFH.
          IF CFH-FS NOT = '00'
              OPEN OUTPUT CFH
              CLOSE CFH
              OPEN I-O CFH
          END-IF.
          OPEN I-O CFD.
          IF CFD-FS NOT = '00'
              OPEN OUTPUT CFD
              CLOSE CFD
              OPEN I-O CFD
          END-IF.
          OPEN INPUT NROCONF.
          IF NROCONF-FS = '00'
              READ NROCONF RECORD
                  AT END CONTINUE
                  NOT AT END MOVE NROCONF-REG TO WS-NRO-CONF
              END-READ
          END-IF.
          CLOSE NROCONF.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE CONFORMIDAD DE HORAS POR EL CLIENTE::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=EMITIR CONSTANCIAS DEL PERIODO"
          DISPLAY "    2=REGISTRAR CONFORMIDAD TOTAL"
          DISPLAY "    3=REGISTRAR RENGLONES RECHAZADOS"
          DISPLAY "    4=LIST UNA CONSTANCIA"
          display "    0=EXIT"
          ACCEPT choice

          EVALUATE CHOICE
           WHEN 1 PERFORM EMITIR1
           WHEN 2 PERFORM CONFORMAR1
           WHEN 3 PERFORM RECHAZAR1
           WHEN 4 PERFORM LIST1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE CON.
         CLOSE CLI.
         CLOSE HOR.
         CLOSE CFH.
         CLOSE CFD.
         CALL "CBL_DELETE_FILE" USING WS-LCK-NOMBRE
             RETURNING WS-BORRA-LCK-RC.
         STOP RUN.

      *  Una constancia por cliente con conformidad previa, con las
      *  horas aprobadas y facturables del periodo todavia sin
      *  facturar que no esten ya pendientes o conformadas (una hora
      *  rechazada y vuelta a aprobar se somete de nuevo; tambien la
      *  conformada cuya cantidad se corrigio despues).
         EMITIR1.
           DISPLAY " ".
           DISPLAY "ENTER THE  PERIODO (AAAAMM)".
           ACCEPT WS-PERIODO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
           MOVE ZERO TO WS-T-CFC-COUNT.
           MOVE SPACES TO HOR-FECHA.
           STRING WS-PERIODO DELIMITED BY SIZE
               "00" DELIMITED BY SIZE
               INTO HOR-FECHA.
           MOVE ZERO TO HOR-CLIENTE.
           MOVE 'N' TO WS-HOR-EOF.
           START HOR KEY IS NOT LESS THAN HOR-ALT-KEY
             INVALID KEY MOVE 'S' TO WS-HOR-EOF
           END-START.
           PERFORM EMITIR-UNA-HORA UNTIL WS-HOR-EOF = 'S'.
           IF WS-T-CFC-COUNT = ZERO
             DISPLAY "  SIN HORAS A SOMETER A CONFORMIDAD EN EL PERIODO"
           ELSE
             PERFORM EMITIR-CABECERA
                 VARYING WS-CFC-K FROM 1 BY 1
                 UNTIL WS-CFC-K > WS-T-CFC-COUNT
             OPEN OUTPUT NROCONF
             MOVE WS-NRO-CONF TO NROCONF-REG
             WRITE NROCONF-REG
             CLOSE NROCONF
             MOVE WS-T-CFC-COUNT TO WS-CANT-EMITIDAS
             DISPLAY "  CONSTANCIAS EMITIDAS: " WS-CANT-EMITIDAS
                 " (CONFORMIDAD_nnnnnn.TXT)"
           END-IF.

         EMITIR-UNA-HORA.
           READ HOR NEXT RECORD
             AT END MOVE 'S' TO WS-HOR-EOF
           END-READ.
           IF WS-HOR-EOF = 'N'
             IF HOR-FECHA(1:6) > WS-PERIODO
               MOVE 'S' TO WS-HOR-EOF
             ELSE
               IF HOR-EST-APROBADA AND HOR-TIPO-FACTURABLE AND
                  HOR-NRO-FACT = ZERO
                 MOVE HOR-CLIENTE TO CLI-COD-CLIENTE
                 MOVE 'Y' TO REXIST
                 READ CLI
                   INVALID KEY MOVE 'N' TO REXIST
                 END-READ
                 IF REXIST = 'Y' AND CLI-CON-CONFORMIDAD
                   PERFORM BUSCAR-ULTIMO-ESTADO
                   IF WS-ULT-ESTADO = SPACE OR
                      WS-ULT-ESTADO = 'R' OR
                      WS-ULT-HORAS NOT = HOR-CANT-HORAS
                     PERFORM AGREGAR-RENGLON
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

      *  Ultima respuesta registrada para la hora: la del renglon de
      *  la constancia de mayor numero que la incluye.
         BUSCAR-ULTIMO-ESTADO.
           MOVE SPACE TO WS-ULT-ESTADO.
           MOVE ZERO TO WS-ULT-HORAS.
           MOVE ZERO TO WS-ULT-NRO.
           MOVE HOR-CONS TO CFD-CONS.
           MOVE HOR-FECHA TO CFD-FECHA.
           MOVE HOR-CLIENTE TO CFD-CLIENTE.
           MOVE HOR-SECUENCIA TO CFD-SECUENCIA.
           MOVE 'N' TO WS-CFD-EOF.
           START CFD KEY IS EQUAL TO CFD-HOR-KEY
             INVALID KEY MOVE 'S' TO WS-CFD-EOF
           END-START.
           PERFORM BUSCAR-ULTIMO-UNO UNTIL WS-CFD-EOF = 'S'.

         BUSCAR-ULTIMO-UNO.
           READ CFD NEXT RECORD
             AT END MOVE 'S' TO WS-CFD-EOF
           END-READ.
           IF WS-CFD-EOF = 'N'
             IF CFD-CONS NOT = HOR-CONS OR
                CFD-FECHA NOT = HOR-FECHA OR
                CFD-CLIENTE NOT = HOR-CLIENTE OR
                CFD-SECUENCIA NOT = HOR-SECUENCIA
               MOVE 'S' TO WS-CFD-EOF
             ELSE
               IF CFD-NRO >= WS-ULT-NRO
                 MOVE CFD-NRO TO WS-ULT-NRO
                 MOVE CFD-ESTADO TO WS-ULT-ESTADO
                 MOVE CFD-CANT-HORAS TO WS-ULT-HORAS
               END-IF
             END-IF
           END-IF.

         AGREGAR-RENGLON.
           MOVE ZERO TO WS-CFC-I.
           PERFORM VARYING WS-CFC-K FROM 1 BY 1
               UNTIL WS-CFC-K > WS-T-CFC-COUNT
             IF WS-T-CFC-CLIENTE(WS-CFC-K) = HOR-CLIENTE
               MOVE WS-CFC-K TO WS-CFC-I
             END-IF
           END-PERFORM.
           IF WS-CFC-I = ZERO
             IF WS-T-CFC-COUNT < 200
               ADD 1 TO WS-T-CFC-COUNT
               MOVE WS-T-CFC-COUNT TO WS-CFC-I
               ADD 1 TO WS-NRO-CONF
               MOVE HOR-CLIENTE TO WS-T-CFC-CLIENTE(WS-CFC-I)
               MOVE WS-NRO-CONF TO WS-T-CFC-NRO(WS-CFC-I)
               MOVE ZERO TO WS-T-CFC-RENGLONES(WS-CFC-I)
               MOVE ZERO TO WS-T-CFC-HORAS(WS-CFC-I)
             ELSE
               DISPLAY "  CLIENTE " HOR-CLIENTE " SIN CONSTANCIA: "
                   "MAS DE 200 CLIENTES EN LA EMISION"
             END-IF
           END-IF.
           IF WS-CFC-I NOT = ZERO
             ADD 1 TO WS-T-CFC-RENGLONES(WS-CFC-I)
             ADD HOR-CANT-HORAS TO WS-T-CFC-HORAS(WS-CFC-I)
             MOVE WS-T-CFC-NRO(WS-CFC-I) TO CFD-NRO
             MOVE WS-T-CFC-RENGLONES(WS-CFC-I) TO CFD-RENGLON
             MOVE HOR-CONS TO CFD-CONS
             MOVE HOR-FECHA TO CFD-FECHA
             MOVE HOR-CLIENTE TO CFD-CLIENTE
             MOVE HOR-SECUENCIA TO CFD-SECUENCIA
             MOVE HOR-CANT-HORAS TO CFD-CANT-HORAS
             MOVE 'P' TO CFD-ESTADO
             MOVE SPACES TO CFD-FECHA-RESPUESTA
             MOVE SPACES TO CFD-COMENTARIO
             WRITE CFD-REG
               INVALID KEY DISPLAY "  RENGLON YA EXISTE: " CFD-NRO
                   " " CFD-RENGLON
             END-WRITE
           END-IF.

         EMITIR-CABECERA.
           MOVE WS-T-CFC-NRO(WS-CFC-K) TO CFH-NRO.
           MOVE WS-T-CFC-CLIENTE(WS-CFC-K) TO CFH-CLIENTE.
           MOVE WS-PERIODO TO CFH-PERIODO.
           MOVE WS-HOY TO CFH-FECHA-EMISION.
           MOVE 'P' TO CFH-ESTADO.
           MOVE SPACES TO CFH-FECHA-RESPUESTA.
           MOVE WS-T-CFC-RENGLONES(WS-CFC-K) TO CFH-CANT-RENGLONES.
           MOVE WS-T-CFC-HORAS(WS-CFC-K) TO CFH-TOTAL-HORAS.
           WRITE CFH-REG
             INVALID KEY DISPLAY "  CONSTANCIA YA EXISTE: " CFH-NRO
           END-WRITE.
           PERFORM EMITIR-DOCUMENTO.

      *  Documento para enviar al cliente, numerado por renglon para
      *  que indique los rechazos.
         EMITIR-DOCUMENTO.
           MOVE SPACES TO WS-DOC-NOMBRE.
           STRING "CONFORMIDAD_" DELIMITED BY SIZE
               CFH-NRO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-DOC-NOMBRE.
           OPEN OUTPUT DOC.
           MOVE CFH-NRO TO WS-LIN-DOC-TIT-NRO.
           MOVE WS-LIN-DOC-TIT TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE CFH-CLIENTE TO CLI-COD-CLIENTE.
           MOVE SPACES TO CLI-RAZON-SOCIAL.
           READ CLI
             INVALID KEY CONTINUE
           END-READ.
           MOVE CFH-CLIENTE TO WS-LIN-DOC-CLI-COD.
           MOVE CLI-RAZON-SOCIAL TO WS-LIN-DOC-CLI-NOM.
           MOVE CFH-PERIODO TO WS-LIN-DOC-CLI-PER.
           MOVE WS-LIN-DOC-CLI TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE SPACES TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE WS-LIN-DOC-COL TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE CFH-NRO TO CFD-NRO.
           MOVE ZERO TO CFD-RENGLON.
           MOVE 'N' TO WS-CFD-EOF.
           START CFD KEY IS NOT LESS THAN CFD-KEY
             INVALID KEY MOVE 'S' TO WS-CFD-EOF
           END-START.
           PERFORM EMITIR-DOC-RENGLON UNTIL WS-CFD-EOF = 'S'.
           MOVE SPACES TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE CFH-TOTAL-HORAS TO WS-LIN-DOC-TOT-HORAS.
           MOVE WS-LIN-DOC-TOT TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE SPACES TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE WS-LIN-DOC-PIE1 TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE WS-LIN-DOC-PIE2 TO DOC-LINEA.
           WRITE DOC-LINEA.
           CLOSE DOC.

         EMITIR-DOC-RENGLON.
           READ CFD NEXT RECORD
             AT END MOVE 'S' TO WS-CFD-EOF
           END-READ.
           IF WS-CFD-EOF = 'N'
             IF CFD-NRO NOT = CFH-NRO
               MOVE 'S' TO WS-CFD-EOF
             ELSE
               MOVE CFD-RENGLON TO WS-LIN-DOC-REN-NRO
               MOVE CFD-CONS TO WS-LIN-DOC-REN-CONS
               MOVE CFD-CONS TO CON-COD-CONS
               MOVE SPACES TO CON-APEYNOM
               READ CON
                 INVALID KEY CONTINUE
               END-READ
               MOVE CON-APEYNOM TO WS-LIN-DOC-REN-NOM
               MOVE CFD-FECHA TO WS-LIN-DOC-REN-FECHA
               MOVE CFD-CANT-HORAS TO WS-LIN-DOC-REN-HORAS
               MOVE CFD-CONS TO HOR-CONS
               MOVE CFD-FECHA TO HOR-FECHA
               MOVE CFD-CLIENTE TO HOR-CLIENTE
               MOVE CFD-SECUENCIA TO HOR-SECUENCIA
               MOVE SPACES TO HOR-OBSERV
               READ HOR
                 INVALID KEY CONTINUE
               END-READ
               MOVE HOR-OBSERV TO WS-LIN-DOC-REN-OBS
               MOVE WS-LIN-DOC-REN TO DOC-LINEA
               WRITE DOC-LINEA
             END-IF
           END-IF.

      *  El cliente presta conformidad a todos los renglones que
      *  seguian pendientes.
         CONFORMAR1.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE CONSTANCIA".
           ACCEPT CFH-NRO.
           PERFORM LEER-CONSTANCIA-PENDIENTE.
           IF REXIST = 'Y'
             PERFORM CERRAR-CONSTANCIA
             DISPLAY "  CONSTANCIA " CFH-NRO " CONFORMADA"
           END-IF.

      *  Rechazo renglon por renglon con el motivo del cliente; cada
      *  hora rechazada vuelve a ingresada para que el supervisor la
      *  revise de nuevo en SUPERVISAR-HORAS.
         RECHAZAR1.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE CONSTANCIA".
           ACCEPT CFH-NRO.
           PERFORM LEER-CONSTANCIA-PENDIENTE.
           IF REXIST = 'Y'
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
             MOVE 1 TO WS-RENGLON
             PERFORM RECHAZAR-UN-RENGLON UNTIL WS-RENGLON = ZERO
             DISPLAY "ENTER THE  RESTO DE LOS RENGLONES CONFORMADOS "
                 "(S/N)"
             ACCEPT WS-RESTO-CONF
             IF WS-RESTO-CONF = 'S' OR WS-RESTO-CONF = 's'
               PERFORM CERRAR-CONSTANCIA
               DISPLAY "  CONSTANCIA " CFH-NRO " RESPONDIDA, "
                   WS-CANT-RECHAZOS " RENGLONES RECHAZADOS"
             ELSE
               DISPLAY "  CONSTANCIA " CFH-NRO " SIGUE PENDIENTE "
                   "POR LOS RENGLONES NO RESPONDIDOS"
             END-IF
           END-IF.

         RECHAZAR-UN-RENGLON.
           DISPLAY "ENTER THE  RENGLON RECHAZADO (0 = FIN)".
           ACCEPT WS-RENGLON.
           IF WS-RENGLON NOT = ZERO
             MOVE CFH-NRO TO CFD-NRO
             MOVE WS-RENGLON TO CFD-RENGLON
             READ CFD
               INVALID KEY MOVE 'N' TO REXIST
               NOT INVALID KEY MOVE 'Y' TO REXIST
             END-READ
             IF REXIST = 'N'
               DISPLAY "  RENGLON NOT EXIST"
             ELSE
               IF NOT CFD-PENDIENTE
                 DISPLAY "  RENGLON YA RESPONDIDO (" CFD-ESTADO ")"
               ELSE
                 DISPLAY "  CONS: " CFD-CONS "  FECHA: " CFD-FECHA
                     "  CANT-HORAS: " CFD-CANT-HORAS
                 DISPLAY "ENTER THE  MOTIVO DEL CLIENTE"
                 ACCEPT WS-COMENTARIO
                 MOVE 'R' TO CFD-ESTADO
                 MOVE WS-HOY TO CFD-FECHA-RESPUESTA
                 MOVE WS-COMENTARIO TO CFD-COMENTARIO
                 REWRITE CFD-REG
                   INVALID KEY DISPLAY "  RECORD NOT READED"
                 END-REWRITE
                 PERFORM DEVOLVER-A-SUPERVISION
               END-IF
             END-IF
           END-IF.

         DEVOLVER-A-SUPERVISION.
           MOVE CFD-CONS TO HOR-CONS.
           MOVE CFD-FECHA TO HOR-FECHA.
           MOVE CFD-CLIENTE TO HOR-CLIENTE.
           MOVE CFD-SECUENCIA TO HOR-SECUENCIA.
           READ HOR
             INVALID KEY MOVE 'N' TO REXIST
             NOT INVALID KEY MOVE 'Y' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  HORA YA NO EXISTE EN HORAS.DAT"
           ELSE
             IF HOR-NRO-FACT NOT = ZERO
               DISPLAY "  HORA YA FACTURADA EN " HOR-NRO-FACT
                   ", NO SE DEVUELVE A SUPERVISION"
             ELSE
               IF HOR-EST-APROBADA
                 MOVE 'I' TO HOR-ESTADO
                 REWRITE HOR-REG
                   INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR"
                   NOT INVALID KEY
                     MOVE 'M' TO JRN-OPER
                     MOVE HOR-REG TO JRN-IMAGEN
                     PERFORM REGISTRAR-DIARIO
                 END-REWRITE
               END-IF
             END-IF
           END-IF.

         LEER-CONSTANCIA-PENDIENTE.
           MOVE 'Y' TO REXIST.
           READ CFH
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  RECORD NOT EXIST"
           ELSE
             IF NOT CFH-PENDIENTE
               MOVE 'N' TO REXIST
               DISPLAY "  CONSTANCIA YA RESPONDIDA EL "
                   CFH-FECHA-RESPUESTA " (" CFH-ESTADO ")"
             END-IF
           END-IF.

      *  Los renglones pendientes quedan conformados y la cabecera
      *  toma el estado segun haya o no renglones rechazados.
         CERRAR-CONSTANCIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
           MOVE ZERO TO WS-CANT-RECHAZOS.
           MOVE CFH-NRO TO CFD-NRO.
           MOVE ZERO TO CFD-RENGLON.
           MOVE 'N' TO WS-CFD-EOF.
           START CFD KEY IS NOT LESS THAN CFD-KEY
             INVALID KEY MOVE 'S' TO WS-CFD-EOF
           END-START.
           PERFORM CERRAR-UN-RENGLON UNTIL WS-CFD-EOF = 'S'.
           IF WS-CANT-RECHAZOS = ZERO
             MOVE 'C' TO CFH-ESTADO
           ELSE
             MOVE 'R' TO CFH-ESTADO
           END-IF.
           MOVE WS-HOY TO CFH-FECHA-RESPUESTA.
           REWRITE CFH-REG
             INVALID KEY DISPLAY "  RECORD NOT READED"
           END-REWRITE.

         CERRAR-UN-RENGLON.
           READ CFD NEXT RECORD
             AT END MOVE 'S' TO WS-CFD-EOF
           END-READ.
           IF WS-CFD-EOF = 'N'
             IF CFD-NRO NOT = CFH-NRO
               MOVE 'S' TO WS-CFD-EOF
             ELSE
               IF CFD-RECHAZADO
                 ADD 1 TO WS-CANT-RECHAZOS
               END-IF
               IF CFD-PENDIENTE
                 MOVE 'C' TO CFD-ESTADO
                 MOVE WS-HOY TO CFD-FECHA-RESPUESTA
                 REWRITE CFD-REG
                   INVALID KEY DISPLAY "  RECORD NOT READED"
                 END-REWRITE
               END-IF
             END-IF
           END-IF.

         LIST1.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE CONSTANCIA".
           ACCEPT CFH-NRO.
           MOVE 'Y' TO REXIST.
           READ CFH
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  RECORD NOT EXIST"
           ELSE
             DISPLAY "CONSTANCIA " CFH-NRO "  CLIENTE " CFH-CLIENTE
                 "  PERIODO " CFH-PERIODO "  EMITIDA " CFH-FECHA-EMISION
             DISPLAY "ESTADO " CFH-ESTADO "  RESPUESTA "
                 CFH-FECHA-RESPUESTA "  HORAS " CFH-TOTAL-HORAS
             MOVE CFH-NRO TO CFD-NRO
             MOVE ZERO TO CFD-RENGLON
             MOVE 'N' TO WS-CFD-EOF
             START CFD KEY IS NOT LESS THAN CFD-KEY
               INVALID KEY MOVE 'S' TO WS-CFD-EOF
             END-START
             PERFORM LIST1-UNA UNTIL WS-CFD-EOF = 'S'
           END-IF.

         LIST1-UNA.
           READ CFD NEXT RECORD
             AT END MOVE 'S' TO WS-CFD-EOF
           END-READ.
           IF WS-CFD-EOF = 'N'
             IF CFD-NRO NOT = CFH-NRO
               MOVE 'S' TO WS-CFD-EOF
             ELSE
               DISPLAY CFD-RENGLON "  " CFD-CONS "  " CFD-FECHA "  "
                   CFD-CANT-HORAS "  " CFD-ESTADO "  " CFD-COMENTARIO
             END-IF
           END-IF.

      *  Identificacion del operador delegada en el subprograma
      *  SIGNON.
         INICIAR-SESION.
           MOVE "CONFORMIDAD" TO SGN-PROGRAMA.
           CALL 'SIGNON' USING SGN-PARAM.
           MOVE SGN-USUARIO TO WS-USUARIO-ID.
           MOVE SGN-ROL TO WS-USUARIO-ROL.
           MOVE SGN-OK TO WS-SIGNON-OK.

      *  Imagen posterior al diario de recuperacion (ver DIARIOREC),
      *  para reaplicar lo cargado sobre un respaldo restaurado.
         REGISTRAR-DIARIO.
           MOVE WS-USUARIO-ID TO JRN-USUARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       END PROGRAM CONFORMIDAD.
