           RECORD KEY IS PRY-KEY
           FILE STATUS IS PRY-FS.

           SELECT TAP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAP-KEY
           FILE STATUS IS TAP-FS.

           SELECT HBO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HBO-KEY
           FILE STATUS IS HBO-FS.

           SELECT OPTIONAL TOPESHORAS ASSIGN TO "TOPESHORAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TOPESHORAS-FS.
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

         FD CON
          VALUE OF FILE-ID IS "CONSULTORES.DAT".
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

         FD ASG
          VALUE OF FILE-ID IS "ASIGNACIONES.DAT".
            02 ASG-DATOS.
                03 ASG-HASTA PIC X(8).
                03 ASG-ROL PIC X.
                03 ASG-PROYECTO PIC X(6).
                03 ASG-HORAS-DIA PIC 9(2)V99.

         FD PRY
          VALUE OF FILE-ID IS "PROYECTOS.DAT".
                03 PRY-CODIGO PIC X(6).
            02 PRY-DATOS.
                03 PRY-DESC PIC X(30).
                03 PRY-LIDER PIC 9(3).
                03 PRY-COTIZACION PIC 9(6).
                03 PRY-ORDEN-COMPRA PIC X(15).

         FD HBO
          VALUE OF FILE-ID IS "HORAS_BORRADOR.DAT".
          01 HBO-REG.
            02 HBO-KEY.
                03 HBO-CONS PIC 9(3).
                03 HBO-FECHA PIC X(8).
                03 HBO-CLIENTE PIC 9(4).
            02 HBO-DATOS.
                03 HBO-PROYECTO PIC X(6).
                03 HBO-CANT-HORAS PIC 9(2)V99.
                03 HBO-FECHA-GEN PIC X(8).

         FD TAP
          VALUE OF FILE-ID IS "TAREAS.DAT".
          01 TAP-REG.
            02 TAP-KEY.
                03 TAP-CLIENTE PIC 9(4).
                03 TAP-PROYECTO PIC X(6).
                03 TAP-TAREA PIC X(4).
            02 TAP-DATOS.
                03 TAP-DESC PIC X(30).
                03 TAP-HORAS-PRESUP PIC 9(5)V99.
                03 TAP-IMPORTE-PRESUP PIC S9(11)V99.
                03 TAP-ESTADO PIC X.
                    88 TAP-ABIERTA VALUES 'A', SPACE.
                    88 TAP-CERRADA VALUE 'C'.

         FD TOPESHORAS
             LABEL RECORD OMITTED.
             LABEL RECORD OMITTED.
         01 EMPRESA-REG.
             03 EMPRESA-COD PIC X(3).
             03 EMPRESA-MES-INICIO PIC 9(2).

         FD CIE
          VALUE OF FILE-ID IS "CIERRES.DAT".
            03 USU-HASH-ANT1 PIC 9(9).
            03 USU-HASH-ANT2 PIC 9(9).
            03 USU-HASH-ANT3 PIC 9(9).
            03 USU-CONS PIC 9(3).

         WORKING-STORAGE SECTION.
          01 USU-FS PIC X(2).
              03 SGN-USUARIO PIC X(8).
              03 SGN-ROL PIC X.
              03 SGN-OK PIC X.
          01 JRN-PARAM.
              03 JRN-PROGRAMA PIC X(12) VALUE "HORAS".
              03 JRN-USUARIO PIC X(8).
              03 JRN-ARCHIVO PIC X(16) VALUE "HORAS.DAT".
              03 JRN-OPER PIC X.
              03 JRN-IMAGEN PIC X(200).
              03 JRN-OK PIC X.
          01 LCKFACT-FS PIC X(2).
          01 LCKMANT-FS PIC X(2).
          01 WS-BORRA-LCK-RC PIC S9(9) COMP.
          01 WS-TOT-HORAS-DIA PIC S9(4)V99 VALUE ZERO.
          01 WS-TOT-HORAS-MES PIC S9(4)V99 VALUE ZERO.
          01 WS-HOR-START-OK PIC XX VALUE 'NO'.
          01 WS-SEC-OK PIC X.
          01 CLI-FS PIC X(2).
          01 ASG-FS PIC X(2).
          01 PRY-FS PIC X(2).
          01 WS-HAY-PROYECTOS PIC X VALUE 'N'.
          01 WS-PRY-OK PIC X.
          01 TAP-FS PIC X(2).
          01 WS-HAY-TAREAS PIC X VALUE 'N'.
          01 WS-TAP-OK PIC X.
          01 WS-HAY-ASIGNACIONES PIC X VALUE 'N'.
          01 HBO-FS PIC X(2).
          01 WS-HAY-BORRADORES PIC X VALUE 'N'.
          01 WS-BOR-CONS PIC 9(3).
          01 WS-BOR-FIN PIC X.
          01 WS-BOR-ACCION PIC X.
          01 WS-BOR-CANT PIC 9(3).
          01 WS-BOR-GRABADA PIC X.
          01 WS-ASG-OK PIC X.
          01 WS-ASG-FIN PIC X.
          01 CIE-FS PIC X(2).
              03 HOR-KEY-BUSQ-CONS PIC 9(3).
              03 HOR-KEY-BUSQ-FECHA PIC X(8).
              03 HOR-KEY-BUSQ-CLIENTE PIC 9(4).
              03 HOR-KEY-BUSQ-SECUENCIA PIC 9(2).

          01 WS-NVA-HORA.
              03 WS-NVA-CONS PIC 9(3).
              03 WS-NVA-FECHA PIC X(8).
              03 WS-NVA-CLIENTE PIC 9(4).
              03 WS-NVA-SECUENCIA PIC 9(2).
              03 WS-NVA-CANT-HORAS PIC S9(2)V99.
              03 WS-NVA-OBSERV PIC X(30).
              03 WS-NVA-EMPRESA PIC X(3).
              03 WS-NVA-HORA-DESDE PIC 9(4).
              03 WS-NVA-DESDE-R REDEFINES WS-NVA-HORA-DESDE.
                  05 WS-NVA-DESDE-HH PIC 99.
                  05 WS-NVA-DESDE-MM PIC 99.
              03 WS-NVA-HORA-HASTA PIC 9(4).
              03 WS-NVA-HASTA-R REDEFINES WS-NVA-HORA-HASTA.
                  05 WS-NVA-HASTA-HH PIC 99.
                  05 WS-NVA-HASTA-MM PIC 99.
              03 WS-NVA-DESCANSO PIC 9(3).

          01 WS-HORARIO-OK PIC X.
          01 WS-MIN-TRABAJO PIC S9(5).
          01 WS-SUPERPUESTA PIC X.
          01 WS-SUP-CLIENTE PIC 9(4).
          01 WS-SUP-DESDE PIC 9(4).
          01 WS-SUP-HASTA PIC 9(4).
          01 WS-IMAGEN-LEIDA PIC X(98).
          01 WS-IMAGEN-EDITADA PIC X(98).
          01 WS-VERSION-OK PIC X.
          01 WS-REEDITAR PIC X.

       PROCEDURE DIVISION.
        PARA1.
          IF PRY-FS = '00'
              MOVE 'S' TO WS-HAY-PROYECTOS
          END-IF.
          OPEN INPUT TAP.
          IF TAP-FS = '00'
              MOVE 'S' TO WS-HAY-TAREAS
          END-IF.
          OPEN I-O HBO.
          IF HBO-FS = '00'
              MOVE 'S' TO WS-HAY-BORRADORES
          END-IF.
          PERFORM INICIAR-SESION.
          IF WS-SIGNON-OK = 'N'
              STOP RUN.
          DISPLAY "    4=READ PERTICULAR RECORD"
          DISPLAY "    5=BROWSE BY FECHA"
          DISPLAY "    6=BROWSE BY CLIENTE"
          DISPLAY "    7=BORRADOR SEMANAL (CONFIRMAR/MODIFICAR/BORRAR)"
          display "    0=EXIT"
          ACCEPT choice

           WHEN 4 PERFORM READ1
           WHEN 5 PERFORM BROWSE-FECHA1
           WHEN 6 PERFORM BROWSE-CLIENTE1
           WHEN 7 PERFORM BORRADOR1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         IF WS-HAY-PROYECTOS = 'S'
           CLOSE PRY
         END-IF.
         IF WS-HAY-TAREAS = 'S'
           CLOSE TAP
         END-IF.
         IF WS-HAY-BORRADORES = 'S'
           CLOSE HBO
         END-IF.
         CLOSE EXCESOLOG.
         IF WS-HAY-CIERRES = 'S'
           CLOSE CIE
               END-READ
             END-IF
           END-PERFORM.
           MOVE SPACES TO HOR-TAREA.
           IF HOR-PROYECTO NOT = SPACES AND WS-HAY-TAREAS = 'S'
             PERFORM PEDIR-TAREA
           END-IF.

      *  La tarea es opcional; si se informa debe existir abierta
      *  en el desglose del proyecto.
         PEDIR-TAREA.
           MOVE 'N' TO WS-TAP-OK.
           PERFORM UNTIL WS-TAP-OK = 'S'
             DISPLAY "ENTER THE  TAREA DEL PROYECTO (BLANCO = SIN "
                 "TAREA)"
             MOVE SPACES TO HOR-TAREA
             ACCEPT HOR-TAREA
             IF HOR-TAREA = SPACES
               MOVE 'S' TO WS-TAP-OK
             ELSE
               MOVE HOR-CLIENTE TO TAP-CLIENTE
               MOVE HOR-PROYECTO TO TAP-PROYECTO
               MOVE HOR-TAREA TO TAP-TAREA
               READ TAP
                 INVALID KEY
                   DISPLAY "  TAREA INEXISTENTE EN EL PROYECTO"
                 NOT INVALID KEY
                   IF TAP-CERRADA
                     DISPLAY "  LA TAREA ESTA CERRADA"
                   ELSE
                     MOVE 'S' TO WS-TAP-OK
                   END-IF
               END-READ
             END-IF
           END-PERFORM.

         VERIFICAR-CIERRE.
           MOVE 'N' TO WS-PERIODO-CERRADO.
             PERFORM ADD1-GRABAR
           END-IF.

      *  Con horario desde/hasta la cantidad se calcula descontando
      *  el descanso, y el horario no puede pisar otra carga del
      *  consultor ese dia (de cualquier cliente). Sin horario se
      *  carga la cantidad como siempre.
         ADD1-GRABAR.
           MOVE ZERO TO WS-NVA-HORA-HASTA.
           MOVE ZERO TO WS-NVA-DESCANSO.
           DISPLAY "ENTER THE  HORA DESDE (HHMM, 0000 = SIN HORARIO)".
           ACCEPT WS-NVA-HORA-DESDE.
           IF WS-NVA-HORA-DESDE = ZERO
             DISPLAY "ENTER THE  CANT-HORAS (NEGATIVO PARA "
                 "AJUSTES POR HORAS YA FACTURADAS)"
             ACCEPT HOR-CANT-HORAS
             MOVE HOR-CANT-HORAS TO WS-NVA-CANT-HORAS
             PERFORM ADD1-CARGAR
           ELSE
             DISPLAY "ENTER THE  HORA HASTA (HHMM)"
             ACCEPT WS-NVA-HORA-HASTA
             DISPLAY "ENTER THE  DESCANSO EN MINUTOS"
             ACCEPT WS-NVA-DESCANSO
             PERFORM CALCULAR-HORARIO
             IF WS-HORARIO-OK = 'N'
               DISPLAY "  HORARIO INVALIDO, NO SE CARGA"
             ELSE
               DISPLAY "  CANTIDAD DE HORAS CALCULADA: "
                   WS-NVA-CANT-HORAS
               PERFORM VERIFICAR-SUPERPOSICION
               IF WS-SUPERPUESTA = 'S'
                 DISPLAY "  EL HORARIO SE SUPERPONE CON LA CARGA "
                     WS-SUP-DESDE "-" WS-SUP-HASTA " DEL CLIENTE "
                     WS-SUP-CLIENTE ", NO SE CARGA"
               ELSE
                 PERFORM ADD1-CARGAR
               END-IF
             END-IF
           END-IF.

         ADD1-CARGAR.
           DISPLAY "ENTER THE  OBSERV".
           ACCEPT HOR-OBSERV.
           MOVE HOR-OBSERV TO WS-NVA-OBSERV.
           MOVE WS-COD-EMPRESA TO WS-NVA-EMPRESA.
           PERFORM VERIFICAR-TOPES-HORAS.
           PERFORM ASIGNAR-SECUENCIA.
           IF WS-SEC-OK = 'N'
             DISPLAY "  YA HAY 100 CARGAS DEL CONSULTOR PARA EL "
                 "CLIENTE EN ESA FECHA, NO SE CARGA"
           ELSE
             PERFORM ADD1-COMPLETAR
           END-IF.

         ADD1-COMPLETAR.
           MOVE WS-NVA-CONS TO HOR-CONS.
           MOVE WS-NVA-FECHA TO HOR-FECHA.
           MOVE WS-NVA-CLIENTE TO HOR-CLIENTE.
           MOVE WS-NVA-SECUENCIA TO HOR-SECUENCIA.
           MOVE WS-NVA-CANT-HORAS TO HOR-CANT-HORAS.
           MOVE WS-NVA-OBSERV TO HOR-OBSERV.
           MOVE WS-NVA-EMPRESA TO HOR-EMPRESA.
           MOVE ZERO TO HOR-NRO-FACT.
           MOVE ZERO TO HOR-LOTE.
           MOVE WS-NVA-HORA-DESDE TO HOR-HORA-DESDE.
           MOVE WS-NVA-HORA-HASTA TO HOR-HORA-HASTA.
           MOVE WS-NVA-DESCANSO TO HOR-DESCANSO.
           MOVE 'I' TO HOR-ESTADO.
           MOVE WS-USUARIO-ID TO HOR-USUARIO.
           DISPLAY "ENTER THE  SUCURSAL (1-6, 0 CASA CENTRAL)".
           DISPLAY " ".
           WRITE fileind1
            INVALID KEY DISPLAY"  RECORD IS ALREADY EXIST"
            NOT INVALID KEY
              IF HOR-SECUENCIA > ZERO
                DISPLAY "  GRABADA COMO CARGA " HOR-SECUENCIA
                    " DEL CONSULTOR PARA EL CLIENTE EN ESA FECHA"
              END-IF
              MOVE 'A' TO JRN-OPER
              MOVE fileind1 TO JRN-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-WRITE.

      *  Un consultor puede cargar varias veces el mismo dia para el
      *  mismo cliente (otro proyecto, otro tipo de hora): cada carga
      *  toma la secuencia siguiente a la ultima grabada.
         ASIGNAR-SECUENCIA.
           MOVE ZERO TO WS-NVA-SECUENCIA.
           MOVE 'S' TO WS-SEC-OK.
           MOVE WS-NVA-CONS TO HOR-CONS.
           MOVE WS-NVA-FECHA TO HOR-FECHA.
           MOVE WS-NVA-CLIENTE TO HOR-CLIENTE.
           MOVE ZERO TO HOR-SECUENCIA.
           MOVE 'N' TO WS-LIST-EOF.
           START indfile1 KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM ASIGNAR-SECUENCIA-UNA UNTIL WS-LIST-EOF = 'S'.

         ASIGNAR-SECUENCIA-UNA.
           READ indfile1 NEXT RECORD
               AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF HOR-CONS NOT = WS-NVA-CONS OR
                 HOR-FECHA NOT = WS-NVA-FECHA OR
                 HOR-CLIENTE NOT = WS-NVA-CLIENTE
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               IF HOR-SECUENCIA = 99
                 MOVE 'N' TO WS-SEC-OK
                 MOVE 'S' TO WS-LIST-EOF
               ELSE
                 ADD 1 HOR-SECUENCIA GIVING WS-NVA-SECUENCIA
               END-IF
             END-IF
           END-IF.

      *  Horas HHMM del mismo dia (no cruza la medianoche); la
      *  cantidad son los minutos entre ambas menos el descanso.
         CALCULAR-HORARIO.
           MOVE 'N' TO WS-HORARIO-OK.
           IF WS-NVA-DESDE-HH <= 23 AND WS-NVA-DESDE-MM <= 59 AND
               WS-NVA-HASTA-HH <= 23 AND WS-NVA-HASTA-MM <= 59 AND
               WS-NVA-HORA-HASTA > WS-NVA-HORA-DESDE
             COMPUTE WS-MIN-TRABAJO =
                 WS-NVA-HASTA-HH * 60 + WS-NVA-HASTA-MM -
                 WS-NVA-DESDE-HH * 60 - WS-NVA-DESDE-MM -
                 WS-NVA-DESCANSO
             IF WS-MIN-TRABAJO > ZERO
               COMPUTE WS-NVA-CANT-HORAS ROUNDED =
                   WS-MIN-TRABAJO / 60
               MOVE 'S' TO WS-HORARIO-OK
             END-IF
           END-IF.

      *  Recorre todas las cargas del consultor en el dia; las que no
      *  tienen horario no se comparan.
         VERIFICAR-SUPERPOSICION.
           MOVE 'N' TO WS-SUPERPUESTA.
           MOVE WS-NVA-CONS TO HOR-KEY-BUSQ-CONS.
           MOVE WS-NVA-FECHA TO HOR-KEY-BUSQ-FECHA.
           MOVE ZERO TO HOR-KEY-BUSQ-CLIENTE.
           MOVE ZERO TO HOR-KEY-BUSQ-SECUENCIA.
           MOVE HOR-KEY-BUSQ TO HOR-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           START indfile1 KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM VERIFICAR-SUPERPOSICION-UNA UNTIL WS-LIST-EOF = 'S'.

         VERIFICAR-SUPERPOSICION-UNA.
           READ indfile1 NEXT RECORD
               AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF HOR-CONS NOT = WS-NVA-CONS OR
                 HOR-FECHA NOT = WS-NVA-FECHA
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               IF HOR-HORA-DESDE > ZERO AND
                   WS-NVA-HORA-DESDE < HOR-HORA-HASTA AND
                   HOR-HORA-DESDE < WS-NVA-HORA-HASTA
                 MOVE 'S' TO WS-SUPERPUESTA
                 MOVE HOR-CLIENTE TO WS-SUP-CLIENTE
                 MOVE HOR-HORA-DESDE TO WS-SUP-DESDE
                 MOVE HOR-HORA-HASTA TO WS-SUP-HASTA
                 MOVE 'S' TO WS-LIST-EOF
               END-IF
             END-IF
           END-IF.

      *  Sin archivo de asignaciones el control queda desactivado.
         VERIFICAR-ASIGNACION.
           MOVE 'S' TO WS-ASG-OK.
           MOVE WS-NVA-CONS TO HOR-KEY-BUSQ-CONS.
           MOVE WS-NVA-FECHA TO HOR-KEY-BUSQ-FECHA.
           MOVE ZERO TO HOR-KEY-BUSQ-CLIENTE.
           MOVE ZERO TO HOR-KEY-BUSQ-SECUENCIA.
           MOVE HOR-KEY-BUSQ TO HOR-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           START indfile1 KEY IS NOT LESS THAN HOR-KEY
           STRING WS-HOR-MES "01" DELIMITED BY SIZE
               INTO HOR-KEY-BUSQ-FECHA.
           MOVE ZERO TO HOR-KEY-BUSQ-CLIENTE.
           MOVE ZERO TO HOR-KEY-BUSQ-SECUENCIA.
           MOVE HOR-KEY-BUSQ TO HOR-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           START indfile1 KEY IS NOT LESS THAN HOR-KEY
            ACCEPT HOR-FECHA.
            DISPLAY "ENTER THE  CLIENTE".
            ACCEPT HOR-CLIENTE.
            DISPLAY "ENTER THE  SECUENCIA (00 = PRIMERA CARGA DEL DIA)".
            ACCEPT HOR-SECUENCIA.
            MOVE HOR-FECHA TO WS-FECHA-VERIF.
            PERFORM VERIFICAR-CIERRE.
            IF WS-PERIODO-CERRADO = 'N'
              DELETE indfile1
               INVALID KEY DISPLAY "  RECORD NOT EXIST"
               NOT INVALID KEY
                 MOVE 'B' TO JRN-OPER
                 MOVE fileind1 TO JRN-IMAGEN
                 PERFORM REGISTRAR-DIARIO
              END-DELETE
            END-IF.

            ACCEPT HOR-FECHA.
            DISPLAY "ENTER THE  CLIENTE".
            ACCEPT HOR-CLIENTE.
            DISPLAY "ENTER THE  SECUENCIA (00 = PRIMERA CARGA DEL DIA)".
            ACCEPT HOR-SECUENCIA.
            MOVE HOR-FECHA TO WS-FECHA-VERIF.
            PERFORM VERIFICAR-CIERRE.
            IF WS-PERIODO-CERRADO = 'S'
            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              IF HOR-NRO-FACT NOT = ZERO
                DISPLAY "  HORA YA FACTURADA, NO SE MODIFICA"
              ELSE
                PERFORM MOSTRAR-HORA
                MOVE 'S' TO WS-REEDITAR
                PERFORM UPDATE1-EDITAR UNTIL WS-REEDITAR NOT = 'S'
              END-IF
            END-IF.

      *  Se edita sobre la imagen leida; antes de regrabar se vuelve
      *  a leer la carga (VERIFICAR-VERSION) y si otro operador la
      *  cambio mientras tanto no se pisa.
         UPDATE1-EDITAR.
            MOVE 'N' TO WS-REEDITAR.
            MOVE fileind1 TO WS-IMAGEN-LEIDA.
            DISPLAY "ENTER THE  CANT-HORAS".
            ACCEPT HOR-CANT-HORAS.
            DISPLAY "ENTER THE  OBSERV".
            ACCEPT HOR-OBSERV.
            MOVE WS-USUARIO-ID TO HOR-USUARIO.
            PERFORM VERIFICAR-VERSION.
            IF WS-VERSION-OK = 'S'
              REWRITE fileind1
                INVALID KEY DISPLAY "  RECORD NOT READED"
                NOT INVALID KEY
                  MOVE 'M' TO JRN-OPER
                  MOVE fileind1 TO JRN-IMAGEN
                  PERFORM REGISTRAR-DIARIO
              END-REWRITE
            END-IF.

      *  Control de concurrencia: la imagen leida al empezar la
      *  edicion es la version del registro. Si al regrabar la carga
      *  ya no coincide (otro operador la modifico o la borro) se
      *  rechaza la modificacion, se muestran los valores vigentes y
      *  se ofrece volver a editar sobre ellos.
         VERIFICAR-VERSION.
            MOVE 'S' TO WS-VERSION-OK.
            MOVE fileind1 TO WS-IMAGEN-EDITADA.
            READ indfile1
             INVALID KEY MOVE 'N' TO WS-VERSION-OK
            END-READ.
            IF WS-VERSION-OK = 'N'
              DISPLAY "  OTRO OPERADOR BORRO LA CARGA MIENTRAS SE "
                  "EDITABA: CAMBIOS DESCARTADOS"
            ELSE
              IF fileind1 NOT = WS-IMAGEN-LEIDA
                MOVE 'N' TO WS-VERSION-OK
                DISPLAY "  OTRO OPERADOR MODIFICO LA CARGA MIENTRAS "
                    "SE EDITABA. VALORES VIGENTES:"
                PERFORM MOSTRAR-HORA
                DISPLAY "  USUARIO: " HOR-USUARIO
                IF HOR-NRO-FACT NOT = ZERO
                  DISPLAY "  HORA YA FACTURADA, NO SE MODIFICA"
                ELSE
                  DISPLAY "  VOLVER A EDITAR SOBRE ESTOS VALORES (S/N)"
                  ACCEPT WS-REEDITAR
                  IF WS-REEDITAR = 's'
                    MOVE 'S' TO WS-REEDITAR
                  END-IF
                END-IF
                IF WS-REEDITAR NOT = 'S'
                  DISPLAY "  CAMBIOS DESCARTADOS"
                END-IF
              ELSE
                MOVE WS-IMAGEN-EDITADA TO fileind1
              END-IF
            END-IF.

         MOSTRAR-HORA.
            DISPLAY "CONS: " HOR-CONS "  FECHA: " HOR-FECHA.
            DISPLAY "  CLIENTE: " HOR-CLIENTE "  SEC: " HOR-SECUENCIA
                "  CANT-HORAS: " HOR-CANT-HORAS.
            DISPLAY "  " HOR-OBSERV.
            IF HOR-HORA-DESDE > ZERO
              DISPLAY "  HORARIO: " HOR-HORA-DESDE "-" HOR-HORA-HASTA
                  "  DESCANSO: " HOR-DESCANSO " MIN"
            END-IF.


         READ1.
           ACCEPT HOR-FECHA.
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT HOR-CLIENTE.
           DISPLAY "ENTER THE  SECUENCIA (00 = PRIMERA CARGA DEL DIA)".
           ACCEPT HOR-SECUENCIA.
           READ indfile1
              INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           END-READ.
           IF WS-LIST-EOF = 'N'
             DISPLAY "CONS: " HOR-CONS "  FECHA: " HOR-FECHA
             DISPLAY "  CLIENTE: " HOR-CLIENTE "  SEC: " HOR-SECUENCIA
                 "  CANT-HORAS: " HOR-CANT-HORAS
             DISPLAY "  " HOR-OBSERV
             IF HOR-HORA-DESDE > ZERO
               DISPLAY "  HORARIO: " HOR-HORA-DESDE "-" HOR-HORA-HASTA
                   "  DESCANSO: " HOR-DESCANSO " MIN"
             END-IF
           END-IF.

         BROWSE-CLIENTE1.
           END-READ.
           IF WS-LIST-EOF = 'N'
             DISPLAY "CLIENTE: " HOR-CLIENTE "  CONS: " HOR-CONS
             DISPLAY "  FECHA: " HOR-FECHA "  SEC: " HOR-SECUENCIA
                 "  CANT-HORAS: " HOR-CANT-HORAS
             DISPLAY "  " HOR-OBSERV
             IF HOR-HORA-DESDE > ZERO
               DISPLAY "  HORARIO: " HOR-HORA-DESDE "-" HOR-HORA-HASTA
                   "  DESCANSO: " HOR-DESCANSO " MIN"
             END-IF
           END-IF.


           MOVE SGN-ROL TO WS-USUARIO-ROL.
           MOVE SGN-OK TO WS-SIGNON-OK.

      *  Borradores generados por BORRADORHORAS desde las
      *  asignaciones. Se recorren los del consultor y cada uno se
      *  confirma (pasa a HORAS.DAT con las mismas validaciones de la
      *  carga manual), se modifica o se borra. Hasta confirmarlo no
      *  es una hora cargada.
         BORRADOR1.
           DISPLAY " ".
           IF WS-HAY-BORRADORES = 'N'
             DISPLAY "  NO HAY BORRADORES DE HORAS GENERADOS"
           ELSE
             DISPLAY "ENTER THE  CONS"
             ACCEPT WS-BOR-CONS
             MOVE ZERO TO WS-BOR-CANT
             MOVE WS-BOR-CONS TO HBO-CONS
             MOVE LOW-VALUE TO HBO-FECHA
             MOVE ZERO TO HBO-CLIENTE
             MOVE 'N' TO WS-BOR-FIN
             START HBO KEY IS NOT LESS THAN HBO-KEY
               INVALID KEY MOVE 'S' TO WS-BOR-FIN
             END-START
             PERFORM BORRADOR1-UNO UNTIL WS-BOR-FIN = 'S'
             IF WS-BOR-CANT = ZERO
               DISPLAY "  EL CONSULTOR NO TIENE BORRADORES PENDIENTES"
             END-IF
           END-IF.

         BORRADOR1-UNO.
           READ HBO NEXT RECORD
             AT END MOVE 'S' TO WS-BOR-FIN
           END-READ.
           IF WS-BOR-FIN = 'N'
             IF HBO-CONS NOT = WS-BOR-CONS
               MOVE 'S' TO WS-BOR-FIN
             ELSE
               ADD 1 TO WS-BOR-CANT
               DISPLAY "BORRADOR FECHA " HBO-FECHA
                   "  CLIENTE " HBO-CLIENTE
                   "  PROYECTO " HBO-PROYECTO
                   "  HORAS " HBO-CANT-HORAS
               DISPLAY "  C=CONFIRMAR M=MODIFICAR B=BORRAR "
                   "S=SIGUIENTE F=FIN"
               ACCEPT WS-BOR-ACCION
               EVALUATE WS-BOR-ACCION
                WHEN 'C' PERFORM CONFIRMAR-BORRADOR
                WHEN 'c' PERFORM CONFIRMAR-BORRADOR
                WHEN 'M' PERFORM MODIFICAR-BORRADOR
                WHEN 'm' PERFORM MODIFICAR-BORRADOR
                WHEN 'B' PERFORM BORRAR-BORRADOR
                WHEN 'b' PERFORM BORRAR-BORRADOR
                WHEN 'F' MOVE 'S' TO WS-BOR-FIN
                WHEN 'f' MOVE 'S' TO WS-BOR-FIN
                WHEN OTHER CONTINUE
               END-EVALUATE
             END-IF
           END-IF.

      *  Las horas y el proyecto se corrigen sobre el borrador, que
      *  sigue pendiente salvo que se confirme en el momento.
         MODIFICAR-BORRADOR.
           DISPLAY "ENTER THE  CANT-HORAS".
           ACCEPT HBO-CANT-HORAS.
           MOVE HBO-CLIENTE TO HOR-CLIENTE.
           MOVE HBO-PROYECTO TO HOR-PROYECTO.
           PERFORM PEDIR-PROYECTO.
           MOVE HOR-PROYECTO TO HBO-PROYECTO.
           REWRITE HBO-REG
             INVALID KEY DISPLAY "  RECORD NOT READED"
           END-REWRITE.
           DISPLAY "  CONFIRMAR AHORA (S/N)".
           ACCEPT WS-BOR-ACCION.
           IF WS-BOR-ACCION = 'S' OR WS-BOR-ACCION = 's'
             PERFORM CONFIRMAR-BORRADOR
           END-IF.

         BORRAR-BORRADOR.
           DELETE HBO RECORD
             INVALID KEY DISPLAY "  RECORD NOT EXIST"
             NOT INVALID KEY DISPLAY "  BORRADOR ELIMINADO"
           END-DELETE.

      *  Se graba como una carga sin horario, con el proyecto del
      *  borrador; si pasa las validaciones el borrador se elimina.
         CONFIRMAR-BORRADOR.
           MOVE 'N' TO WS-BOR-GRABADA.
           MOVE HBO-CONS TO HOR-CONS.
           PERFORM VALIDAR-CONSULTOR.
           MOVE HBO-CONS TO WS-NVA-CONS.
           MOVE HBO-FECHA TO WS-NVA-FECHA.
           MOVE HBO-CLIENTE TO WS-NVA-CLIENTE.
           MOVE HBO-FECHA TO WS-FECHA-VERIF.
           IF WS-CON-EXISTE = 'N' OR CON-INACTIVO
             DISPLAY "  CONSULTOR INEXISTENTE O INACTIVO, EL "
                 "BORRADOR QUEDA PENDIENTE"
           ELSE
             PERFORM VERIFICAR-CIERRE
             IF WS-PERIODO-CERRADO = 'N'
               PERFORM VERIFICAR-ASIGNACION
               IF WS-ASG-OK = 'N'
                 DISPLAY "  SIN ASIGNACION VIGENTE DEL CONSULTOR AL "
                     "CLIENTE EN ESA FECHA, QUEDA PENDIENTE"
               ELSE
                 PERFORM CONFIRMAR-BORRADOR-GRABAR
               END-IF
             END-IF
           END-IF.
           IF WS-BOR-GRABADA = 'S'
             DELETE HBO RECORD
               INVALID KEY CONTINUE
             END-DELETE
           END-IF.

         CONFIRMAR-BORRADOR-GRABAR.
           MOVE HBO-CANT-HORAS TO WS-NVA-CANT-HORAS.
           MOVE ZERO TO WS-NVA-HORA-DESDE.
           MOVE ZERO TO WS-NVA-HORA-HASTA.
           MOVE ZERO TO WS-NVA-DESCANSO.
           MOVE SPACES TO WS-NVA-OBSERV.
           MOVE WS-COD-EMPRESA TO WS-NVA-EMPRESA.
           PERFORM VERIFICAR-TOPES-HORAS.
           PERFORM ASIGNAR-SECUENCIA.
           IF WS-SEC-OK = 'N'
             DISPLAY "  YA HAY 100 CARGAS DEL CONSULTOR PARA EL "
                 "CLIENTE EN ESA FECHA, QUEDA PENDIENTE"
           ELSE
             MOVE WS-NVA-CONS TO HOR-CONS
             MOVE WS-NVA-FECHA TO HOR-FECHA
             MOVE WS-NVA-CLIENTE TO HOR-CLIENTE
             MOVE WS-NVA-SECUENCIA TO HOR-SECUENCIA
             MOVE WS-NVA-CANT-HORAS TO HOR-CANT-HORAS
             MOVE WS-NVA-OBSERV TO HOR-OBSERV
             MOVE WS-NVA-EMPRESA TO HOR-EMPRESA
             MOVE ZERO TO HOR-NRO-FACT
             MOVE ZERO TO HOR-LOTE
             MOVE ZERO TO HOR-HORA-DESDE
             MOVE ZERO TO HOR-HORA-HASTA
             MOVE ZERO TO HOR-DESCANSO
             MOVE 'I' TO HOR-ESTADO
             MOVE WS-USUARIO-ID TO HOR-USUARIO
             MOVE ZERO TO HOR-SUCURSAL
             MOVE HBO-PROYECTO TO HOR-PROYECTO
             MOVE SPACES TO HOR-TAREA
             MOVE 'F' TO HOR-TIPO
             WRITE fileind1
              INVALID KEY DISPLAY "  RECORD IS ALREADY EXIST"
              NOT INVALID KEY
                MOVE 'S' TO WS-BOR-GRABADA
                DISPLAY "  BORRADOR CONFIRMADO EN HORAS.DAT"
                MOVE 'A' TO JRN-OPER
                MOVE fileind1 TO JRN-IMAGEN
                PERFORM REGISTRAR-DIARIO
             END-WRITE
           END-IF.

      *  Imagen posterior al diario de recuperacion (ver DIARIOREC),
      *  para reaplicar lo cargado sobre un respaldo restaurado.
         REGISTRAR-DIARIO.
           MOVE WS-USUARIO-ID TO JRN-USUARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       END PROGRAM HORAS.
