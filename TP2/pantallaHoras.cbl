           RECORD KEY IS PRY-KEY
           FILE STATUS IS PRY-FS.

           SELECT TAP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TAP-KEY
           FILE STATUS IS TAP-FS.

           SELECT FER ASSIGN TO DISK
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

         FD TOPESHORAS
             LABEL RECORD OMITTED.
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

         FD FER
          VALUE OF FILE-ID IS "FERIADOS.DAT".
            03 USU-HASH-ANT1 PIC 9(9).
            03 USU-HASH-ANT2 PIC 9(9).
            03 USU-HASH-ANT3 PIC 9(9).
            03 USU-CONS PIC 9(3).

         FD LCKFACT
             LABEL RECORD OMITTED.
          01 CIE-FS PIC X(2).
          01 ASG-FS PIC X(2).
          01 PRY-FS PIC X(2).
          01 TAP-FS PIC X(2).
          01 FER-FS PIC X(2).
          01 AUS-FS PIC X(2).
          01 USU-FS PIC X(2).
          01 WS-HAY-CIERRES PIC X VALUE 'N'.
          01 WS-HAY-ASIGNACIONES PIC X VALUE 'N'.
          01 WS-HAY-PROYECTOS PIC X VALUE 'N'.
          01 WS-HAY-TAREAS PIC X VALUE 'N'.
          01 WS-HAY-FERIADOS PIC X VALUE 'N'.
          01 WS-HAY-AUSENCIAS PIC X VALUE 'N'.

              03 SGN-USUARIO PIC X(8).
              03 SGN-ROL PIC X.
              03 SGN-OK PIC X.
          01 JRN-PARAM.
              03 JRN-PROGRAMA PIC X(12) VALUE "PANTHORAS".
              03 JRN-USUARIO PIC X(8).
              03 JRN-ARCHIVO PIC X(16) VALUE "HORAS.DAT".
              03 JRN-OPER PIC X.
              03 JRN-IMAGEN PIC X(200).
              03 JRN-OK PIC X.

          01 WS-TOPE-HORAS-DIA PIC 9(2)V99 VALUE 12.
          01 WS-TOPE-HORAS-MES PIC 9(3)V99 VALUE 200.
          01 WS-TOT-CON-NVA PIC S9(4)V99.
          01 WS-HOR-START-OK PIC XX VALUE 'NO'.
          01 WS-LIST-EOF PIC X VALUE 'N'.
          01 WS-SEC-OK PIC X.

          01 HOR-KEY-BUSQ.
              03 HOR-KEY-BUSQ-CONS PIC 9(3).
              03 HOR-KEY-BUSQ-FECHA PIC X(8).
              03 HOR-KEY-BUSQ-CLIENTE PIC 9(4).
              03 HOR-KEY-BUSQ-SECUENCIA PIC 9(2).

          01 WS-MODO PIC X.
          01 WS-MENSAJE PIC X(60).
          01 WS-VALIDO PIC X.
          01 WS-EXISTE PIC X.
          01 WS-CARGA-LEIDA PIC X.
          01 WS-IMAGEN-LEIDA PIC X(98).
          01 WS-ASG-OK PIC X.
          01 WS-ASG-FIN PIC X.
          01 WS-AUS-FIN PIC X.
          01 WS-FEC-MM PIC 9(2).
          01 WS-FEC-DD PIC 9(2).
          01 WS-MIN-TRABAJO PIC S9(5).
          01 WS-SUPERPUESTA PIC X.
          01 WS-SUP-CLIENTE PIC 9(4).
          01 WS-SUP-DESDE PIC 9(4).
          01 WS-SUP-HASTA PIC 9(4).

          01 WS-FORM.
              03 WS-FORM-CONS PIC 9(3).
              03 WS-FORM-FECHA PIC X(8).
              03 WS-FORM-CLIENTE PIC 9(4).
              03 WS-FORM-SECUENCIA PIC 9(2).
              03 WS-FORM-HORAS PIC S9(2)V99.
              03 WS-FORM-HORA-DESDE PIC 9(4).
              03 WS-FORM-DESDE-R REDEFINES WS-FORM-HORA-DESDE.
                  05 WS-FORM-DESDE-HH PIC 99.
                  05 WS-FORM-DESDE-MM PIC 99.
              03 WS-FORM-HORA-HASTA PIC 9(4).
              03 WS-FORM-HASTA-R REDEFINES WS-FORM-HORA-HASTA.
                  05 WS-FORM-HASTA-HH PIC 99.
                  05 WS-FORM-HASTA-MM PIC 99.
              03 WS-FORM-DESCANSO PIC 9(3).
              03 WS-FORM-OBSERV PIC X(30).
              03 WS-FORM-SUCURSAL PIC 9.
              03 WS-FORM-PROYECTO PIC X(6).
              03 WS-FORM-TAREA PIC X(4).
              03 WS-FORM-TIPO PIC X.
              03 WS-FORM-CONFIRMA PIC X.

           03 LINE 7 COLUMN 5  VALUE "CLIENTE (9999):".
           03 LINE 7 COLUMN 25 PIC 9(4) USING WS-FORM-CLIENTE
               AUTO REQUIRED.
           03 LINE 7 COLUMN 35 VALUE "SECUENCIA (SOLO MODIF.):".
           03 LINE 7 COLUMN 60 PIC 9(2) USING WS-FORM-SECUENCIA.
           03 LINE 9 COLUMN 5  VALUE "CANT. HORAS (99,99):".
           03 LINE 9 COLUMN 25 PIC S9(2)V99 USING WS-FORM-HORAS.
           03 LINE 9 COLUMN 35 VALUE "(SE CALCULA SI HAY HORARIO)".
           03 LINE 10 COLUMN 5 VALUE "DESDE (HHMM):".
           03 LINE 10 COLUMN 25 PIC 9(4) USING WS-FORM-HORA-DESDE.
           03 LINE 10 COLUMN 31 VALUE "HASTA:".
           03 LINE 10 COLUMN 38 PIC 9(4) USING WS-FORM-HORA-HASTA.
           03 LINE 10 COLUMN 44 VALUE "DESCANSO (MIN):".
           03 LINE 10 COLUMN 60 PIC 9(3) USING WS-FORM-DESCANSO.
           03 LINE 11 COLUMN 5 VALUE "OBSERVACION:".
           03 LINE 11 COLUMN 25 PIC X(30) USING WS-FORM-OBSERV.
           03 LINE 13 COLUMN 5 VALUE "SUCURSAL (0-6):".
           03 LINE 13 COLUMN 25 PIC 9 USING WS-FORM-SUCURSAL.
           03 LINE 15 COLUMN 5 VALUE "PROYECTO (BLANCO=NINGUNO):".
           03 LINE 15 COLUMN 32 PIC X(6) USING WS-FORM-PROYECTO.
           03 LINE 15 COLUMN 40 VALUE "TAREA:".
           03 LINE 15 COLUMN 47 PIC X(4) USING WS-FORM-TAREA.
           03 LINE 16 COLUMN 5 VALUE "TIPO (F/N/I):".
           03 LINE 16 COLUMN 32 PIC X USING WS-FORM-TIPO.
           03 LINE 17 COLUMN 5 VALUE "CONFIRMA GRABACION (S/N):".
          IF PRY-FS = '00'
              MOVE 'S' TO WS-HAY-PROYECTOS
          END-IF.
          OPEN INPUT TAP.
          IF TAP-FS = '00'
              MOVE 'S' TO WS-HAY-TAREAS
          END-IF.
          OPEN INPUT FER.
          IF FER-FS = '00'
              MOVE 'S' TO WS-HAY-FERIADOS
         IF WS-HAY-PROYECTOS = 'S'
           CLOSE PRY
         END-IF.
         IF WS-HAY-TAREAS = 'S'
           CLOSE TAP
         END-IF.
         IF WS-HAY-FERIADOS = 'S'
           CLOSE FER
         END-IF.
           MOVE SGN-ROL TO WS-USUARIO-ROL.
           MOVE SGN-OK TO WS-SIGNON-OK.

      *  Imagen posterior al diario de recuperacion (ver DIARIOREC),
      *  para reaplicar lo cargado sobre un respaldo restaurado.
         REGISTRAR-DIARIO.
           MOVE WS-USUARIO-ID TO JRN-USUARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

         ALTA-PANTALLA.
           MOVE 'A' TO WS-MODO.
           INITIALIZE WS-FORM.
           MOVE SPACES TO WS-MENSAJE.
           PERFORM CICLO-PANTALLA.

      *  La modificacion trae primero la carga a la pantalla; la
      *  imagen leida es la version contra la que se controla al
      *  grabar que nadie la haya cambiado mientras tanto.
         MODIF-PANTALLA.
           MOVE 'M' TO WS-MODO.
           INITIALIZE WS-FORM.
           MOVE "COMPLETE LA CLAVE Y CONFIRME PARA TRAER LA CARGA"
               TO WS-MENSAJE.
           PERFORM TRAER-REGISTRO.
           IF WS-CARGA-LEIDA = 'S'
             MOVE "MODIFIQUE LOS VALORES Y CONFIRME" TO WS-MENSAJE
             PERFORM CICLO-PANTALLA
           ELSE
             DISPLAY WS-MENSAJE
           END-IF.

         TRAER-REGISTRO.
           MOVE 'N' TO WS-CARGA-LEIDA.
           MOVE 'S' TO WS-FORM-CONFIRMA.
           DISPLAY PANT-HORAS.
           ACCEPT PANT-HORAS.
           IF WS-FORM-CONFIRMA = 'N'
             MOVE "OPERACION ABANDONADA POR EL OPERADOR"
                 TO WS-MENSAJE
           ELSE
             MOVE WS-FORM-CONS TO HOR-CONS
             MOVE WS-FORM-FECHA TO HOR-FECHA
             MOVE WS-FORM-CLIENTE TO HOR-CLIENTE
             MOVE WS-FORM-SECUENCIA TO HOR-SECUENCIA
             MOVE 'S' TO WS-CARGA-LEIDA
             READ HOR
               INVALID KEY
                 MOVE "EL REGISTRO A MODIFICAR NO EXISTE"
                     TO WS-MENSAJE
                 MOVE 'N' TO WS-CARGA-LEIDA
             END-READ
             IF WS-CARGA-LEIDA = 'S'
               PERFORM CARGAR-FORM
             END-IF
           END-IF.

         CARGAR-FORM.
           MOVE HOR-REG TO WS-IMAGEN-LEIDA.
           MOVE HOR-CANT-HORAS TO WS-FORM-HORAS.
           MOVE HOR-HORA-DESDE TO WS-FORM-HORA-DESDE.
           MOVE HOR-HORA-HASTA TO WS-FORM-HORA-HASTA.
           MOVE HOR-DESCANSO TO WS-FORM-DESCANSO.
           MOVE HOR-OBSERV TO WS-FORM-OBSERV.
           MOVE HOR-SUCURSAL TO WS-FORM-SUCURSAL.
           MOVE HOR-PROYECTO TO WS-FORM-PROYECTO.
           MOVE HOR-TAREA TO WS-FORM-TAREA.
           MOVE HOR-TIPO TO WS-FORM-TIPO.

      *  La pantalla se vuelve a presentar con el mensaje de error de
      *  la validacion hasta que el registro este correcto o el
           IF WS-VALIDO = 'S'
             PERFORM VERIFICAR-PROYECTO
           END-IF.
           IF WS-VALIDO = 'S'
             PERFORM VALIDAR-HORARIO
           END-IF.

      *  Con horario desde/hasta la cantidad se calcula (minutos entre
      *  ambas horas del mismo dia menos el descanso) y se rechaza si
      *  pisa otra carga del consultor ese dia, de cualquier cliente.
      *  En la modificacion no se compara contra la propia carga.
         VALIDAR-HORARIO.
           IF WS-FORM-HORA-DESDE = ZERO AND WS-FORM-HORA-HASTA = ZERO
             MOVE ZERO TO WS-FORM-DESCANSO
           ELSE
             IF WS-FORM-DESDE-HH > 23 OR WS-FORM-DESDE-MM > 59 OR
                 WS-FORM-HASTA-HH > 23 OR WS-FORM-HASTA-MM > 59 OR
                 WS-FORM-HORA-HASTA NOT > WS-FORM-HORA-DESDE
               MOVE "HORARIO INVALIDO" TO WS-MENSAJE
               MOVE 'N' TO WS-VALIDO
             ELSE
               COMPUTE WS-MIN-TRABAJO =
                   WS-FORM-HASTA-HH * 60 + WS-FORM-HASTA-MM -
                   WS-FORM-DESDE-HH * 60 - WS-FORM-DESDE-MM -
                   WS-FORM-DESCANSO
               IF WS-MIN-TRABAJO NOT > ZERO
                 MOVE "EL DESCANSO CUBRE TODO EL HORARIO"
                     TO WS-MENSAJE
                 MOVE 'N' TO WS-VALIDO
               ELSE
                 COMPUTE WS-FORM-HORAS ROUNDED = WS-MIN-TRABAJO / 60
                 PERFORM VERIFICAR-SUPERPOSICION
               END-IF
             END-IF
           END-IF.

         VERIFICAR-SUPERPOSICION.
           MOVE 'N' TO WS-SUPERPUESTA.
           MOVE WS-FORM-CONS TO HOR-KEY-BUSQ-CONS.
           MOVE WS-FORM-FECHA TO HOR-KEY-BUSQ-FECHA.
           MOVE ZERO TO HOR-KEY-BUSQ-CLIENTE.
           MOVE ZERO TO HOR-KEY-BUSQ-SECUENCIA.
           MOVE HOR-KEY-BUSQ TO HOR-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           START HOR KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM VERIFICAR-SUPERPOSICION-UNA UNTIL WS-LIST-EOF = 'S'.
           IF WS-SUPERPUESTA = 'S'
             STRING "HORARIO SUPERPUESTO CON " DELIMITED BY SIZE
                 WS-SUP-DESDE DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-SUP-HASTA DELIMITED BY SIZE
                 " DEL CLIENTE " DELIMITED BY SIZE
                 WS-SUP-CLIENTE DELIMITED BY SIZE
                 INTO WS-MENSAJE
             END-STRING
             MOVE 'N' TO WS-VALIDO
           END-IF.

         VERIFICAR-SUPERPOSICION-UNA.
           READ HOR NEXT RECORD
               AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF HOR-CONS NOT = HOR-KEY-BUSQ-CONS OR
                 HOR-FECHA NOT = HOR-KEY-BUSQ-FECHA
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               IF WS-MODO = 'M' AND
                   HOR-CLIENTE = WS-FORM-CLIENTE AND
                   HOR-SECUENCIA = WS-FORM-SECUENCIA
                 CONTINUE
               ELSE
                 IF HOR-HORA-DESDE > ZERO AND
                     WS-FORM-HORA-DESDE < HOR-HORA-HASTA AND
                     HOR-HORA-DESDE < WS-FORM-HORA-HASTA
                   MOVE 'S' TO WS-SUPERPUESTA
                   MOVE HOR-CLIENTE TO WS-SUP-CLIENTE
                   MOVE HOR-HORA-DESDE TO WS-SUP-DESDE
                   MOVE HOR-HORA-HASTA TO WS-SUP-HASTA
                   MOVE 'S' TO WS-LIST-EOF
                 END-IF
               END-IF
             END-IF
           END-IF.

         VERIFICAR-CIERRE.
           IF WS-HAY-CIERRES = 'S'
               NOT INVALID KEY CONTINUE
             END-READ
           END-IF.
           IF WS-FORM-PROYECTO = SPACES
             MOVE SPACES TO WS-FORM-TAREA
           END-IF.
           IF WS-FORM-TAREA NOT = SPACES AND WS-HAY-TAREAS = 'S'
             MOVE WS-FORM-CLIENTE TO TAP-CLIENTE
             MOVE WS-FORM-PROYECTO TO TAP-PROYECTO
             MOVE WS-FORM-TAREA TO TAP-TAREA
             READ TAP
               INVALID KEY
                 MOVE "TAREA INEXISTENTE EN EL PROYECTO"
                     TO WS-MENSAJE
                 MOVE 'N' TO WS-VALIDO
               NOT INVALID KEY
                 IF TAP-CERRADA
                   MOVE "LA TAREA ESTA CERRADA" TO WS-MENSAJE
                   MOVE 'N' TO WS-VALIDO
                 END-IF
             END-READ
           END-IF.

      *  Mismos avisos no bloqueantes que la carga renglon a renglon.
         AVISAR-FERIADO-AUSENCIA.
           MOVE WS-FORM-CONS TO HOR-KEY-BUSQ-CONS.
           MOVE WS-FORM-FECHA TO HOR-KEY-BUSQ-FECHA.
           MOVE ZERO TO HOR-KEY-BUSQ-CLIENTE.
           MOVE ZERO TO HOR-KEY-BUSQ-SECUENCIA.
           MOVE HOR-KEY-BUSQ TO HOR-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           START HOR KEY IS NOT LESS THAN HOR-KEY
           STRING WS-HOR-MES "01" DELIMITED BY SIZE
               INTO HOR-KEY-BUSQ-FECHA.
           MOVE ZERO TO HOR-KEY-BUSQ-CLIENTE.
           MOVE ZERO TO HOR-KEY-BUSQ-SECUENCIA.
           MOVE HOR-KEY-BUSQ TO HOR-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           START HOR KEY IS NOT LESS THAN HOR-KEY
             END-IF
           END-IF.

      *  En el alta la secuencia la asigna el programa: siguiente a
      *  la ultima carga del consultor para el cliente en esa fecha.
      *  En la modificacion el operador indica cual de las cargas.
         ASIGNAR-SECUENCIA.
           MOVE ZERO TO WS-FORM-SECUENCIA.
           MOVE 'S' TO WS-SEC-OK.
           MOVE WS-FORM-CONS TO HOR-KEY-BUSQ-CONS.
           MOVE WS-FORM-FECHA TO HOR-KEY-BUSQ-FECHA.
           MOVE WS-FORM-CLIENTE TO HOR-KEY-BUSQ-CLIENTE.
           MOVE ZERO TO HOR-KEY-BUSQ-SECUENCIA.
           MOVE HOR-KEY-BUSQ TO HOR-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           START HOR KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM ASIGNAR-SECUENCIA-UNA UNTIL WS-LIST-EOF = 'S'.

         ASIGNAR-SECUENCIA-UNA.
           READ HOR NEXT RECORD
               AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF HOR-CONS NOT = HOR-KEY-BUSQ-CONS OR
                 HOR-FECHA NOT = HOR-KEY-BUSQ-FECHA OR
                 HOR-CLIENTE NOT = HOR-KEY-BUSQ-CLIENTE
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               IF HOR-SECUENCIA = 99
                 MOVE 'N' TO WS-SEC-OK
                 MOVE 'S' TO WS-LIST-EOF
               ELSE
                 ADD 1 HOR-SECUENCIA GIVING WS-FORM-SECUENCIA
               END-IF
             END-IF
           END-IF.

         GRABAR-FORM.
           IF WS-MODO = 'A'
             PERFORM ASIGNAR-SECUENCIA
             IF WS-SEC-OK = 'N'
               MOVE "YA HAY 100 CARGAS DEL DIA PARA EL CLIENTE"
                   TO WS-MENSAJE
               MOVE 'N' TO WS-VALIDO
             END-IF
           END-IF.
           MOVE WS-FORM-CONS TO HOR-CONS.
           MOVE WS-FORM-FECHA TO HOR-FECHA.
           MOVE WS-FORM-CLIENTE TO HOR-CLIENTE.
           MOVE WS-FORM-SECUENCIA TO HOR-SECUENCIA.
           IF WS-VALIDO = 'S'
             PERFORM GRABAR-FORM-REGISTRO
           END-IF.

         GRABAR-FORM-REGISTRO.
           IF WS-MODO = 'A'
             MOVE WS-FORM-HORAS TO HOR-CANT-HORAS
             MOVE WS-FORM-HORA-DESDE TO HOR-HORA-DESDE
             MOVE WS-FORM-HORA-HASTA TO HOR-HORA-HASTA
             MOVE WS-FORM-DESCANSO TO HOR-DESCANSO
             MOVE WS-FORM-OBSERV TO HOR-OBSERV
             MOVE CLI-EMPRESA TO HOR-EMPRESA
             MOVE ZERO TO HOR-NRO-FACT
             MOVE WS-USUARIO-ID TO HOR-USUARIO
             MOVE WS-FORM-SUCURSAL TO HOR-SUCURSAL
             MOVE WS-FORM-PROYECTO TO HOR-PROYECTO
             MOVE WS-FORM-TAREA TO HOR-TAREA
             IF WS-FORM-TIPO = 'N' OR WS-FORM-TIPO = 'I'
               MOVE WS-FORM-TIPO TO HOR-TIPO
             ELSE
                 MOVE 'N' TO WS-VALIDO
             END-WRITE
             IF WS-VALIDO = 'S'
               MOVE 'A' TO JRN-OPER
               MOVE HOR-REG TO JRN-IMAGEN
               PERFORM REGISTRAR-DIARIO
               MOVE "REGISTRO GRABADO" TO WS-MENSAJE
               IF HOR-SECUENCIA > ZERO
                 STRING "REGISTRO GRABADO COMO CARGA "
                     DELIMITED BY SIZE
                     HOR-SECUENCIA DELIMITED BY SIZE
                     " DEL DIA PARA EL CLIENTE" DELIMITED BY SIZE
                     INTO WS-MENSAJE
                 END-STRING
               END-IF
             END-IF
           ELSE
             IF HOR-KEY NOT = WS-IMAGEN-LEIDA(1:17)
               MOVE "NO SE PUEDE CAMBIAR LA CLAVE EN UNA MODIFICACION"
                   TO WS-MENSAJE
               MOVE 'N' TO WS-VALIDO
             ELSE
               READ HOR
                 INVALID KEY
                   MOVE "OTRO OPERADOR BORRO LA CARGA" TO WS-MENSAJE
                   MOVE 'N' TO WS-VALIDO
               END-READ
             END-IF
      *      Si la carga cambio desde que se trajo a la pantalla no se
      *      pisa: se muestran los valores vigentes para volver a
      *      editar o abandonar con N.
             IF WS-VALIDO = 'S' AND HOR-REG NOT = WS-IMAGEN-LEIDA
               PERFORM CARGAR-FORM
               MOVE "OTRO OPERADOR LA MODIFICO: VALORES VIGENTES"
                   TO WS-MENSAJE
               MOVE 'N' TO WS-VALIDO
             END-IF
             IF WS-VALIDO = 'S'
               IF HOR-NRO-FACT NOT = ZERO
                 MOVE "HORA YA FACTURADA, NO SE MODIFICA"
                 MOVE 'N' TO WS-VALIDO
               ELSE
                 MOVE WS-FORM-HORAS TO HOR-CANT-HORAS
                 MOVE WS-FORM-HORA-DESDE TO HOR-HORA-DESDE
                 MOVE WS-FORM-HORA-HASTA TO HOR-HORA-HASTA
                 MOVE WS-FORM-DESCANSO TO HOR-DESCANSO
                 MOVE WS-FORM-OBSERV TO HOR-OBSERV
                 MOVE WS-USUARIO-ID TO HOR-USUARIO
                 MOVE WS-FORM-SUCURSAL TO HOR-SUCURSAL
                 MOVE WS-FORM-PROYECTO TO HOR-PROYECTO
                 MOVE WS-FORM-TAREA TO HOR-TAREA
                 IF WS-FORM-TIPO = 'N' OR WS-FORM-TIPO = 'I'
                   MOVE WS-FORM-TIPO TO HOR-TIPO
                 ELSE
                     MOVE 'N' TO WS-VALIDO
                 END-REWRITE
                 IF WS-VALIDO = 'S'
                   MOVE 'M' TO JRN-OPER
                   MOVE HOR-REG TO JRN-IMAGEN
                   PERFORM REGISTRAR-DIARIO
                   MOVE "REGISTRO ACTUALIZADO" TO WS-MENSAJE
                 END-IF
               END-IF
