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

       FD TOPESHORAS
           LABEL RECORD OMITTED.
       01 WS-F-HORAS                   PIC X(10).
       01 WS-F-OBSERV                  PIC X(30).
       01 WS-F-TIPO                    PIC X(2).
       01 WS-F-DESDE                   PIC X(6).
       01 WS-F-HASTA                   PIC X(6).
       01 WS-F-DESCANSO                PIC X(5).

       01 WS-CONS                      PIC 9(3).
       01 WS-FECHA                     PIC X(8).
       01 WS-CLIENTE                   PIC 9(4).
       01 WS-SECUENCIA                 PIC 9(2).
       01 WS-HORAS                     PIC S9(2)V99.
       01 WS-HORA-DESDE                PIC 9(4).
       01 WS-DESDE-R REDEFINES WS-HORA-DESDE.
           03 WS-DESDE-HH              PIC 9(2).
           03 WS-DESDE-MM              PIC 9(2).
       01 WS-HORA-HASTA                PIC 9(4).
       01 WS-HASTA-R REDEFINES WS-HORA-HASTA.
           03 WS-HASTA-HH              PIC 9(2).
           03 WS-HASTA-MM              PIC 9(2).
       01 WS-DESCANSO                  PIC 9(3).
       01 WS-MIN-TRABAJO               PIC S9(5).

       01 WS-MOTIVO                    PIC X(50).
       01 WS-FEC-MM                    PIC 9(2).
       01 WS-ANU-LOTE                  PIC 9(6).
       01 WS-ANU-FACTURADAS            PIC 9(5) VALUE ZERO.
       01 WS-ANU-BORRADAS              PIC 9(5) VALUE ZERO.
       01 JRN-PARAM.
           03 JRN-PROGRAMA PIC X(12) VALUE "IMPORTHORAS".
           03 JRN-USUARIO PIC X(8) VALUE SPACES.
           03 JRN-ARCHIVO PIC X(16) VALUE "HORAS.DAT".
           03 JRN-OPER PIC X.
           03 JRN-IMAGEN PIC X(200).
           03 JRN-OK PIC X.

       PROCEDURE DIVISION.

       110-VALIDAR-Y-CARGAR.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO WS-F-TIPO.
           MOVE SPACES TO WS-F-DESDE.
           MOVE SPACES TO WS-F-HASTA.
           MOVE SPACES TO WS-F-DESCANSO.
           UNSTRING IMPORT-LINEA DELIMITED BY ","
               INTO WS-F-CONS
                    WS-F-FECHA
                    WS-F-HORAS
                    WS-F-OBSERV
                    WS-F-TIPO
                    WS-F-DESDE
                    WS-F-HASTA
                    WS-F-DESCANSO
           END-UNSTRING.
      *    Los campos recibidos por UNSTRING quedan rellenados con
      *    espacios a la derecha: se valida y toma solo el ancho de
               IF WS-MOTIVO = SPACES
                   PERFORM 150-VALIDAR-CIERRE
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM 155-VALIDAR-HORARIO
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM 160-VALIDAR-TOPES
               END-IF
               END-READ
           END-IF.

      * Columnas opcionales de horario desde/hasta (HHMM) y
      * descanso en minutos: si vienen, la cantidad de horas se
      * calcula y no puede pisar otra carga del consultor ese dia.
       155-VALIDAR-HORARIO.
           MOVE ZERO TO WS-HORA-DESDE.
           MOVE ZERO TO WS-HORA-HASTA.
           MOVE ZERO TO WS-DESCANSO.
           IF WS-F-DESDE NOT = SPACES OR WS-F-HASTA NOT = SPACES
               IF WS-F-DESDE(1:4) IS NOT NUMERIC OR
                   WS-F-HASTA(1:4) IS NOT NUMERIC
                   MOVE "HORARIO NO NUMERICO" TO WS-MOTIVO
               ELSE
                   MOVE WS-F-DESDE(1:4) TO WS-HORA-DESDE
                   MOVE WS-F-HASTA(1:4) TO WS-HORA-HASTA
                   IF WS-F-DESCANSO NOT = SPACES
                       COMPUTE WS-DESCANSO =
                           FUNCTION NUMVAL(WS-F-DESCANSO)
                   END-IF
                   PERFORM 156-CALCULAR-HORARIO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-HORA-DESDE > ZERO
               PERFORM 157-VERIFICAR-SUPERPOSICION
           END-IF.

       156-CALCULAR-HORARIO.
           IF WS-DESDE-HH > 23 OR WS-DESDE-MM > 59 OR
               WS-HASTA-HH > 23 OR WS-HASTA-MM > 59 OR
               WS-HORA-HASTA NOT > WS-HORA-DESDE
               MOVE "HORARIO INVALIDO" TO WS-MOTIVO
           ELSE
               COMPUTE WS-MIN-TRABAJO =
                   WS-HASTA-HH * 60 + WS-HASTA-MM -
                   WS-DESDE-HH * 60 - WS-DESDE-MM - WS-DESCANSO
               IF WS-MIN-TRABAJO NOT > ZERO
                   MOVE "EL DESCANSO CUBRE TODO EL HORARIO"
                       TO WS-MOTIVO
               ELSE
                   COMPUTE WS-HORAS ROUNDED = WS-MIN-TRABAJO / 60
               END-IF
           END-IF.

      * Todas las cargas del consultor en el dia, de cualquier
      * cliente (incluidas las ya aceptadas en esta corrida).
       157-VERIFICAR-SUPERPOSICION.
           MOVE WS-CONS TO HOR-CONS.
           MOVE WS-FECHA TO HOR-FECHA.
           MOVE ZERO TO HOR-CLIENTE.
           MOVE ZERO TO HOR-SECUENCIA.
           MOVE 'N' TO WS-LIST-FIN.
           START HOR KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE 'S' TO WS-LIST-FIN
           END-START.
           PERFORM 158-EXAMINAR-SUPERPOSICION UNTIL WS-LIST-FIN = 'S'.

       158-EXAMINAR-SUPERPOSICION.
           READ HOR NEXT RECORD
               AT END MOVE 'S' TO WS-LIST-FIN
           END-READ.
           IF WS-LIST-FIN = 'N'
               IF HOR-CONS NOT = WS-CONS OR
                   HOR-FECHA NOT = WS-FECHA
                   MOVE 'S' TO WS-LIST-FIN
               ELSE
                   IF HOR-HORA-DESDE > ZERO AND
                       WS-HORA-DESDE < HOR-HORA-HASTA AND
                       HOR-HORA-DESDE < WS-HORA-HASTA
                       STRING "HORARIO SUPERPUESTO CON "
                               DELIMITED BY SIZE
                           HOR-HORA-DESDE DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           HOR-HORA-HASTA DELIMITED BY SIZE
                           " DEL CLIENTE " DELIMITED BY SIZE
                           HOR-CLIENTE DELIMITED BY SIZE
                           INTO WS-MOTIVO
                       END-STRING
                       MOVE 'S' TO WS-LIST-FIN
                   END-IF
               END-IF
           END-IF.

      * Topes diario y mensual contra lo ya cargado en HORAS.DAT
      * (las lineas ya aceptadas de esta corrida tambien cuentan,
      * porque van quedando grabadas).
           MOVE WS-CONS TO HOR-CONS.
           STRING WS-MES "01" DELIMITED BY SIZE INTO HOR-FECHA.
           MOVE ZERO TO HOR-CLIENTE.
           MOVE ZERO TO HOR-SECUENCIA.
           MOVE 'N' TO WS-LIST-FIN.
           START HOR KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE 'S' TO WS-LIST-FIN
               END-IF
           END-IF.

      * Varias lineas del mismo consultor, fecha y cliente se graban
      * como cargas separadas, cada una con la secuencia siguiente.
       168-ASIGNAR-SECUENCIA.
           MOVE ZERO TO WS-SECUENCIA.
           MOVE WS-CONS TO HOR-CONS.
           MOVE WS-FECHA TO HOR-FECHA.
           MOVE WS-CLIENTE TO HOR-CLIENTE.
           MOVE ZERO TO HOR-SECUENCIA.
           MOVE 'N' TO WS-LIST-FIN.
           START HOR KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE 'S' TO WS-LIST-FIN
           END-START.
           PERFORM 169-EXAMINAR-SECUENCIA UNTIL WS-LIST-FIN = 'S'.

       169-EXAMINAR-SECUENCIA.
           READ HOR NEXT RECORD
               AT END MOVE 'S' TO WS-LIST-FIN
           END-READ.
           IF WS-LIST-FIN = 'N'
               IF HOR-CONS NOT = WS-CONS OR
                   HOR-FECHA NOT = WS-FECHA OR
                   HOR-CLIENTE NOT = WS-CLIENTE
                   MOVE 'S' TO WS-LIST-FIN
               ELSE
                   IF HOR-SECUENCIA = 99
                       MOVE "SIN SECUENCIA LIBRE PARA EL DIA"
                           TO WS-MOTIVO
                       MOVE 'S' TO WS-LIST-FIN
                   ELSE
                       ADD 1 HOR-SECUENCIA GIVING WS-SECUENCIA
                   END-IF
               END-IF
           END-IF.

       170-GRABAR-HORA.
           PERFORM 168-ASIGNAR-SECUENCIA.
           IF WS-MOTIVO = SPACES
               PERFORM 171-GRABAR-REGISTRO
           END-IF.

       171-GRABAR-REGISTRO.
           MOVE WS-CONS TO HOR-CONS.
           MOVE WS-FECHA TO HOR-FECHA.
           MOVE WS-CLIENTE TO HOR-CLIENTE.
           MOVE WS-SECUENCIA TO HOR-SECUENCIA.
           MOVE WS-HORAS TO HOR-CANT-HORAS.
           MOVE WS-F-OBSERV TO HOR-OBSERV.
           MOVE CLI-EMPRESA TO HOR-EMPRESA.
               MOVE 'F' TO HOR-TIPO
           END-IF.
           MOVE WS-LOTE-NRO TO HOR-LOTE.
           MOVE WS-HORA-DESDE TO HOR-HORA-DESDE.
           MOVE WS-HORA-HASTA TO HOR-HORA-HASTA.
           MOVE WS-DESCANSO TO HOR-DESCANSO.
           MOVE SPACES TO HOR-TAREA.
           WRITE HOR-REG
               INVALID KEY
                   MOVE "CLAVE DUPLICADA EN HORAS.DAT" TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE 'A' TO JRN-OPER
                   MOVE HOR-REG TO JRN-IMAGEN
                   PERFORM 850-REGISTRAR-DIARIO
           END-WRITE.
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-CANT-ACEPTADAS
               INTO RECHAZOS-LINEA.
           WRITE RECHAZOS-LINEA.

      * Imagen posterior al diario de recuperacion (ver DIARIOREC),
      * para reaplicar lo grabado sobre un respaldo restaurado.
       850-REGISTRAR-DIARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       900-FIN.
           MOVE WS-LOTE-NRO TO LOT-NRO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOT-FECHA.
           END-READ.
           IF WS-LIST-FIN = 'N'
               IF HOR-LOTE = WS-ANU-LOTE
                   MOVE HOR-REG TO JRN-IMAGEN
                   DELETE HOR RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'B' TO JRN-OPER
                           PERFORM 850-REGISTRAR-DIARIO
                   END-DELETE
                   ADD 1 TO WS-ANU-BORRADAS
               END-IF
