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

       FD RESTLOG
           LABEL RECORD OMITTED.
       01 WS-ARC-USUARIO               PIC X(8).
       01 WS-ARC-SUCURSAL              PIC X(2).
       01 WS-ARC-PROYECTO              PIC X(8).
       01 WS-ARC-SECUENCIA-X           PIC X(4).
       01 WS-ARC-DESDE-X               PIC X(6).
       01 WS-ARC-HASTA-X               PIC X(6).
       01 WS-ARC-DESCANSO-X            PIC X(5).
       01 WS-ARC-TAREA                 PIC X(6).

       01 WS-ARC-CONS                  PIC 9(3).
       01 WS-ARC-CLIENTE               PIC 9(4).
       01 WS-CANT-LEIDAS               PIC 9(7) VALUE ZERO.
       01 WS-CANT-RESTAURADAS          PIC 9(7) VALUE ZERO.
       01 WS-CANT-DUPLICADAS           PIC 9(7) VALUE ZERO.
       01 JRN-PARAM.
           03 JRN-PROGRAMA PIC X(12) VALUE "RESTAURAR".
           03 JRN-USUARIO PIC X(8) VALUE SPACES.
           03 JRN-ARCHIVO PIC X(16) VALUE "HORAS.DAT".
           03 JRN-OPER PIC X.
           03 JRN-IMAGEN PIC X(200).
           03 JRN-OK PIC X.

       PROCEDURE DIVISION.

           END-IF.

       110-EXAMINAR-LINEA.
           MOVE SPACES TO WS-ARC-SECUENCIA-X.
           MOVE SPACES TO WS-ARC-DESDE-X.
           MOVE SPACES TO WS-ARC-HASTA-X.
           MOVE SPACES TO WS-ARC-DESCANSO-X.
           MOVE SPACES TO WS-ARC-TAREA.
           UNSTRING ARCHIVO-LINEA DELIMITED BY ","
               INTO WS-ARC-CONS-X
                    WS-ARC-FECHA
                    WS-ARC-USUARIO
                    WS-ARC-SUCURSAL
                    WS-ARC-PROYECTO
                    WS-ARC-SECUENCIA-X
                    WS-ARC-DESDE-X
                    WS-ARC-HASTA-X
                    WS-ARC-DESCANSO-X
                    WS-ARC-TAREA
           END-UNSTRING.
      *    Los campos del UNSTRING quedan con espacios a la derecha:
      *    se valida y toma solo el ancho de la clave.
           MOVE WS-ARC-CONS TO HOR-CONS.
           MOVE WS-ARC-FECHA(1:8) TO HOR-FECHA.
           MOVE WS-ARC-CLIENTE TO HOR-CLIENTE.
      *    Las lineas archivadas antes de existir la secuencia no la
      *    traen: se restauran como primera carga del dia.
           IF WS-ARC-SECUENCIA-X(1:2) IS NUMERIC
               MOVE WS-ARC-SECUENCIA-X(1:2) TO HOR-SECUENCIA
           ELSE
               MOVE ZERO TO HOR-SECUENCIA
           END-IF.
           COMPUTE HOR-CANT-HORAS =
               FUNCTION NUMVAL(WS-ARC-HORAS-X).
           MOVE WS-ARC-OBSERV TO HOR-OBSERV.
               MOVE ZERO TO HOR-SUCURSAL
           END-IF.
           MOVE WS-ARC-PROYECTO(1:6) TO HOR-PROYECTO.
      *    Idem el horario desde/hasta: sin dato, carga sin horario.
           IF WS-ARC-DESDE-X(1:4) IS NUMERIC AND
               WS-ARC-HASTA-X(1:4) IS NUMERIC AND
               WS-ARC-DESCANSO-X(1:3) IS NUMERIC
               MOVE WS-ARC-DESDE-X(1:4) TO HOR-HORA-DESDE
               MOVE WS-ARC-HASTA-X(1:4) TO HOR-HORA-HASTA
               MOVE WS-ARC-DESCANSO-X(1:3) TO HOR-DESCANSO
           ELSE
               MOVE ZERO TO HOR-HORA-DESDE
               MOVE ZERO TO HOR-HORA-HASTA
               MOVE ZERO TO HOR-DESCANSO
           END-IF.
           MOVE WS-ARC-TAREA(1:4) TO HOR-TAREA.
           WRITE HOR-REG
               INVALID KEY
                   ADD 1 TO WS-CANT-DUPLICADAS
                       HOR-FECHA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       HOR-CLIENTE DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       HOR-SECUENCIA DELIMITED BY SIZE
                       INTO RESTLOG-LINEA
                   END-STRING
                   WRITE RESTLOG-LINEA
      *    valida.
           IF HOR-OK-DUP-ALT
               ADD 1 TO WS-CANT-RESTAURADAS
               MOVE 'A' TO JRN-OPER
               MOVE HOR-REG TO JRN-IMAGEN
               PERFORM 850-REGISTRAR-DIARIO
               STRING "Restaurada: " DELIMITED BY SIZE
                   HOR-CONS DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   HOR-FECHA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   HOR-CLIENTE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   HOR-SECUENCIA DELIMITED BY SIZE
                   INTO RESTLOG-LINEA
               END-STRING
               WRITE RESTLOG-LINEA
           END-IF.

      * Imagen posterior al diario de recuperacion (ver DIARIOREC),
      * para reaplicar lo grabado sobre un respaldo restaurado.
       850-REGISTRAR-DIARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       900-FIN.
           STRING "Leidas=" DELIMITED BY SIZE
               WS-CANT-LEIDAS DELIMITED BY SIZE
