       IDENTIFICATION DIVISION.

       PROGRAM-ID. DIARIOREC.

      * Diario de recuperacion (DIARIO_RECUPERO.DAT): una imagen
      * posterior por cada alta, modificacion o baja sobre HORAS.DAT,
      * CLIENTES.DAT, CONSULTORES.DAT y TARIFAS.DAT, con fecha, hora,
      * operador y programa. Despues de restaurar una generacion con
      * RESPGENERACIONES, REAPLICAR recorre el diario y vuelve a
      * grabar lo cargado desde el respaldo hasta el momento elegido.
      * El llamador graba el diario solo cuando la operacion sobre el
      * archivo salio bien.
      *   OPERACION A = alta, M = modificacion (imagen nueva),
      *             B = baja (imagen del registro borrado; alcanza
      *                 con la clave, que en los cuatro archivos va
      *                 al principio del registro).
      * Cada llamada abre, graba y cierra: el renglon queda en disco
      * aunque el programa termine mal despues.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL DIARIO ASSIGN TO "DIARIO_RECUPERO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-FS.

       DATA DIVISION.

       FILE SECTION.

       FD DIARIO
           LABEL RECORD OMITTED.
       01 DRE-REG.
           03 DRE-FECHA PIC X(8).
           03 DRE-HORA PIC X(8).
           03 DRE-USUARIO PIC X(8).
           03 DRE-PROGRAMA PIC X(12).
           03 DRE-ARCHIVO PIC X(16).
           03 DRE-OPER PIC X.
           03 DRE-IMAGEN PIC X(200).

       WORKING-STORAGE SECTION.

       01 DIARIO-FS PIC X(2).
       01 WS-MOMENTO PIC X(16).

       LINKAGE SECTION.
       01 JRN-PARAM.
           03 JRN-PROGRAMA PIC X(12).
           03 JRN-USUARIO PIC X(8).
           03 JRN-ARCHIVO PIC X(16).
           03 JRN-OPER PIC X.
           03 JRN-IMAGEN PIC X(200).
           03 JRN-OK PIC X.

       PROCEDURE DIVISION USING JRN-PARAM.

       000-PRINCIPAL.
           MOVE 'N' TO JRN-OK.
           IF JRN-OPER = 'A' OR JRN-OPER = 'M' OR JRN-OPER = 'B'
               PERFORM 100-GRABAR
           END-IF.
           GOBACK.

       100-GRABAR.
           OPEN EXTEND DIARIO.
           IF DIARIO-FS NOT = '00'
               OPEN OUTPUT DIARIO
           END-IF.
           IF DIARIO-FS = '00'
               MOVE FUNCTION CURRENT-DATE(1:16) TO WS-MOMENTO
               MOVE WS-MOMENTO(1:8) TO DRE-FECHA
               MOVE WS-MOMENTO(9:8) TO DRE-HORA
               IF JRN-USUARIO = SPACES
                   MOVE "BATCH" TO DRE-USUARIO
               ELSE
                   MOVE JRN-USUARIO TO DRE-USUARIO
               END-IF
               MOVE JRN-PROGRAMA TO DRE-PROGRAMA
               MOVE JRN-ARCHIVO TO DRE-ARCHIVO
               MOVE JRN-OPER TO DRE-OPER
               MOVE JRN-IMAGEN TO DRE-IMAGEN
               WRITE DRE-REG
               CLOSE DIARIO
               MOVE 'S' TO JRN-OK
           ELSE
               DISPLAY "AVISO: NO SE PUDO GRABAR DIARIO_RECUPERO.DAT "
                   "(ESTADO " DIARIO-FS ")"
           END-IF.

       END PROGRAM DIARIOREC.
