       IDENTIFICATION DIVISION.

       PROGRAM-ID. REAPLICAR.

      * Reaplicacion del diario de recuperacion (DIARIO_RECUPERO.DAT)
      * sobre un archivo restaurado con RESPGENERACIONES. Se elige el
      * archivo, la generacion restaurada (o una fecha y hora de
      * partida) y el momento hasta el cual reaplicar; se recorre el
      * diario en el orden en que se grabo y se vuelve a dar cada
      * alta, modificacion o baja de ese archivo dentro del rango.
      *   A = alta: si la clave ya existe con el mismo contenido se
      *       cuenta como ya aplicada; con otro contenido no se pisa.
      *   M = modificacion: se regraba la imagen nueva.
      *   B = baja: se borra la clave.
      * Lo que no se pudo aplicar sale en REAPLICAR.PRN con el motivo.
      * Debe correr con el sistema quieto.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL DIARIO ASSIGN TO "DIARIO_RECUPERO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-FS.

           SELECT OPTIONAL CATALOGO ASSIGN TO "RESPALDO_CATALOGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOGO-FS.

           SELECT LISTADO ASSIGN TO "REAPLICAR.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

           SELECT HOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-KEY
               ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
               FILE STATUS IS ARCH-FS.

           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS ARCH-FS.

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS ARCH-FS.

           SELECT TAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-KEY
               FILE STATUS IS ARCH-FS.

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

       FD CATALOGO
           LABEL RECORD OMITTED.
       01 CAT-REG.
           03 CAT-GEN PIC 9(4).
           03 FILLER PIC X.
           03 CAT-FECHA PIC X(8).
           03 FILLER PIC X.
           03 CAT-ARCHIVO PIC X(16).
           03 FILLER PIC X.
           03 CAT-REGISTROS PIC 9(7).
           03 FILLER PIC X.
           03 CAT-HORA PIC X(6).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(132).

       FD HOR
           VALUE OF FILE-ID IS "HORAS.DAT".
       01 HOR-REG.
           02 HOR-KEY.
               03 HOR-CONS PIC 9(3).
               03 HOR-ALT-KEY.
                   04 HOR-FECHA PIC X(8).
                   04 HOR-CLIENTE PIC 9(4).
               03 HOR-SECUENCIA PIC 9(2).
           02 HOR-DATOS PIC X(81).

       FD CON
           VALUE OF FILE-ID IS "CONSULTORES.DAT".
       01 CON-REG.
           03 CON-COD-CONS PIC 9(3).
           03 CON-RESTO PIC X(77).

       FD CLI
           VALUE OF FILE-ID IS "CLIENTES.DAT".
       01 CLI-REG.
           03 CLI-COD-CLIENTE PIC 9(4).
           03 CLI-RESTO PIC X(179).

       FD TAR
           VALUE OF FILE-ID IS "TARIFAS.DAT".
       01 TAR-REG.
           02 TAR-KEY PIC X(18).
           02 TAR-DATA PIC X(27).

       WORKING-STORAGE SECTION.

       01 DIARIO-FS PIC X(2).
       01 CATALOGO-FS PIC X(2).
       01 LISTADO-FS PIC X(2).
       01 ARCH-FS PIC X(2).

       01 WS-CONFIRMA PIC X.
       01 WS-OPCION-ARCH PIC 9.
       01 WS-ARCHIVO PIC X(16).
       01 WS-LARGO PIC 9(3).
       01 WS-LARGO-CLAVE PIC 9(3).
       01 WS-GEN-PEDIDA PIC 9(4).
       01 WS-HALLADO PIC X.
       01 WS-FIN PIC X.
       01 WS-DESDE PIC X(14).
       01 WS-HASTA PIC X(14).
       01 WS-MOMENTO PIC X(14).
       01 WS-RESULTADO PIC X.
           88 WS-APLICADO VALUE 'A'.
           88 WS-YA-APLICADO VALUE 'Y'.
           88 WS-NO-APLICADO VALUE 'N'.
       01 WS-MOTIVO PIC X(40).
       01 WS-IMAGEN PIC X(200).

       01 WS-CANT-LEIDOS PIC 9(7) VALUE ZERO.
       01 WS-CANT-EN-RANGO PIC 9(7) VALUE ZERO.
       01 WS-CANT-APLICADOS PIC 9(7) VALUE ZERO.
       01 WS-CANT-YA-APLICADOS PIC 9(7) VALUE ZERO.
       01 WS-CANT-NO-APLICADOS PIC 9(7) VALUE ZERO.

       01 WS-LIN-DET.
           03 WS-LIN-FECHA PIC X(8).
           03 FILLER PIC X VALUE SPACE.
           03 WS-LIN-HORA PIC X(6).
           03 FILLER PIC X VALUE SPACE.
           03 WS-LIN-USUARIO PIC X(8).
           03 FILLER PIC X VALUE SPACE.
           03 WS-LIN-PROGRAMA PIC X(12).
           03 FILLER PIC X VALUE SPACE.
           03 WS-LIN-OPER PIC X.
           03 FILLER PIC X VALUE SPACE.
           03 WS-LIN-CLAVE PIC X(18).
           03 FILLER PIC X VALUE SPACE.
           03 WS-LIN-MOTIVO PIC X(40).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "REAPLICACION DEL DIARIO DE RECUPERACION".
           DISPLAY "SE APLICA SOBRE UN ARCHIVO YA RESTAURADO. CORRER "
               "CON EL SISTEMA QUIETO. CONFIRMA (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY "PROCESO CANCELADO"
               STOP RUN.
           PERFORM 100-ELEGIR-ARCHIVO.
           IF WS-ARCHIVO = SPACES
               DISPLAY "OPCION INVALIDA"
               STOP RUN.
           PERFORM 200-ELEGIR-DESDE.
           IF WS-DESDE = SPACES
               STOP RUN.
           PERFORM 250-ELEGIR-HASTA.
           IF WS-HASTA < WS-DESDE
               DISPLAY "EL MOMENTO FINAL ES ANTERIOR AL DE PARTIDA"
               STOP RUN.
           PERFORM 300-ABRIR.
           IF ARCH-FS NOT = '00'
               DISPLAY "NO SE PUDO ABRIR " WS-ARCHIVO
                   " (ESTADO " ARCH-FS ")"
               STOP RUN.
           MOVE 'N' TO WS-FIN.
           PERFORM 400-LEER-DIARIO UNTIL WS-FIN = 'S'.
           PERFORM 900-FIN.
           STOP RUN.

       100-ELEGIR-ARCHIVO.
           DISPLAY "ARCHIVO A REAPLICAR:".
           DISPLAY "    1=HORAS.DAT".
           DISPLAY "    2=CONSULTORES.DAT".
           DISPLAY "    3=CLIENTES.DAT".
           DISPLAY "    4=TARIFAS.DAT".
           ACCEPT WS-OPCION-ARCH.
           EVALUATE WS-OPCION-ARCH
               WHEN 1
                   MOVE "HORAS.DAT" TO WS-ARCHIVO
                   MOVE 98 TO WS-LARGO
                   MOVE 17 TO WS-LARGO-CLAVE
               WHEN 2
                   MOVE "CONSULTORES.DAT" TO WS-ARCHIVO
                   MOVE 80 TO WS-LARGO
                   MOVE 3 TO WS-LARGO-CLAVE
               WHEN 3
                   MOVE "CLIENTES.DAT" TO WS-ARCHIVO
                   MOVE 183 TO WS-LARGO
                   MOVE 4 TO WS-LARGO-CLAVE
               WHEN 4
                   MOVE "TARIFAS.DAT" TO WS-ARCHIVO
                   MOVE 45 TO WS-LARGO
                   MOVE 18 TO WS-LARGO-CLAVE
               WHEN OTHER
                   MOVE SPACES TO WS-ARCHIVO
           END-EVALUATE.

      * El punto de partida es el comienzo del respaldo restaurado,
      * tal como quedo en el catalogo. Las generaciones catalogadas
      * antes de guardar la hora se toman desde las 00:00 de ese dia.
       200-ELEGIR-DESDE.
           MOVE SPACES TO WS-DESDE.
           DISPLAY "GENERACION RESTAURADA (0 = INDICAR FECHA Y HORA)".
           ACCEPT WS-GEN-PEDIDA.
           IF WS-GEN-PEDIDA = ZERO
               DISPLAY "REAPLICAR DESDE (AAAAMMDDHHMMSS)"
               ACCEPT WS-DESDE
               IF WS-DESDE(1:8) IS NOT NUMERIC
                   DISPLAY "FECHA INVALIDA"
                   MOVE SPACES TO WS-DESDE
               ELSE
                   INSPECT WS-DESDE REPLACING ALL SPACE BY ZERO
               END-IF
           ELSE
               PERFORM 210-BUSCAR-EN-CATALOGO
               IF WS-HALLADO = 'N'
                   DISPLAY "LA GENERACION " WS-GEN-PEDIDA
                       " DE " WS-ARCHIVO " NO FIGURA EN EL CATALOGO"
               END-IF
           END-IF.
           IF WS-DESDE NOT = SPACES
               DISPLAY "SE REAPLICA DESDE " WS-DESDE
           END-IF.

       210-BUSCAR-EN-CATALOGO.
           MOVE 'N' TO WS-HALLADO.
           OPEN INPUT CATALOGO.
           IF CATALOGO-FS = '00'
               MOVE 'N' TO WS-FIN
               PERFORM 220-BUSCAR-UNA UNTIL WS-FIN = 'S'
           END-IF.
           CLOSE CATALOGO.

       220-BUSCAR-UNA.
           READ CATALOGO RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               IF CAT-GEN = WS-GEN-PEDIDA
                   AND CAT-ARCHIVO = WS-ARCHIVO
                   MOVE 'S' TO WS-HALLADO
                   MOVE CAT-FECHA TO WS-DESDE(1:8)
                   IF CAT-HORA IS NUMERIC
                       MOVE CAT-HORA TO WS-DESDE(9:6)
                   ELSE
                       MOVE "000000" TO WS-DESDE(9:6)
                   END-IF
               END-IF
           END-IF.

       250-ELEGIR-HASTA.
           DISPLAY "REAPLICAR HASTA (AAAAMMDDHHMMSS, "
               "EN BLANCO = TODO EL DIARIO)".
           MOVE SPACES TO WS-HASTA.
           ACCEPT WS-HASTA.
           IF WS-HASTA = SPACES
               MOVE ALL "9" TO WS-HASTA
           ELSE
               INSPECT WS-HASTA REPLACING ALL SPACE BY "9"
           END-IF.
           DISPLAY "SE REAPLICA HASTA " WS-HASTA.

       300-ABRIR.
           EVALUATE WS-OPCION-ARCH
               WHEN 1 OPEN I-O HOR
               WHEN 2 OPEN I-O CON
               WHEN 3 OPEN I-O CLI
               WHEN 4 OPEN I-O TAR
           END-EVALUATE.
           IF ARCH-FS = '00'
               OPEN INPUT DIARIO
               OPEN OUTPUT LISTADO
               MOVE SPACES TO LISTADO-LINEA
               STRING "REAPLICACION DE " DELIMITED BY SIZE
                   WS-ARCHIVO DELIMITED BY SPACE
                   " DESDE " DELIMITED BY SIZE
                   WS-DESDE DELIMITED BY SIZE
                   " HASTA " DELIMITED BY SIZE
                   WS-HASTA DELIMITED BY SIZE
                   " - MOVIMIENTOS NO APLICADOS" DELIMITED BY SIZE
                   INTO LISTADO-LINEA
               WRITE LISTADO-LINEA
               MOVE SPACES TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

      * El diario queda en orden de grabacion, que es el orden en que
      * hay que reaplicarlo.
       400-LEER-DIARIO.
           READ DIARIO RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               ADD 1 TO WS-CANT-LEIDOS
               MOVE DRE-FECHA TO WS-MOMENTO(1:8)
               MOVE DRE-HORA(1:6) TO WS-MOMENTO(9:6)
               IF DRE-ARCHIVO = WS-ARCHIVO
                   AND WS-MOMENTO NOT < WS-DESDE
                   AND WS-MOMENTO NOT > WS-HASTA
                   ADD 1 TO WS-CANT-EN-RANGO
                   PERFORM 410-APLICAR
               END-IF
           END-IF.

       410-APLICAR.
           MOVE 'A' TO WS-RESULTADO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO WS-IMAGEN.
           MOVE DRE-IMAGEN(1:WS-LARGO) TO WS-IMAGEN.
           EVALUATE WS-OPCION-ARCH
               WHEN 1 PERFORM 500-APLICAR-HOR
               WHEN 2 PERFORM 510-APLICAR-CON
               WHEN 3 PERFORM 520-APLICAR-CLI
               WHEN 4 PERFORM 530-APLICAR-TAR
           END-EVALUATE.
           IF DRE-OPER NOT = 'A' AND DRE-OPER NOT = 'M'
               AND DRE-OPER NOT = 'B'
               MOVE 'N' TO WS-RESULTADO
               MOVE "OPERACION DESCONOCIDA EN EL DIARIO" TO WS-MOTIVO
           END-IF.
           EVALUATE TRUE
               WHEN WS-APLICADO
                   ADD 1 TO WS-CANT-APLICADOS
               WHEN WS-YA-APLICADO
                   ADD 1 TO WS-CANT-YA-APLICADOS
               WHEN OTHER
                   ADD 1 TO WS-CANT-NO-APLICADOS
                   PERFORM 600-LISTAR-NO-APLICADO
           END-EVALUATE.

       500-APLICAR-HOR.
           MOVE WS-IMAGEN TO HOR-REG.
           EVALUATE DRE-OPER
               WHEN 'A'
                   WRITE HOR-REG
                       INVALID KEY
                           READ HOR RECORD
                               INVALID KEY CONTINUE
                           END-READ
                           IF ARCH-FS = '00'
                               AND HOR-REG = WS-IMAGEN(1:WS-LARGO)
                               MOVE 'Y' TO WS-RESULTADO
                           ELSE
                               PERFORM 610-CLAVE-EXISTE
                           END-IF
                   END-WRITE
               WHEN 'M'
                   REWRITE HOR-REG
                       INVALID KEY PERFORM 620-NO-EXISTE
                   END-REWRITE
               WHEN 'B'
                   DELETE HOR RECORD
                       INVALID KEY PERFORM 630-NO-EXISTE-BAJA
                   END-DELETE
           END-EVALUATE.

       510-APLICAR-CON.
           MOVE WS-IMAGEN TO CON-REG.
           EVALUATE DRE-OPER
               WHEN 'A'
                   WRITE CON-REG
                       INVALID KEY
                           READ CON RECORD
                               INVALID KEY CONTINUE
                           END-READ
                           IF ARCH-FS = '00'
                               AND CON-REG = WS-IMAGEN(1:WS-LARGO)
                               MOVE 'Y' TO WS-RESULTADO
                           ELSE
                               PERFORM 610-CLAVE-EXISTE
                           END-IF
                   END-WRITE
               WHEN 'M'
                   REWRITE CON-REG
                       INVALID KEY PERFORM 620-NO-EXISTE
                   END-REWRITE
               WHEN 'B'
                   DELETE CON RECORD
                       INVALID KEY PERFORM 630-NO-EXISTE-BAJA
                   END-DELETE
           END-EVALUATE.

       520-APLICAR-CLI.
           MOVE WS-IMAGEN TO CLI-REG.
           EVALUATE DRE-OPER
               WHEN 'A'
                   WRITE CLI-REG
                       INVALID KEY
                           READ CLI RECORD
                               INVALID KEY CONTINUE
                           END-READ
                           IF ARCH-FS = '00'
                               AND CLI-REG = WS-IMAGEN(1:WS-LARGO)
                               MOVE 'Y' TO WS-RESULTADO
                           ELSE
                               PERFORM 610-CLAVE-EXISTE
                           END-IF
                   END-WRITE
               WHEN 'M'
                   REWRITE CLI-REG
                       INVALID KEY PERFORM 620-NO-EXISTE
                   END-REWRITE
               WHEN 'B'
                   DELETE CLI RECORD
                       INVALID KEY PERFORM 630-NO-EXISTE-BAJA
                   END-DELETE
           END-EVALUATE.

       530-APLICAR-TAR.
           MOVE WS-IMAGEN TO TAR-REG.
           EVALUATE DRE-OPER
               WHEN 'A'
                   WRITE TAR-REG
                       INVALID KEY
                           READ TAR RECORD
                               INVALID KEY CONTINUE
                           END-READ
                           IF ARCH-FS = '00'
                               AND TAR-REG = WS-IMAGEN(1:WS-LARGO)
                               MOVE 'Y' TO WS-RESULTADO
                           ELSE
                               PERFORM 610-CLAVE-EXISTE
                           END-IF
                   END-WRITE
               WHEN 'M'
                   REWRITE TAR-REG
                       INVALID KEY PERFORM 620-NO-EXISTE
                   END-REWRITE
               WHEN 'B'
                   DELETE TAR RECORD
                       INVALID KEY PERFORM 630-NO-EXISTE-BAJA
                   END-DELETE
           END-EVALUATE.

       600-LISTAR-NO-APLICADO.
           MOVE DRE-FECHA TO WS-LIN-FECHA.
           MOVE DRE-HORA(1:6) TO WS-LIN-HORA.
           MOVE DRE-USUARIO TO WS-LIN-USUARIO.
           MOVE DRE-PROGRAMA TO WS-LIN-PROGRAMA.
           MOVE DRE-OPER TO WS-LIN-OPER.
           MOVE SPACES TO WS-LIN-CLAVE.
           MOVE WS-IMAGEN(1:WS-LARGO-CLAVE) TO WS-LIN-CLAVE.
           MOVE WS-MOTIVO TO WS-LIN-MOTIVO.
           MOVE WS-LIN-DET TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       610-CLAVE-EXISTE.
           MOVE 'N' TO WS-RESULTADO.
           MOVE "ALTA: LA CLAVE YA EXISTE CON OTRO CONTENIDO"
               TO WS-MOTIVO.

       620-NO-EXISTE.
           MOVE 'N' TO WS-RESULTADO.
           MOVE "MODIFICACION: EL REGISTRO NO EXISTE" TO WS-MOTIVO.

       630-NO-EXISTE-BAJA.
           MOVE 'N' TO WS-RESULTADO.
           MOVE "BAJA: EL REGISTRO NO EXISTE" TO WS-MOTIVO.

       900-FIN.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "EN RANGO: " DELIMITED BY SIZE
               WS-CANT-EN-RANGO DELIMITED BY SIZE
               "  APLICADOS: " DELIMITED BY SIZE
               WS-CANT-APLICADOS DELIMITED BY SIZE
               "  YA APLICADOS: " DELIMITED BY SIZE
               WS-CANT-YA-APLICADOS DELIMITED BY SIZE
               "  NO APLICADOS: " DELIMITED BY SIZE
               WS-CANT-NO-APLICADOS DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           CLOSE DIARIO.
           CLOSE LISTADO.
           EVALUATE WS-OPCION-ARCH
               WHEN 1 CLOSE HOR
               WHEN 2 CLOSE CON
               WHEN 3 CLOSE CLI
               WHEN 4 CLOSE TAR
           END-EVALUATE.
           DISPLAY "MOVIMIENTOS LEIDOS DEL DIARIO: " WS-CANT-LEIDOS.
           DISPLAY "DE " WS-ARCHIVO " EN EL RANGO:  " WS-CANT-EN-RANGO.
           DISPLAY "APLICADOS:                    " WS-CANT-APLICADOS.
           DISPLAY "YA ESTABAN APLICADOS:         "
               WS-CANT-YA-APLICADOS.
           DISPLAY "NO APLICADOS:                 "
               WS-CANT-NO-APLICADOS.
           IF WS-CANT-NO-APLICADOS > ZERO
               DISPLAY "VER EL DETALLE EN REAPLICAR.PRN"
           END-IF.
           DISPLAY "REAPLICACION TERMINADA.".

       END PROGRAM REAPLICAR.
