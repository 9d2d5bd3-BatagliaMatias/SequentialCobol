       IDENTIFICATION DIVISION.

       PROGRAM-ID. ACTIVIDADOPER.

      * Actividad de los operadores y tasa de error de carga en un
      * rango de fechas, para los supervisores. Por operador:
      *   - altas, modificaciones y bajas por archivo: los maestros
      *     de clientes y consultores salen de la pista de auditoria
      *     (AUDITORIA.DAT y sus segmentos archivados); horas,
      *     tarifas y el resto de los archivos, del diario de
      *     recuperacion (DIARIO_RECUPERO.DAT);
      *   - ingresos al sistema y fallidos (SIGNON.LOG);
      *   - horas cargadas a mano (HOR-USUARIO, sin lote de
      *     importacion), las observadas despues en SUPERVISAR-HORAS
      *     y las que generaron excepciones de facturacion
      *     (EXCEPFACT.DAT); con eso la tasa de error;
      *   - actividad fuera del horario laboral o en fin de semana.
      * Se marcan como alerta las bajas masivas (un dia con mas
      * bajas que el umbral) y los cambios sobre las horas del
      * propio consultor del operador (USU-CONS).

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT USU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS USU-FS.

           SELECT AUDIT ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FS.

           SELECT OPTIONAL CATSEG ASSIGN TO "AUDIT_SEGMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATSEG-FS.

           SELECT AUDSEG ASSIGN USING WS-SEG-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDSEG-FS.

           SELECT DIARIO ASSIGN TO "DIARIO_RECUPERO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARIO-FS.

           SELECT SGNLOG ASSIGN TO "SIGNON.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SGNLOG-FS.

           SELECT HOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-KEY
               ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
               FILE STATUS IS HOR-FS.

           SELECT EXCIDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXF-KEY
               FILE STATUS IS EXCIDX-FS.

           SELECT LISTADO ASSIGN TO "ACTIVIDAD_OPERADORES.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

       FD USU
          VALUE OF FILE-ID IS "USUARIOS.DAT".
          01 USU-REG.
            03 USU-ID PIC X(8).
            03 USU-NOMBRE PIC X(25).
            03 USU-ROL PIC X.
                88 USU-ROL-DATAENTRY VALUE 'D'.
                88 USU-ROL-SUPERVISOR VALUE 'S'.
                88 USU-ROL-APROBADOR VALUE 'A'.
                88 USU-ROL-ADMIN VALUE 'X'.
            03 USU-CLAVE PIC X(8).
            03 USU-CLAVE-HASH PIC 9(9).
            03 USU-FECHA-CLAVE PIC X(8).
            03 USU-FORZAR-CAMBIO PIC X.
            03 USU-INTENTOS PIC 9.
            03 USU-CUENTA-BLOQ PIC X.
            03 USU-HASH-ANT1 PIC 9(9).
            03 USU-HASH-ANT2 PIC 9(9).
            03 USU-HASH-ANT3 PIC 9(9).
            03 USU-CONS PIC 9(3).

       FD AUDIT
           LABEL RECORD OMITTED.
       01 AUD-REG.
           03 AUD-FECHA PIC X(8).
           03 AUD-HORA PIC X(6).
           03 AUD-USUARIO PIC X(8).
           03 AUD-PROGRAMA PIC X(12).
           03 AUD-ARCHIVO PIC X(16).
           03 AUD-OPERACION PIC X(8).
           03 AUD-CLAVE PIC X(20).
           03 AUD-ANTES PIC X(120).
           03 AUD-DESPUES PIC X(120).

       FD CATSEG
           LABEL RECORD OMITTED.
       01 CAT-REG.
           03 CAT-ANIO PIC 9(4).
           03 FILLER PIC X.
           03 CAT-ARCHIVO PIC X(20).
           03 FILLER PIC X.
           03 CAT-DESDE PIC X(8).
           03 FILLER PIC X.
           03 CAT-HASTA PIC X(8).
           03 FILLER PIC X.
           03 CAT-REGISTROS PIC 9(7).

       FD AUDSEG
           LABEL RECORD OMITTED.
       01 AUDSEG-REG PIC X(318).

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

       FD SGNLOG
           LABEL RECORD OMITTED.
       01 SGNLOG-LINEA PIC X(60).

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

       FD EXCIDX
          VALUE OF FILE-ID IS "EXCEPFACT.DAT".
          01 EXF-REG.
            02 EXF-KEY.
                03 EXF-NRO-FACT PIC 9(6).
                03 EXF-TIPO PIC X(2).
                03 EXF-CONS PIC 9(3).
                03 EXF-CLIENTE PIC 9(4).
                03 EXF-FECHA PIC X(8).
            02 EXF-DATOS.
                03 EXF-DETALLE PIC X(50).
                03 EXF-ESTADO PIC X(10).
                03 EXF-FECHA-ALTA PIC X(8).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       01 USU-FS                       PIC X(2).
       01 AUDIT-FS                     PIC X(2).
       01 CATSEG-FS                    PIC X(2).
       01 AUDSEG-FS                    PIC X(2).
       01 DIARIO-FS                    PIC X(2).
       01 SGNLOG-FS                    PIC X(2).
       01 HOR-FS                       PIC X(2).
       01 EXCIDX-FS                    PIC X(2).
       01 LISTADO-FS                   PIC X(2).

       01 WS-SEG-NOMBRE                PIC X(20).
       01 WS-FIN                       PIC X.
       01 WS-CAT-FIN                   PIC X.
       01 WS-HOR-FIN                   PIC X.

       01 WS-FECHA-DESDE               PIC X(8).
       01 WS-FECHA-HASTA               PIC X(8).
       01 WS-HORARIO-DESDE             PIC X(4).
       01 WS-HORARIO-HASTA             PIC X(4).
       01 WS-UMBRAL-BAJAS              PIC 9(3).
       01 WS-UMBRAL-ENT                PIC X(3).

      * Movimiento en curso, normalizado desde cualquiera de las
      * fuentes.
       01 WS-MOV-FECHA                 PIC X(8).
       01 WS-MOV-HORA                  PIC X(4).
       01 WS-MOV-USUARIO               PIC X(8).
       01 WS-MOV-ARCHIVO               PIC X(16).
       01 WS-MOV-OPER                  PIC X.
       01 WS-MOV-CONS                  PIC 9(3).
       01 WS-FUERA                     PIC X.
       01 WS-FEC-NUM                   PIC 9(8).
       01 WS-JUL-D                     PIC 9(7).
       01 WS-DIA-SEMANA                PIC 9.

       01 WS-SGN-FECHA                 PIC X(8).
       01 WS-SGN-HORA                  PIC X(6).
       01 WS-SGN-USUARIO               PIC X(8).
       01 WS-SGN-PROGRAMA              PIC X(12).
       01 WS-SGN-RESULTADO             PIC X(10).

      * Operadores: los de USUARIOS.DAT en orden de clave y luego
      * los que solo aparecen en los registros (BATCH, IMPORT,
      * usuarios ya borrados).
       01 WS-OPE-MAX                   PIC 9(3) VALUE 200.
       01 WS-T-OPE-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-T-OPE-TABLA.
           03 WS-T-OPE OCCURS 200 TIMES.
               05 WS-T-OPE-ID          PIC X(8).
               05 WS-T-OPE-NOMBRE      PIC X(25).
               05 WS-T-OPE-CONS        PIC 9(3).
               05 WS-T-OPE-ARCH OCCURS 5 TIMES.
                   07 WS-T-OPE-ALTAS   PIC 9(5).
                   07 WS-T-OPE-MODIF   PIC 9(5).
                   07 WS-T-OPE-BAJAS   PIC 9(5).
               05 WS-T-OPE-INGRESOS    PIC 9(5).
               05 WS-T-OPE-FALLIDOS    PIC 9(5).
               05 WS-T-OPE-FH-INGRESOS PIC 9(5).
               05 WS-T-OPE-FH-CAMBIOS  PIC 9(5).
               05 WS-T-OPE-CARGAS      PIC 9(5).
               05 WS-T-OPE-OBSERVADAS  PIC 9(5).
               05 WS-T-OPE-EXCEPCIONES PIC 9(5).
               05 WS-T-OPE-PROPIAS     PIC 9(5).
               05 WS-T-OPE-DIA         PIC X(8).
               05 WS-T-OPE-DIA-BAJAS   PIC 9(5).
               05 WS-T-OPE-MAX-BAJAS   PIC 9(5).
               05 WS-T-OPE-DIA-MAX     PIC X(8).
       01 WS-I                         PIC 9(3).
       01 WS-J                         PIC 9.
       01 WS-OPE                       PIC 9(3).

       01 WS-T-ARCH-NOMBRES.
           03 FILLER PIC X(16) VALUE "HORAS.DAT".
           03 FILLER PIC X(16) VALUE "CLIENTES.DAT".
           03 FILLER PIC X(16) VALUE "CONSULTORES.DAT".
           03 FILLER PIC X(16) VALUE "TARIFAS.DAT".
           03 FILLER PIC X(16) VALUE "OTROS ARCHIVOS".
       01 WS-T-ARCH-R REDEFINES WS-T-ARCH-NOMBRES.
           03 WS-T-ARCH PIC X(16) OCCURS 5 TIMES.

       01 WS-CANT-IMPORTADAS           PIC 9(7) VALUE ZERO.
       01 WS-CANT-EXC-SIN-CARGA        PIC 9(5) VALUE ZERO.
       01 WS-CANT-DESBORDE             PIC 9(5) VALUE ZERO.
       01 WS-CANT-ALERTAS              PIC 9(5) VALUE ZERO.
       01 WS-CANT-LISTADOS             PIC 9(3) VALUE ZERO.
       01 WS-ERRORES                   PIC 9(6).
       01 WS-TASA                      PIC 9(3)V99.
       01 WS-ACTIVIDAD                 PIC 9(7).

       01 WS-ENC-1.
           03 FILLER               PIC X(36)
               VALUE "ACTIVIDAD DE OPERADORES - DEL      ".
           03 WS-ENC-1-DESDE       PIC X(8).
           03 FILLER               PIC X(4) VALUE " AL ".
           03 WS-ENC-1-HASTA       PIC X(8).
           03 FILLER               PIC X(18)
               VALUE "  HORARIO LABORAL ".
           03 WS-ENC-1-HDESDE      PIC X(4).
           03 FILLER               PIC X VALUE "-".
           03 WS-ENC-1-HHASTA      PIC X(4).

       01 WS-LIN-OPE.
           03 FILLER               PIC X(9) VALUE "OPERADOR ".
           03 WS-LIN-OPE-ID        PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-OPE-NOM       PIC X(25).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-OPE-CONS-TXT  PIC X(10).
           03 WS-LIN-OPE-CONS      PIC X(3).

       01 WS-LIN-ARCH-ENC.
           03 FILLER               PIC X(4) VALUE SPACES.
           03 FILLER               PIC X(18) VALUE "ARCHIVO".
           03 FILLER               PIC X(8) VALUE "   ALTAS".
           03 FILLER               PIC X(8) VALUE "   MODIF".
           03 FILLER               PIC X(8) VALUE "   BAJAS".

       01 WS-LIN-ARCH.
           03 FILLER               PIC X(4) VALUE SPACES.
           03 WS-LIN-ARCH-NOM      PIC X(18).
           03 WS-LIN-ARCH-ALTAS    PIC ZZZZZZZ9.
           03 WS-LIN-ARCH-MODIF    PIC ZZZZZZZ9.
           03 WS-LIN-ARCH-BAJAS    PIC ZZZZZZZ9.

       01 WS-LIN-SGN.
           03 FILLER               PIC X(14) VALUE "    INGRESOS: ".
           03 WS-LIN-SGN-OK        PIC ZZZZ9.
           03 FILLER               PIC X(12) VALUE "  FALLIDOS: ".
           03 WS-LIN-SGN-FALL      PIC ZZZZ9.
           03 FILLER               PIC X(30)
               VALUE "  FUERA DE HORARIO: INGRESOS ".
           03 WS-LIN-SGN-FH-ING    PIC ZZZZ9.
           03 FILLER               PIC X(9) VALUE " CAMBIOS ".
           03 WS-LIN-SGN-FH-CAM    PIC ZZZZ9.

       01 WS-LIN-ERR.
           03 FILLER               PIC X(20) VALUE
               "    HORAS CARGADAS: ".
           03 WS-LIN-ERR-CARGAS    PIC ZZZZ9.
           03 FILLER               PIC X(14) VALUE "  OBSERVADAS: ".
           03 WS-LIN-ERR-OBS       PIC ZZZZ9.
           03 FILLER               PIC X(17) VALUE
               "  CON EXCEPCION: ".
           03 WS-LIN-ERR-EXC       PIC ZZZZ9.
           03 FILLER               PIC X(17) VALUE
               "  TASA DE ERROR: ".
           03 WS-LIN-ERR-TASA      PIC ZZ9,99.
           03 FILLER               PIC X VALUE "%".

       01 WS-LIN-ALERTA.
           03 FILLER               PIC X(4) VALUE SPACES.
           03 FILLER               PIC X(12) VALUE "*** ALERTA: ".
           03 WS-LIN-ALE-TXT       PIC X(84).

       01 WS-ALE-BAJAS.
           03 FILLER               PIC X(25)
               VALUE "BAJAS MASIVAS: ".
           03 WS-ALE-BAJAS-CANT    PIC ZZZZ9.
           03 FILLER               PIC X(12) VALUE " BAJAS EL ".
           03 WS-ALE-BAJAS-DIA     PIC X(8).

       01 WS-ALE-PROPIAS.
           03 FILLER               PIC X(40)
               VALUE "CAMBIOS SOBRE HORAS DEL PROPIO CONSULTOR".
           03 FILLER               PIC X(2) VALUE ": ".
           03 WS-ALE-PROP-CANT     PIC ZZZZ9.

       01 WS-LIN-TOT.
           03 FILLER               PIC X(42)
               VALUE "HORAS IMPORTADAS POR LOTE (SIN OPERADOR): ".
           03 WS-LIN-TOT-IMP       PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 100-LEER-AUDITORIA.
           PERFORM 200-LEER-DIARIO.
           PERFORM 300-LEER-INGRESOS.
           PERFORM 400-LEER-HORAS.
           PERFORM 500-LEER-EXCEPCIONES.
           PERFORM 600-INFORMAR.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "ACTIVIDAD DE OPERADORES Y TASA DE ERROR DE CARGA".
           DISPLAY "INGRESE LA FECHA DESDE (AAAAMMDD, BLANCO = "
               "PRIMERO DEL MES): ".
           MOVE SPACES TO WS-FECHA-DESDE.
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "INGRESE LA FECHA HASTA (AAAAMMDD, BLANCO = HOY): ".
           MOVE SPACES TO WS-FECHA-HASTA.
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-DESDE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-FECHA-DESDE(1:6)
               MOVE "01" TO WS-FECHA-DESDE(7:2)
           END-IF.
           IF WS-FECHA-HASTA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HASTA
           END-IF.
           DISPLAY "INGRESE EL HORARIO LABORAL DESDE (HHMM, BLANCO = "
               "0800): ".
           MOVE SPACES TO WS-HORARIO-DESDE.
           ACCEPT WS-HORARIO-DESDE.
           IF WS-HORARIO-DESDE = SPACES
               MOVE "0800" TO WS-HORARIO-DESDE
           END-IF.
           DISPLAY "INGRESE EL HORARIO LABORAL HASTA (HHMM, BLANCO = "
               "2000): ".
           MOVE SPACES TO WS-HORARIO-HASTA.
           ACCEPT WS-HORARIO-HASTA.
           IF WS-HORARIO-HASTA = SPACES
               MOVE "2000" TO WS-HORARIO-HASTA
           END-IF.
           DISPLAY "INGRESE EL UMBRAL DE BAJAS POR DIA (BLANCO = "
               "20): ".
           MOVE SPACES TO WS-UMBRAL-ENT.
           ACCEPT WS-UMBRAL-ENT.
           IF WS-UMBRAL-ENT = SPACES
               MOVE 20 TO WS-UMBRAL-BAJAS
           ELSE
               COMPUTE WS-UMBRAL-BAJAS = FUNCTION NUMVAL(WS-UMBRAL-ENT)
           END-IF.
           OPEN INPUT USU.
           IF USU-FS = '00'
               MOVE LOW-VALUE TO USU-ID
               MOVE 'N' TO WS-FIN
               START USU KEY IS NOT LESS THAN USU-ID
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 020-CARGAR-USUARIO UNTIL WS-FIN = 'S'
               CLOSE USU
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE WS-FECHA-DESDE TO WS-ENC-1-DESDE.
           MOVE WS-FECHA-HASTA TO WS-ENC-1-HASTA.
           MOVE WS-HORARIO-DESDE TO WS-ENC-1-HDESDE.
           MOVE WS-HORARIO-HASTA TO WS-ENC-1-HHASTA.
           MOVE WS-ENC-1 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       020-CARGAR-USUARIO.
           READ USU NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE USU-ID TO WS-MOV-USUARIO
               PERFORM 800-BUSCAR-OPERADOR
               IF WS-OPE > ZERO
                   MOVE USU-NOMBRE TO WS-T-OPE-NOMBRE(WS-OPE)
                   MOVE USU-CONS TO WS-T-OPE-CONS(WS-OPE)
               END-IF
           END-IF.

      * Pista de auditoria de los maestros: primero los segmentos
      * archivados que se cruzan con el rango, despues la viva.
       100-LEER-AUDITORIA.
           OPEN INPUT CATSEG.
           IF CATSEG-FS = '00'
               MOVE 'N' TO WS-CAT-FIN
               PERFORM 110-LEER-SEGMENTO UNTIL WS-CAT-FIN = 'S'
           END-IF.
           CLOSE CATSEG.
           OPEN INPUT AUDIT.
           IF AUDIT-FS = '00'
               MOVE 'N' TO WS-FIN
               PERFORM 130-LEER-AUDIT-UNO UNTIL WS-FIN = 'S'
               CLOSE AUDIT
           ELSE
               DISPLAY "AVISO: AUDITORIA.DAT NO EXISTE TODAVIA"
           END-IF.
           PERFORM 850-CORTAR-DIAS.

       110-LEER-SEGMENTO.
           READ CATSEG RECORD
               AT END MOVE 'S' TO WS-CAT-FIN
           END-READ.
           IF WS-CAT-FIN = 'N'
               IF CAT-DESDE <= WS-FECHA-HASTA AND
                   CAT-HASTA >= WS-FECHA-DESDE
                   MOVE CAT-ARCHIVO TO WS-SEG-NOMBRE
                   OPEN INPUT AUDSEG
                   IF AUDSEG-FS NOT = '00'
                       DISPLAY "AVISO: FALTA EL SEGMENTO "
                           WS-SEG-NOMBRE
                   ELSE
                       MOVE 'N' TO WS-FIN
                       PERFORM 120-LEER-SEGMENTO-UNO
                           UNTIL WS-FIN = 'S'
                   END-IF
                   CLOSE AUDSEG
               END-IF
           END-IF.

       120-LEER-SEGMENTO-UNO.
           READ AUDSEG RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE AUDSEG-REG TO AUD-REG
               PERFORM 140-PROCESAR-AUDIT
           END-IF.

       130-LEER-AUDIT-UNO.
           READ AUDIT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               PERFORM 140-PROCESAR-AUDIT
           END-IF.

      * El rechazo de un cambio propuesto (control de cuatro ojos)
      * no toca el archivo; la aplicacion cuenta como modificacion
      * de quien la aplico.
       140-PROCESAR-AUDIT.
           IF AUD-FECHA >= WS-FECHA-DESDE AND
               AUD-FECHA <= WS-FECHA-HASTA
               MOVE SPACE TO WS-MOV-OPER
               EVALUATE AUD-OPERACION
                   WHEN "ALTA"     MOVE 'A' TO WS-MOV-OPER
                   WHEN "MODIF"    MOVE 'M' TO WS-MOV-OPER
                   WHEN "APLICADO" MOVE 'M' TO WS-MOV-OPER
                   WHEN "BAJA"     MOVE 'B' TO WS-MOV-OPER
                   WHEN OTHER      CONTINUE
               END-EVALUATE
               IF WS-MOV-OPER NOT = SPACE
                   MOVE AUD-FECHA TO WS-MOV-FECHA
                   MOVE AUD-HORA(1:4) TO WS-MOV-HORA
                   MOVE AUD-USUARIO TO WS-MOV-USUARIO
                   MOVE AUD-ARCHIVO TO WS-MOV-ARCHIVO
                   MOVE ZERO TO WS-MOV-CONS
                   PERFORM 700-REGISTRAR-CAMBIO
               END-IF
           END-IF.

      * Diario de recuperacion: todo menos los maestros que ya
      * cuenta la pista de auditoria.
       200-LEER-DIARIO.
           OPEN INPUT DIARIO.
           IF DIARIO-FS = '00'
               MOVE 'N' TO WS-FIN
               PERFORM 210-LEER-DIARIO-UNO UNTIL WS-FIN = 'S'
               CLOSE DIARIO
           ELSE
               DISPLAY "AVISO: DIARIO_RECUPERO.DAT NO EXISTE TODAVIA"
           END-IF.
           PERFORM 850-CORTAR-DIAS.

       210-LEER-DIARIO-UNO.
           READ DIARIO RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               IF DRE-FECHA >= WS-FECHA-DESDE AND
                   DRE-FECHA <= WS-FECHA-HASTA AND
                   DRE-ARCHIVO NOT = "CLIENTES.DAT" AND
                   DRE-ARCHIVO NOT = "CONSULTORES.DAT"
                   MOVE DRE-FECHA TO WS-MOV-FECHA
                   MOVE DRE-HORA(1:4) TO WS-MOV-HORA
                   MOVE DRE-USUARIO TO WS-MOV-USUARIO
                   MOVE DRE-ARCHIVO TO WS-MOV-ARCHIVO
                   MOVE DRE-OPER TO WS-MOV-OPER
                   MOVE ZERO TO WS-MOV-CONS
                   IF DRE-ARCHIVO = "HORAS.DAT" AND
                       DRE-IMAGEN(1:3) IS NUMERIC
                       MOVE DRE-IMAGEN(1:3) TO WS-MOV-CONS
                   END-IF
                   PERFORM 700-REGISTRAR-CAMBIO
               END-IF
           END-IF.

       300-LEER-INGRESOS.
           OPEN INPUT SGNLOG.
           IF SGNLOG-FS = '00'
               MOVE 'N' TO WS-FIN
               PERFORM 310-LEER-INGRESO-UNO UNTIL WS-FIN = 'S'
               CLOSE SGNLOG
           ELSE
               DISPLAY "AVISO: SIGNON.LOG NO EXISTE TODAVIA"
           END-IF.

       310-LEER-INGRESO-UNO.
           READ SGNLOG RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO WS-SGN-FECHA WS-SGN-HORA WS-SGN-USUARIO
                   WS-SGN-PROGRAMA WS-SGN-RESULTADO
               UNSTRING SGNLOG-LINEA DELIMITED BY ","
                   INTO WS-SGN-FECHA
                        WS-SGN-HORA
                        WS-SGN-USUARIO
                        WS-SGN-PROGRAMA
                        WS-SGN-RESULTADO
               END-UNSTRING
               IF WS-SGN-FECHA >= WS-FECHA-DESDE AND
                   WS-SGN-FECHA <= WS-FECHA-HASTA
                   MOVE WS-SGN-USUARIO TO WS-MOV-USUARIO
                   PERFORM 800-BUSCAR-OPERADOR
                   IF WS-OPE > ZERO
                       IF WS-SGN-RESULTADO = "DENEGADO" OR
                           WS-SGN-RESULTADO = "BLOQUEADO"
                           ADD 1 TO WS-T-OPE-FALLIDOS(WS-OPE)
                       ELSE
                           ADD 1 TO WS-T-OPE-INGRESOS(WS-OPE)
                           MOVE WS-SGN-FECHA TO WS-MOV-FECHA
                           MOVE WS-SGN-HORA(1:4) TO WS-MOV-HORA
                           PERFORM 820-VER-HORARIO
                           IF WS-FUERA = 'S'
                               ADD 1 TO WS-T-OPE-FH-INGRESOS(WS-OPE)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Horas del periodo por quien las cargo. Las que vienen de un
      * lote de importacion no son carga de un operador.
       400-LEER-HORAS.
           OPEN INPUT HOR.
           IF HOR-FS = '00'
               MOVE LOW-VALUE TO HOR-KEY
               MOVE 'N' TO WS-FIN
               START HOR KEY IS NOT LESS THAN HOR-KEY
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 410-LEER-HORA-UNA UNTIL WS-FIN = 'S'
           ELSE
               DISPLAY "AVISO: HORAS.DAT NO EXISTE TODAVIA"
           END-IF.

       410-LEER-HORA-UNA.
           READ HOR NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               IF HOR-FECHA >= WS-FECHA-DESDE AND
                   HOR-FECHA <= WS-FECHA-HASTA
                   IF HOR-LOTE > ZERO
                       ADD 1 TO WS-CANT-IMPORTADAS
                   ELSE
                       MOVE HOR-USUARIO TO WS-MOV-USUARIO
                       PERFORM 800-BUSCAR-OPERADOR
                       IF WS-OPE > ZERO
                           ADD 1 TO WS-T-OPE-CARGAS(WS-OPE)
                           IF HOR-EST-OBSERVADA
                               ADD 1 TO WS-T-OPE-OBSERVADAS(WS-OPE)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Cada excepcion de facturacion se atribuye a quien cargo la
      * hora del consultor, cliente y dia (la primera carga).
       500-LEER-EXCEPCIONES.
           OPEN INPUT EXCIDX.
           IF EXCIDX-FS = '00' AND HOR-FS = '00'
               MOVE LOW-VALUE TO EXF-KEY
               MOVE 'N' TO WS-FIN
               START EXCIDX KEY IS NOT LESS THAN EXF-KEY
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 510-LEER-EXCEPCION-UNA UNTIL WS-FIN = 'S'
           END-IF.
           IF EXCIDX-FS = '00'
               CLOSE EXCIDX
           END-IF.
           IF HOR-FS = '00'
               CLOSE HOR
           END-IF.

       510-LEER-EXCEPCION-UNA.
           READ EXCIDX NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               IF EXF-FECHA >= WS-FECHA-DESDE AND
                   EXF-FECHA <= WS-FECHA-HASTA
                   MOVE EXF-CONS TO HOR-CONS
                   MOVE EXF-FECHA TO HOR-FECHA
                   MOVE EXF-CLIENTE TO HOR-CLIENTE
                   MOVE ZERO TO HOR-SECUENCIA
                   MOVE 'N' TO WS-HOR-FIN
                   START HOR KEY IS NOT LESS THAN HOR-KEY
                       INVALID KEY MOVE 'S' TO WS-HOR-FIN
                   END-START
                   IF WS-HOR-FIN = 'N'
                       READ HOR NEXT RECORD
                           AT END MOVE 'S' TO WS-HOR-FIN
                       END-READ
                   END-IF
                   IF WS-HOR-FIN = 'N' AND
                       HOR-CONS = EXF-CONS AND
                       HOR-FECHA = EXF-FECHA AND
                       HOR-CLIENTE = EXF-CLIENTE AND
                       HOR-LOTE = ZERO
                       MOVE HOR-USUARIO TO WS-MOV-USUARIO
                       PERFORM 800-BUSCAR-OPERADOR
                       IF WS-OPE > ZERO
                           ADD 1 TO WS-T-OPE-EXCEPCIONES(WS-OPE)
                       END-IF
                   ELSE
                       ADD 1 TO WS-CANT-EXC-SIN-CARGA
                   END-IF
               END-IF
           END-IF.

       600-INFORMAR.
           PERFORM 610-INFORMAR-OPERADOR
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-OPE-COUNT.
           MOVE WS-CANT-IMPORTADAS TO WS-LIN-TOT-IMP.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       610-INFORMAR-OPERADOR.
           MOVE ZERO TO WS-ACTIVIDAD.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
               ADD WS-T-OPE-ALTAS(WS-I, WS-J) WS-T-OPE-MODIF(WS-I, WS-J)
                   WS-T-OPE-BAJAS(WS-I, WS-J) TO WS-ACTIVIDAD
           END-PERFORM.
           ADD WS-T-OPE-INGRESOS(WS-I) WS-T-OPE-FALLIDOS(WS-I)
               WS-T-OPE-CARGAS(WS-I) WS-T-OPE-EXCEPCIONES(WS-I)
               TO WS-ACTIVIDAD.
           IF WS-ACTIVIDAD > ZERO
               ADD 1 TO WS-CANT-LISTADOS
               MOVE WS-T-OPE-ID(WS-I) TO WS-LIN-OPE-ID
               MOVE WS-T-OPE-NOMBRE(WS-I) TO WS-LIN-OPE-NOM
               IF WS-T-OPE-CONS(WS-I) > ZERO
                   MOVE "CONSULTOR " TO WS-LIN-OPE-CONS-TXT
                   MOVE WS-T-OPE-CONS(WS-I) TO WS-LIN-OPE-CONS
               ELSE
                   MOVE SPACES TO WS-LIN-OPE-CONS-TXT
                   MOVE SPACES TO WS-LIN-OPE-CONS
               END-IF
               MOVE WS-LIN-OPE TO LISTADO-LINEA
               WRITE LISTADO-LINEA
               MOVE WS-LIN-ARCH-ENC TO LISTADO-LINEA
               WRITE LISTADO-LINEA
               PERFORM 620-INFORMAR-ARCHIVO
                   VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
               MOVE WS-T-OPE-INGRESOS(WS-I) TO WS-LIN-SGN-OK
               MOVE WS-T-OPE-FALLIDOS(WS-I) TO WS-LIN-SGN-FALL
               MOVE WS-T-OPE-FH-INGRESOS(WS-I) TO WS-LIN-SGN-FH-ING
               MOVE WS-T-OPE-FH-CAMBIOS(WS-I) TO WS-LIN-SGN-FH-CAM
               MOVE WS-LIN-SGN TO LISTADO-LINEA
               WRITE LISTADO-LINEA
      *        Tasa de error: cargas observadas o con excepcion
      *        sobre las horas cargadas por el operador.
               ADD WS-T-OPE-OBSERVADAS(WS-I) WS-T-OPE-EXCEPCIONES(WS-I)
                   GIVING WS-ERRORES
               IF WS-T-OPE-CARGAS(WS-I) > ZERO
                   COMPUTE WS-TASA ROUNDED =
                       WS-ERRORES * 100 / WS-T-OPE-CARGAS(WS-I)
                       ON SIZE ERROR MOVE 999,99 TO WS-TASA
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-TASA
               END-IF
               MOVE WS-T-OPE-CARGAS(WS-I) TO WS-LIN-ERR-CARGAS
               MOVE WS-T-OPE-OBSERVADAS(WS-I) TO WS-LIN-ERR-OBS
               MOVE WS-T-OPE-EXCEPCIONES(WS-I) TO WS-LIN-ERR-EXC
               MOVE WS-TASA TO WS-LIN-ERR-TASA
               MOVE WS-LIN-ERR TO LISTADO-LINEA
               WRITE LISTADO-LINEA
               IF WS-T-OPE-MAX-BAJAS(WS-I) > WS-UMBRAL-BAJAS
                   ADD 1 TO WS-CANT-ALERTAS
                   MOVE WS-T-OPE-MAX-BAJAS(WS-I) TO WS-ALE-BAJAS-CANT
                   MOVE WS-T-OPE-DIA-MAX(WS-I) TO WS-ALE-BAJAS-DIA
                   MOVE WS-ALE-BAJAS TO WS-LIN-ALE-TXT
                   MOVE WS-LIN-ALERTA TO LISTADO-LINEA
                   WRITE LISTADO-LINEA
               END-IF
               IF WS-T-OPE-PROPIAS(WS-I) > ZERO
                   ADD 1 TO WS-CANT-ALERTAS
                   MOVE WS-T-OPE-PROPIAS(WS-I) TO WS-ALE-PROP-CANT
                   MOVE WS-ALE-PROPIAS TO WS-LIN-ALE-TXT
                   MOVE WS-LIN-ALERTA TO LISTADO-LINEA
                   WRITE LISTADO-LINEA
               END-IF
               MOVE SPACES TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

       620-INFORMAR-ARCHIVO.
           IF WS-T-OPE-ALTAS(WS-I, WS-J) > ZERO OR
               WS-T-OPE-MODIF(WS-I, WS-J) > ZERO OR
               WS-T-OPE-BAJAS(WS-I, WS-J) > ZERO
               MOVE WS-T-ARCH(WS-J) TO WS-LIN-ARCH-NOM
               MOVE WS-T-OPE-ALTAS(WS-I, WS-J) TO WS-LIN-ARCH-ALTAS
               MOVE WS-T-OPE-MODIF(WS-I, WS-J) TO WS-LIN-ARCH-MODIF
               MOVE WS-T-OPE-BAJAS(WS-I, WS-J) TO WS-LIN-ARCH-BAJAS
               MOVE WS-LIN-ARCH TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

      * Alta, modificacion o baja de un operador sobre un archivo,
      * con los controles de horario, horas propias y bajas del dia.
       700-REGISTRAR-CAMBIO.
           PERFORM 800-BUSCAR-OPERADOR.
           IF WS-OPE > ZERO
               EVALUATE WS-MOV-ARCHIVO
                   WHEN "HORAS.DAT"       MOVE 1 TO WS-J
                   WHEN "CLIENTES.DAT"    MOVE 2 TO WS-J
                   WHEN "CONSULTORES.DAT" MOVE 3 TO WS-J
                   WHEN "TARIFAS.DAT"     MOVE 4 TO WS-J
                   WHEN OTHER             MOVE 5 TO WS-J
               END-EVALUATE
               EVALUATE WS-MOV-OPER
                   WHEN 'A'
                       ADD 1 TO WS-T-OPE-ALTAS(WS-OPE, WS-J)
                   WHEN 'M'
                       ADD 1 TO WS-T-OPE-MODIF(WS-OPE, WS-J)
                   WHEN 'B'
                       ADD 1 TO WS-T-OPE-BAJAS(WS-OPE, WS-J)
                       PERFORM 710-CONTAR-BAJA-DIA
               END-EVALUATE
               PERFORM 820-VER-HORARIO
               IF WS-FUERA = 'S'
                   ADD 1 TO WS-T-OPE-FH-CAMBIOS(WS-OPE)
               END-IF
               IF WS-MOV-CONS > ZERO AND
                   WS-MOV-CONS = WS-T-OPE-CONS(WS-OPE) AND
                   (WS-MOV-OPER = 'M' OR WS-MOV-OPER = 'B')
                   ADD 1 TO WS-T-OPE-PROPIAS(WS-OPE)
               END-IF
           END-IF.

      * Cada fuente viene en orden cronologico: al cambiar el dia se
      * cierra el conteo del anterior.
       710-CONTAR-BAJA-DIA.
           IF WS-MOV-FECHA NOT = WS-T-OPE-DIA(WS-OPE)
               PERFORM 860-CERRAR-DIA-OPERADOR
               MOVE WS-MOV-FECHA TO WS-T-OPE-DIA(WS-OPE)
           END-IF.
           ADD 1 TO WS-T-OPE-DIA-BAJAS(WS-OPE).

       800-BUSCAR-OPERADOR.
           IF WS-MOV-USUARIO = SPACES
               MOVE "SINFIRMA" TO WS-MOV-USUARIO
           END-IF.
           MOVE ZERO TO WS-OPE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-OPE-COUNT OR WS-OPE > ZERO
               IF WS-T-OPE-ID(WS-I) = WS-MOV-USUARIO
                   MOVE WS-I TO WS-OPE
               END-IF
           END-PERFORM.
           IF WS-OPE = ZERO
               IF WS-T-OPE-COUNT < WS-OPE-MAX
                   ADD 1 TO WS-T-OPE-COUNT
                   MOVE WS-T-OPE-COUNT TO WS-OPE
                   INITIALIZE WS-T-OPE(WS-OPE)
                   MOVE WS-MOV-USUARIO TO WS-T-OPE-ID(WS-OPE)
               ELSE
                   ADD 1 TO WS-CANT-DESBORDE
               END-IF
           END-IF.

      * Fuera de horario: antes o despues del horario laboral, o en
      * sabado o domingo.
       820-VER-HORARIO.
           MOVE 'N' TO WS-FUERA.
           IF WS-MOV-HORA < WS-HORARIO-DESDE OR
               WS-MOV-HORA >= WS-HORARIO-HASTA
               MOVE 'S' TO WS-FUERA
           ELSE
               IF WS-MOV-FECHA IS NUMERIC
                   MOVE WS-MOV-FECHA TO WS-FEC-NUM
                   COMPUTE WS-JUL-D =
                       FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
                   COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JUL-D, 7)
                   IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
                       MOVE 'S' TO WS-FUERA
                   END-IF
               END-IF
           END-IF.

      * Fin de una fuente: se cierra el dia en curso de cada
      * operador para que la fuente siguiente empiece de cero.
       850-CORTAR-DIAS.
           PERFORM VARYING WS-OPE FROM 1 BY 1
               UNTIL WS-OPE > WS-T-OPE-COUNT
               PERFORM 860-CERRAR-DIA-OPERADOR
               MOVE SPACES TO WS-T-OPE-DIA(WS-OPE)
           END-PERFORM.

       860-CERRAR-DIA-OPERADOR.
           IF WS-T-OPE-DIA-BAJAS(WS-OPE) > WS-T-OPE-MAX-BAJAS(WS-OPE)
               MOVE WS-T-OPE-DIA-BAJAS(WS-OPE)
                   TO WS-T-OPE-MAX-BAJAS(WS-OPE)
               MOVE WS-T-OPE-DIA(WS-OPE) TO WS-T-OPE-DIA-MAX(WS-OPE)
           END-IF.
           MOVE ZERO TO WS-T-OPE-DIA-BAJAS(WS-OPE).

       900-FIN.
           CLOSE LISTADO.
           DISPLAY "OPERADORES CON ACTIVIDAD:      " WS-CANT-LISTADOS.
           DISPLAY "ALERTAS INFORMADAS:            " WS-CANT-ALERTAS.
           DISPLAY "HORAS IMPORTADAS POR LOTE:     " WS-CANT-IMPORTADAS.
           IF WS-CANT-EXC-SIN-CARGA > ZERO
               DISPLAY "EXCEPCIONES SIN CARGA DE OPERADOR: "
                   WS-CANT-EXC-SIN-CARGA
           END-IF.
           IF WS-CANT-DESBORDE > ZERO
               DISPLAY "MOVIMIENTOS NO CONTADOS (MAS DE 200 "
                   "OPERADORES): " WS-CANT-DESBORDE
           END-IF.
           DISPLAY "LISTADO GRABADO EN ACTIVIDAD_OPERADORES.PRN".

       END PROGRAM ACTIVIDADOPER.
