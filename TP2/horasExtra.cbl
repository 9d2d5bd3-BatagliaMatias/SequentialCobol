       IDENTIFICATION DIVISION.

       PROGRAM-ID. HORASEXTRA.

      * Horas extra del personal propio para la nomina, a partir de
      * todas las horas cargadas en HORAS.DAT (facturables o no),
      * por consultor y dia:
      *   - dia habil: lo que pasa del tope diario es extra al 50%;
      *   - sabado, domingo y feriado (FERIADOS.DAT): todo lo cargado
      *     es extra al 100%;
      *   - semana (lunes a domingo): lo normal que pasa del tope
      *     semanal es extra al 50%. Cada feriado o ausencia en dia
      *     habil baja el tope semanal en un tope diario. La semana
      *     se liquida en el mes en que cae su domingo, leyendo los
      *     dias del mes anterior que le pertenecen;
      *   - dia con ausencia registrada en AUSENCIAS.DAT: las horas
      *     no se liquidan y se informan aparte.
      * Los subcontratados (CON-SUBCONTRATADO) no se liquidan.
      * Se graba NOMINA_EXTRAS.TXT, de ancho fijo, que el servicio de
      * nomina ingiere junto con NOMINA.TXT (un registro por
      * legajo y recargo), y el listado HORAS_EXTRA.PRN para RRHH.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS CON-FS.

           SELECT HOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-KEY
               ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
               FILE STATUS IS HOR-FS.

           SELECT FER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FER-FECHA
               FILE STATUS IS FER-FS.

           SELECT AUS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-KEY
               FILE STATUS IS AUS-FS.

      * Archivo de ancho fijo para el servicio de nomina: legajo,
      * periodo, recargo (050 o 100) y horas extra.
           SELECT NOMEXT ASSIGN TO "NOMINA_EXTRAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMEXT-FS.

           SELECT LISTADO ASSIGN TO "HORAS_EXTRA.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

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

       FD FER
          VALUE OF FILE-ID IS "FERIADOS.DAT".
       01 FER-REG.
           03 FER-FECHA PIC X(8).
           03 FER-DESC PIC X(30).

       FD AUS
          VALUE OF FILE-ID IS "AUSENCIAS.DAT".
       01 AUS-REG.
           02 AUS-KEY.
               03 AUS-CONS PIC 9(3).
               03 AUS-DESDE PIC X(8).
           02 AUS-DATOS.
               03 AUS-HASTA PIC X(8).
               03 AUS-MOTIVO PIC X(20).

       FD NOMEXT
           LABEL RECORD OMITTED.
       01 NEX-REG.
           03 NEX-LEGAJO PIC 9(3).
           03 NEX-PERIODO PIC X(6).
           03 NEX-RECARGO PIC 9(3).
           03 NEX-HORAS PIC 9(5)V99.

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       01 CON-FS                       PIC X(2).
           88 CON-OK                          VALUE '00'.
           88 CON-EOF                         VALUE '10'.
       01 HOR-FS                       PIC X(2).
       01 FER-FS                       PIC X(2).
       01 AUS-FS                       PIC X(2).
       01 NOMEXT-FS                    PIC X(2).
       01 LISTADO-FS                   PIC X(2).

       01 WS-PERIODO                   PIC X(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PERIODO-AA            PIC 9(4).
           03 WS-PERIODO-MM            PIC 9(2).
       01 WS-TOPE-DIA                  PIC 9(2)V99.
       01 WS-TOPE-SEMANA               PIC 9(3)V99.
       01 WS-HAY-FERIADOS              PIC X VALUE 'N'.
       01 WS-HAY-AUSENCIAS             PIC X VALUE 'N'.

       01 WS-FEC-NUM                   PIC 9(8).
       01 WS-FEC-NUM-R REDEFINES WS-FEC-NUM.
           03 WS-FEC-AA                PIC 9(4).
           03 WS-FEC-MM                PIC 9(2).
           03 WS-FEC-DD                PIC 9(2).
       01 WS-FEC-DIA                   PIC X(8).
       01 WS-JUL-MES-DESDE             PIC 9(7).
       01 WS-JUL-MES-HASTA             PIC 9(7).
       01 WS-JUL-INICIO                PIC 9(7).
       01 WS-JUL-D                     PIC 9(7).
       01 WS-DIA-SEMANA                PIC 9.
       01 WS-DESPLAZAMIENTO            PIC 9.
       01 WS-ES-FERIADO                PIC X.
       01 WS-ESTA-AUSENTE              PIC X.
       01 WS-EN-MES                    PIC X.
       01 WS-AUS-FIN                   PIC X.
       01 WS-HOR-FIN                   PIC X.
       01 WS-HORAS-DEL-DIA             PIC S9(4)V99.
       01 WS-EXCESO                    PIC S9(4)V99.

      * Acumulados de la semana y del consultor.
       01 WS-SEM-NORMALES              PIC S9(5)V99.
       01 WS-SEM-TOPE                  PIC S9(5)V99.
       01 WS-CON-EXTRA-50              PIC S9(5)V99.
       01 WS-CON-EXTRA-100             PIC S9(5)V99.
       01 WS-CON-AUSENCIA              PIC S9(5)V99.
       01 WS-CON-TRABAJADAS            PIC S9(5)V99.

       01 WS-TOT-EXTRA-50              PIC S9(7)V99 VALUE ZERO.
       01 WS-TOT-EXTRA-100             PIC S9(7)V99 VALUE ZERO.
       01 WS-TOT-AUSENCIA              PIC S9(7)V99 VALUE ZERO.
       01 WS-CANT-LIQUIDADOS           PIC 9(4) VALUE ZERO.
       01 WS-CANT-SUBCONTR             PIC 9(4) VALUE ZERO.
       01 WS-CANT-REGISTROS            PIC 9(5) VALUE ZERO.

       01 WS-ENC-1.
           03 FILLER               PIC X(37)
               VALUE "HORAS EXTRA PARA NOMINA - PERIODO   ".
           03 WS-ENC-1-PER         PIC X(6).
           03 FILLER               PIC X(14) VALUE "  TOPE DIARIO ".
           03 WS-ENC-1-DIA         PIC Z9,99.
           03 FILLER               PIC X(10) VALUE "  SEMANAL ".
           03 WS-ENC-1-SEM         PIC ZZ9,99.

       01 WS-ENC-2.
           03 FILLER               PIC X(33)
               VALUE "CON APELLIDO Y NOMBRE           ".
           03 FILLER               PIC X(12) VALUE " TRABAJADAS".
           03 FILLER               PIC X(12) VALUE "   EXTRA 50%".
           03 FILLER               PIC X(12) VALUE "  EXTRA 100%".
           03 FILLER               PIC X(13) VALUE "  EN AUSENCIA".

       01 WS-LIN-DET.
           03 WS-LIN-CONS          PIC 9(3).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-NOM           PIC X(25).
           03 FILLER               PIC X(4) VALUE SPACES.
           03 WS-LIN-TRAB          PIC -ZZZZ9,99.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-E50           PIC -ZZZZ9,99.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-E100          PIC -ZZZZ9,99.
           03 FILLER               PIC X(4) VALUE SPACES.
           03 WS-LIN-AUS           PIC -ZZZZ9,99.

       01 WS-LIN-TOT.
           03 FILLER               PIC X(45) VALUE "TOTALES".
           03 WS-LIN-TOT-E50       PIC -ZZZZZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-TOT-E100      PIC -ZZZZZZ9,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-TOT-AUS       PIC -ZZZZZZ9,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 100-PROCESAR-CONSULTOR UNTIL CON-EOF.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "LIQUIDACION DE HORAS EXTRA PARA NOMINA".
           DISPLAY "INGRESE EL PERIODO (AAAAMM): ".
           ACCEPT WS-PERIODO.
           DISPLAY "INGRESE EL TOPE DIARIO DE HORAS (0 = 8,00): ".
           ACCEPT WS-TOPE-DIA.
           IF WS-TOPE-DIA = ZERO
               MOVE 8 TO WS-TOPE-DIA
           END-IF.
           DISPLAY "INGRESE EL TOPE SEMANAL DE HORAS (0 = 48,00): ".
           ACCEPT WS-TOPE-SEMANA.
           IF WS-TOPE-SEMANA = ZERO
               MOVE 48 TO WS-TOPE-SEMANA
           END-IF.
      *    Dias del mes y lunes de la semana del primer dia.
           MOVE WS-PERIODO-AA TO WS-FEC-AA.
           MOVE WS-PERIODO-MM TO WS-FEC-MM.
           MOVE 1 TO WS-FEC-DD.
           COMPUTE WS-JUL-MES-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FEC-NUM).
           IF WS-FEC-MM = 12
               ADD 1 TO WS-FEC-AA
               MOVE 1 TO WS-FEC-MM
           ELSE
               ADD 1 TO WS-FEC-MM
           END-IF.
           COMPUTE WS-JUL-MES-HASTA =
               FUNCTION INTEGER-OF-DATE(WS-FEC-NUM) - 1.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JUL-MES-DESDE, 7).
           COMPUTE WS-DESPLAZAMIENTO =
               FUNCTION MOD(WS-DIA-SEMANA + 6, 7).
           SUBTRACT WS-DESPLAZAMIENTO FROM WS-JUL-MES-DESDE
               GIVING WS-JUL-INICIO.
           OPEN INPUT CON.
           IF NOT CON-OK
               DISPLAY "ERROR APERTURA CONSULTORES.DAT"
               STOP RUN.
           OPEN INPUT HOR.
           IF HOR-FS NOT = '00'
               DISPLAY "ERROR APERTURA HORAS.DAT"
               CLOSE CON
               STOP RUN.
           OPEN INPUT FER.
           IF FER-FS = '00'
               MOVE 'S' TO WS-HAY-FERIADOS
           END-IF.
           OPEN INPUT AUS.
           IF AUS-FS = '00'
               MOVE 'S' TO WS-HAY-AUSENCIAS
           END-IF.
           OPEN OUTPUT NOMEXT.
           OPEN OUTPUT LISTADO.
           MOVE WS-PERIODO TO WS-ENC-1-PER.
           MOVE WS-TOPE-DIA TO WS-ENC-1-DIA.
           MOVE WS-TOPE-SEMANA TO WS-ENC-1-SEM.
           MOVE WS-ENC-1 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-2 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE ZERO TO CON-COD-CONS.
           START CON KEY IS NOT LESS THAN CON-COD-CONS
               INVALID KEY MOVE '10' TO CON-FS
           END-START.

       100-PROCESAR-CONSULTOR.
           READ CON NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT CON-EOF
               IF CON-SUBCONTRATISTA
                   ADD 1 TO WS-CANT-SUBCONTR
               ELSE
                   PERFORM 110-LIQUIDAR-CONSULTOR
               END-IF
           END-IF.

       110-LIQUIDAR-CONSULTOR.
           MOVE ZERO TO WS-CON-EXTRA-50.
           MOVE ZERO TO WS-CON-EXTRA-100.
           MOVE ZERO TO WS-CON-AUSENCIA.
           MOVE ZERO TO WS-CON-TRABAJADAS.
           MOVE ZERO TO WS-SEM-NORMALES.
           MOVE WS-TOPE-SEMANA TO WS-SEM-TOPE.
           PERFORM VARYING WS-JUL-D FROM WS-JUL-INICIO BY 1
               UNTIL WS-JUL-D > WS-JUL-MES-HASTA
               PERFORM 120-LIQUIDAR-DIA
           END-PERFORM.
           IF WS-CON-TRABAJADAS NOT = ZERO OR
               WS-CON-AUSENCIA NOT = ZERO
               ADD 1 TO WS-CANT-LIQUIDADOS
               MOVE CON-COD-CONS TO WS-LIN-CONS
               MOVE CON-APEYNOM TO WS-LIN-NOM
               MOVE WS-CON-TRABAJADAS TO WS-LIN-TRAB
               MOVE WS-CON-EXTRA-50 TO WS-LIN-E50
               MOVE WS-CON-EXTRA-100 TO WS-LIN-E100
               MOVE WS-CON-AUSENCIA TO WS-LIN-AUS
               MOVE WS-LIN-DET TO LISTADO-LINEA
               WRITE LISTADO-LINEA
               ADD WS-CON-EXTRA-50 TO WS-TOT-EXTRA-50
               ADD WS-CON-EXTRA-100 TO WS-TOT-EXTRA-100
               ADD WS-CON-AUSENCIA TO WS-TOT-AUSENCIA
               IF WS-CON-EXTRA-50 > ZERO
                   MOVE 50 TO NEX-RECARGO
                   MOVE WS-CON-EXTRA-50 TO NEX-HORAS
                   PERFORM 300-GRABAR-NOMINA
               END-IF
               IF WS-CON-EXTRA-100 > ZERO
                   MOVE 100 TO NEX-RECARGO
                   MOVE WS-CON-EXTRA-100 TO NEX-HORAS
                   PERFORM 300-GRABAR-NOMINA
               END-IF
           END-IF.

      * Los dias anteriores al mes solo suman a la semana que cierra
      * dentro del mes; sus extras diarias ya se liquidaron.
       120-LIQUIDAR-DIA.
           COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-JUL-D).
           MOVE WS-FEC-NUM TO WS-FEC-DIA.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JUL-D, 7).
           IF WS-JUL-D < WS-JUL-MES-DESDE
               MOVE 'N' TO WS-EN-MES
           ELSE
               MOVE 'S' TO WS-EN-MES
           END-IF.
           IF WS-DIA-SEMANA = 1
               MOVE ZERO TO WS-SEM-NORMALES
               MOVE WS-TOPE-SEMANA TO WS-SEM-TOPE
           END-IF.
           PERFORM 130-SUMAR-HORAS-DEL-DIA.
           PERFORM 140-CLASIFICAR-DIA.
           IF WS-EN-MES = 'S'
               ADD WS-HORAS-DEL-DIA TO WS-CON-TRABAJADAS
           END-IF.
           EVALUATE TRUE
               WHEN WS-ESTA-AUSENTE = 'S'
                   IF WS-EN-MES = 'S'
                       SUBTRACT WS-HORAS-DEL-DIA FROM WS-CON-TRABAJADAS
                       ADD WS-HORAS-DEL-DIA TO WS-CON-AUSENCIA
                   END-IF
                   IF WS-DIA-SEMANA NOT = 0 AND WS-DIA-SEMANA NOT = 6
                       SUBTRACT WS-TOPE-DIA FROM WS-SEM-TOPE
                   END-IF
               WHEN WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
                   IF WS-EN-MES = 'S'
                       ADD WS-HORAS-DEL-DIA TO WS-CON-EXTRA-100
                   END-IF
               WHEN WS-ES-FERIADO = 'S'
                   IF WS-EN-MES = 'S'
                       ADD WS-HORAS-DEL-DIA TO WS-CON-EXTRA-100
                   END-IF
                   SUBTRACT WS-TOPE-DIA FROM WS-SEM-TOPE
               WHEN OTHER
                   IF WS-HORAS-DEL-DIA > WS-TOPE-DIA
                       SUBTRACT WS-TOPE-DIA FROM WS-HORAS-DEL-DIA
                           GIVING WS-EXCESO
                       IF WS-EN-MES = 'S'
                           ADD WS-EXCESO TO WS-CON-EXTRA-50
                       END-IF
                       ADD WS-TOPE-DIA TO WS-SEM-NORMALES
                   ELSE
                       ADD WS-HORAS-DEL-DIA TO WS-SEM-NORMALES
                   END-IF
           END-EVALUATE.
      *    El domingo cierra la semana.
           IF WS-DIA-SEMANA = 0 AND WS-EN-MES = 'S'
               IF WS-SEM-TOPE < ZERO
                   MOVE ZERO TO WS-SEM-TOPE
               END-IF
               IF WS-SEM-NORMALES > WS-SEM-TOPE
                   SUBTRACT WS-SEM-TOPE FROM WS-SEM-NORMALES
                       GIVING WS-EXCESO
                   ADD WS-EXCESO TO WS-CON-EXTRA-50
               END-IF
           END-IF.

       130-SUMAR-HORAS-DEL-DIA.
           MOVE ZERO TO WS-HORAS-DEL-DIA.
           MOVE CON-COD-CONS TO HOR-CONS.
           MOVE WS-FEC-DIA TO HOR-FECHA.
           MOVE ZERO TO HOR-CLIENTE.
           MOVE ZERO TO HOR-SECUENCIA.
           MOVE 'N' TO WS-HOR-FIN.
           START HOR KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE 'S' TO WS-HOR-FIN
           END-START.
           PERFORM 135-SUMAR-UNA-HORA UNTIL WS-HOR-FIN = 'S'.

       135-SUMAR-UNA-HORA.
           READ HOR NEXT RECORD
               AT END MOVE 'S' TO WS-HOR-FIN
           END-READ.
           IF WS-HOR-FIN = 'N'
               IF HOR-CONS NOT = CON-COD-CONS OR
                   HOR-FECHA NOT = WS-FEC-DIA
                   MOVE 'S' TO WS-HOR-FIN
               ELSE
                   ADD HOR-CANT-HORAS TO WS-HORAS-DEL-DIA
               END-IF
           END-IF.

       140-CLASIFICAR-DIA.
           MOVE 'N' TO WS-ES-FERIADO.
           MOVE 'N' TO WS-ESTA-AUSENTE.
           IF WS-HAY-FERIADOS = 'S'
               MOVE WS-FEC-DIA TO FER-FECHA
               READ FER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO WS-ES-FERIADO
               END-READ
           END-IF.
           IF WS-HAY-AUSENCIAS = 'S'
               MOVE CON-COD-CONS TO AUS-CONS
               MOVE LOW-VALUE TO AUS-DESDE
               MOVE 'N' TO WS-AUS-FIN
               START AUS KEY IS NOT LESS THAN AUS-KEY
                   INVALID KEY MOVE 'S' TO WS-AUS-FIN
               END-START
               PERFORM 145-VERIFICAR-UNA-AUSENCIA
                   UNTIL WS-AUS-FIN = 'S'
           END-IF.

       145-VERIFICAR-UNA-AUSENCIA.
           READ AUS NEXT RECORD
               AT END MOVE 'S' TO WS-AUS-FIN
           END-READ.
           IF WS-AUS-FIN = 'N'
               IF AUS-CONS NOT = CON-COD-CONS OR
                   AUS-DESDE > WS-FEC-DIA
                   MOVE 'S' TO WS-AUS-FIN
               ELSE
                   IF WS-FEC-DIA <= AUS-HASTA
                       MOVE 'S' TO WS-ESTA-AUSENTE
                       MOVE 'S' TO WS-AUS-FIN
                   END-IF
               END-IF
           END-IF.

       300-GRABAR-NOMINA.
           MOVE CON-COD-CONS TO NEX-LEGAJO.
           MOVE WS-PERIODO TO NEX-PERIODO.
           WRITE NEX-REG.
           ADD 1 TO WS-CANT-REGISTROS.

       900-FIN.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-TOT-EXTRA-50 TO WS-LIN-TOT-E50.
           MOVE WS-TOT-EXTRA-100 TO WS-LIN-TOT-E100.
           MOVE WS-TOT-AUSENCIA TO WS-LIN-TOT-AUS.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           CLOSE CON.
           CLOSE HOR.
           IF WS-HAY-FERIADOS = 'S'
               CLOSE FER
           END-IF.
           IF WS-HAY-AUSENCIAS = 'S'
               CLOSE AUS
           END-IF.
           CLOSE NOMEXT.
           CLOSE LISTADO.
           DISPLAY "CONSULTORES PROPIOS CON HORAS: " WS-CANT-LIQUIDADOS.
           DISPLAY "SUBCONTRATADOS OMITIDOS:       " WS-CANT-SUBCONTR.
           DISPLAY "REGISTROS GRABADOS EN NOMINA_EXTRAS.TXT: "
               WS-CANT-REGISTROS.
           DISPLAY "LISTADO GRABADO EN HORAS_EXTRA.PRN".

       END PROGRAM HORASEXTRA.
