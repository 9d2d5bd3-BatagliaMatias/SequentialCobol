       IDENTIFICATION DIVISION.

       PROGRAM-ID. EJERCICIO.

      * Ejercicio economico de cada empresa. EMPRESA.DAT tiene en el
      * primer registro la empresa de esta instalacion y puede listar
      * las demas; cada registro lleva el mes de inicio del ejercicio
      * (en blanco o invalido = 01, enero a diciembre). El ejercicio
      * se identifica por el anio en que comienza y se rotula
      * "2025" si es calendario o "2025/26" si no lo es.
      *   OPERACION F = ejercicio que contiene EJC-FECHA (AAAAMM o
      *                 AAAAMMDD): devuelve EJC-ANIO y EJC-MES-NRO
      *                 (1 a 12 dentro del ejercicio).
      *             E = limites del ejercicio EJC-ANIO.
      *   Ambas devuelven la empresa resuelta (blanco = la de esta
      *   instalacion), el mes de inicio, primer y ultimo dia y el
      *   rotulo. EJC-OK = 'N' si la fecha o el anio son invalidos.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPRESA-FS.

       DATA DIVISION.

       FILE SECTION.

       FD EMPRESA
           LABEL RECORD OMITTED.
       01 EMPRESA-REG.
           03 EMPRESA-COD PIC X(3).
           03 EMPRESA-MES-INICIO PIC 9(2).

       WORKING-STORAGE SECTION.

       01 EMPRESA-FS PIC X(2).
       01 WS-CARGADA PIC X VALUE 'N'.
       01 WS-EMP-FIN PIC X.
       01 WS-COD-EMPRESA PIC X(3) VALUE "001".
       01 WS-I PIC 9(3).
       01 WS-T-EMP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-T-EMP.
           03 WS-T-EMP-CAMPO OCCURS 50 TIMES.
               05 WS-T-EMP-COD PIC X(3).
               05 WS-T-EMP-MES PIC 9(2).

       01 WS-MES PIC 9(2).
       01 WS-ANIO-SIG PIC 9(4).
       01 WS-FEC-NUM PIC 9(8).
       01 WS-FEC-NUM-R REDEFINES WS-FEC-NUM.
           03 WS-FEC-NUM-AA PIC 9(4).
           03 WS-FEC-NUM-MM PIC 9(2).
           03 WS-FEC-NUM-DD PIC 9(2).
       01 WS-JUL PIC 9(7).

       LINKAGE SECTION.
       01 EJC-PARAM.
           03 EJC-OPER PIC X.
           03 EJC-EMPRESA PIC X(3).
           03 EJC-FECHA PIC X(8).
           03 EJC-ANIO PIC 9(4).
           03 EJC-MES-INICIO PIC 9(2).
           03 EJC-MES-NRO PIC 9(2).
           03 EJC-DESDE PIC X(8).
           03 EJC-HASTA PIC X(8).
           03 EJC-ETIQUETA PIC X(7).
           03 EJC-OK PIC X.

       PROCEDURE DIVISION USING EJC-PARAM.

       000-PRINCIPAL.
           MOVE 'N' TO EJC-OK.
           IF WS-CARGADA = 'N'
               PERFORM 010-CARGAR-EMPRESAS
           END-IF.
           PERFORM 100-MES-INICIO.
           EVALUATE EJC-OPER
               WHEN 'F'
                   IF EJC-FECHA(1:6) IS NUMERIC
                       PERFORM 200-EJERCICIO-DE-FECHA
                   END-IF
               WHEN 'E'
                   IF EJC-ANIO > 1900
                       PERFORM 300-LIMITES
                   END-IF
           END-EVALUATE.
           GOBACK.

       010-CARGAR-EMPRESAS.
           MOVE 'S' TO WS-CARGADA.
           OPEN INPUT EMPRESA.
           IF EMPRESA-FS = '00'
               MOVE 'N' TO WS-EMP-FIN
               PERFORM 020-CARGAR-UNA UNTIL WS-EMP-FIN = 'S'
               CLOSE EMPRESA
           END-IF.
           IF WS-T-EMP-COUNT > ZERO
               MOVE WS-T-EMP-COD(1) TO WS-COD-EMPRESA
           END-IF.

       020-CARGAR-UNA.
           READ EMPRESA RECORD
               AT END MOVE 'S' TO WS-EMP-FIN
           END-READ.
           IF WS-EMP-FIN = 'N' AND EMPRESA-COD NOT = SPACES
               AND WS-T-EMP-COUNT < 50
               ADD 1 TO WS-T-EMP-COUNT
               MOVE EMPRESA-COD TO WS-T-EMP-COD(WS-T-EMP-COUNT)
               IF EMPRESA-MES-INICIO IS NUMERIC
                   AND EMPRESA-MES-INICIO >= 1
                   AND EMPRESA-MES-INICIO <= 12
                   MOVE EMPRESA-MES-INICIO
                       TO WS-T-EMP-MES(WS-T-EMP-COUNT)
               ELSE
                   MOVE 1 TO WS-T-EMP-MES(WS-T-EMP-COUNT)
               END-IF
           END-IF.

       100-MES-INICIO.
           IF EJC-EMPRESA = SPACES
               MOVE WS-COD-EMPRESA TO EJC-EMPRESA
           END-IF.
           MOVE 1 TO EJC-MES-INICIO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-EMP-COUNT
               IF WS-T-EMP-COD(WS-I) = EJC-EMPRESA
                   MOVE WS-T-EMP-MES(WS-I) TO EJC-MES-INICIO
               END-IF
           END-PERFORM.

       200-EJERCICIO-DE-FECHA.
           MOVE EJC-FECHA(1:4) TO EJC-ANIO.
           MOVE EJC-FECHA(5:2) TO WS-MES.
           IF WS-MES >= 1 AND WS-MES <= 12
               IF WS-MES < EJC-MES-INICIO
                   SUBTRACT 1 FROM EJC-ANIO
                   COMPUTE EJC-MES-NRO =
                       WS-MES + 13 - EJC-MES-INICIO
               ELSE
                   COMPUTE EJC-MES-NRO =
                       WS-MES + 1 - EJC-MES-INICIO
               END-IF
               PERFORM 300-LIMITES
           END-IF.

      * Del primer dia del mes de inicio al dia anterior al inicio
      * del ejercicio siguiente.
       300-LIMITES.
           MOVE EJC-ANIO TO WS-FEC-NUM-AA.
           MOVE EJC-MES-INICIO TO WS-FEC-NUM-MM.
           MOVE 1 TO WS-FEC-NUM-DD.
           MOVE WS-FEC-NUM TO EJC-DESDE.
           ADD 1 TO WS-FEC-NUM-AA.
           COMPUTE WS-JUL = FUNCTION INTEGER-OF-DATE(WS-FEC-NUM) - 1.
           COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-JUL).
           MOVE WS-FEC-NUM TO EJC-HASTA.
           MOVE SPACES TO EJC-ETIQUETA.
           IF EJC-MES-INICIO = 1
               MOVE EJC-ANIO TO EJC-ETIQUETA(1:4)
           ELSE
               ADD 1 TO EJC-ANIO GIVING WS-ANIO-SIG
               STRING EJC-ANIO DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-ANIO-SIG(3:2) DELIMITED BY SIZE
                   INTO EJC-ETIQUETA
           END-IF.
           MOVE 'S' TO EJC-OK.

       END PROGRAM EJERCICIO.
