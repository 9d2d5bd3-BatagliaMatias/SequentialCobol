       IDENTIFICATION DIVISION.

       PROGRAM-ID. DOTACION.

      * Dotacion y rotacion mensual de consultores a partir del
      * maestro (FECHA-INGRESO, BAJA y FECHA-BAJA): dotacion inicial,
      * ingresos, egresos, dotacion final y rotacion anualizada por
      * mes, en total y abierta por empresa, perfil y propio o
      * subcontratado. Cada consultor se clasifica con la empresa y
      * el perfil vigentes al cierre del mes (o al dia del egreso)
      * segun la historia del consultor (subprograma HISTCONS).
      * Por cada egreso se informa la antiguedad y las horas
      * facturables que se dejan de cargar en los tres meses
      * siguientes, estimadas con las de los tres meses anteriores.
      * Los meses son los del ejercicio economico de la empresa
      * pedida (subprograma EJERCICIO); con empresa en blanco se
      * listan todas con el ejercicio de la instalacion.

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

           SELECT LISTADO ASSIGN TO "DOTACION.PRN"
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

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(132).

       WORKING-STORAGE SECTION.

       01 CON-FS                       PIC X(2).
           88 CON-OK                          VALUE '00'.
           88 CON-EOF                         VALUE '10'.
       01 HOR-FS                       PIC X(2).
           88 HOR-OK                          VALUE '00'.
           88 HOR-EOF                         VALUE '10'.
       01 LISTADO-FS                   PIC X(2).
       01 WS-HAY-HORAS                 PIC X VALUE 'N'.

       01 HCN-PARAM.
           03 HCN-OPER PIC X.
           03 HCN-CONS PIC 9(3).
           03 HCN-FECHA PIC X(8).
           03 HCN-PERFIL PIC X.
           03 HCN-EMPRESA PIC X(3).
           03 HCN-SUCURSAL PIC 9.
           03 HCN-OK PIC X.

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
       01 WS-EMPRESA                   PIC X(3).

       01 WS-ANIO                      PIC 9(4).
       01 WS-MES                       PIC 9(2).
       01 WS-FEC-NUM                   PIC 9(8).
       01 WS-FEC-NUM-R REDEFINES WS-FEC-NUM.
           03 WS-FEC-NUM-AA            PIC 9(4).
           03 WS-FEC-NUM-MM            PIC 9(2).
           03 WS-FEC-NUM-DD            PIC 9(2).
       01 WS-JUL                       PIC 9(7).
       01 WS-JUL-INGRESO               PIC 9(7).
       01 WS-JUL-BAJA                  PIC 9(7).
       01 WS-T-MESES.
           03 WS-T-MES-CAMPO OCCURS 12 TIMES.
               05 WS-T-MES-INI          PIC X(8).
               05 WS-T-MES-FIN          PIC X(8).
       01 WS-FECHA-CLASIF              PIC X(8).
       01 WS-ES-INICIAL                PIC X.
       01 WS-ES-ALTA                   PIC X.
       01 WS-ES-BAJA                   PIC X.
       01 WS-ES-FINAL                  PIC X.
       01 WS-ANTIG-DIAS                PIC 9(5).
       01 WS-TIENE-ANTIG               PIC X.

      * Grupos: T = total, E = empresa, P = perfil, S = propio (P) o
      * subcontratado (S). Por mes: dotacion inicial, ingresos,
      * egresos, dotacion final y dias de antiguedad de los egresos.
       01 WS-GRP-TIPO                  PIC X.
       01 WS-GRP-VALOR                 PIC X(3).
       01 WS-G                         PIC 9(3).
       01 WS-K                         PIC 9(2).
       01 WS-HALLADO                   PIC X.
       01 WS-T-GRP-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-T-GRP.
           03 WS-T-GRP-CAMPO OCCURS 150 TIMES.
               05 WS-T-GRP-TIPO         PIC X.
               05 WS-T-GRP-VALOR        PIC X(3).
               05 WS-T-GRP-MES OCCURS 12 TIMES.
                   07 WS-T-GRP-INICIAL  PIC 9(5).
                   07 WS-T-GRP-ALTAS    PIC 9(5).
                   07 WS-T-GRP-BAJAS    PIC 9(5).
                   07 WS-T-GRP-FINAL    PIC 9(5).
                   07 WS-T-GRP-DIAS     PIC 9(9).
                   07 WS-T-GRP-CON-ANT  PIC 9(5).

       01 WS-SUM-ALTAS                 PIC 9(5).
       01 WS-SUM-BAJAS                 PIC 9(5).
       01 WS-SUM-DIAS                  PIC 9(9).
       01 WS-SUM-CON-ANT               PIC 9(5).
       01 WS-SUM-DOTACION              PIC 9(7).
       01 WS-PROMEDIO                  PIC 9(5)V99.
       01 WS-ROTACION                  PIC 9(5)V99.
       01 WS-ANTIG-MESES               PIC 9(5)V9.

      * Horas facturables perdidas: las de los 90 dias previos al
      * egreso, como estimacion de los tres meses siguientes.
       01 WS-HOR-DESDE                 PIC X(8).
       01 WS-HOR-HASTA                 PIC X(8).
       01 WS-HOR-FIN                   PIC X.
       01 WS-HORAS-PERDIDAS            PIC 9(5)V99.
       01 WS-TOT-HORAS-PERDIDAS        PIC 9(7)V99 VALUE ZERO.
       01 WS-CANT-EGRESOS              PIC 9(5) VALUE ZERO.

       01 WS-T-EGR-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-EGR.
           03 WS-T-EGR-CAMPO OCCURS 500 TIMES.
               05 WS-T-EGR-COD          PIC 9(3).
               05 WS-T-EGR-NOM          PIC X(25).
               05 WS-T-EGR-EMPRESA      PIC X(3).
               05 WS-T-EGR-PERFIL       PIC X.
               05 WS-T-EGR-INGRESO      PIC X(8).
               05 WS-T-EGR-BAJA         PIC X(8).
               05 WS-T-EGR-ANTIG        PIC 9(5)V9.
               05 WS-T-EGR-HORAS        PIC 9(5)V99.

       01 WS-ENC-DOT.
           03 FILLER PIC X(36)
               VALUE "DOTACION Y ROTACION DE CONSULTORES ".
           03 FILLER PIC X(10) VALUE "EJERCICIO ".
           03 WS-ENC-DOT-ANIO PIC X(7).
           03 WS-ENC-DOT-EMP-TXT PIC X(9).
           03 WS-ENC-DOT-EMP PIC X(3).

       01 WS-ENC-GRP.
           03 WS-ENC-GRP-TXT PIC X(24).
           03 WS-ENC-GRP-VALOR PIC X(3).

       01 WS-ENC-COL.
           03 FILLER PIC X(9)  VALUE "MES      ".
           03 FILLER PIC X(9)  VALUE " INICIAL ".
           03 FILLER PIC X(9)  VALUE "INGRESOS ".
           03 FILLER PIC X(9)  VALUE " EGRESOS ".
           03 FILLER PIC X(9)  VALUE "   FINAL ".
           03 FILLER PIC X(14) VALUE "ROTACION ANUAL".
           03 FILLER PIC X(22) VALUE "  ANTIG.EGRESOS(MESES)".

       01 WS-LIN-MES.
           03 WS-LIN-MES-PER.
               05 WS-LIN-MES-AA    PIC 9(4).
               05 WS-LIN-MES-SEP   PIC X.
               05 WS-LIN-MES-MM    PIC 9(2).
           03 WS-LIN-MES-PER-X REDEFINES WS-LIN-MES-PER PIC X(7).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-MES-INI       PIC ZZ.ZZ9.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-MES-ALTAS     PIC ZZ.ZZ9.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-MES-BAJAS     PIC ZZ.ZZ9.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-MES-FIN       PIC ZZ.ZZ9.
           03 FILLER               PIC X(4) VALUE SPACES.
           03 WS-LIN-MES-ROT       PIC ZZ.ZZ9,99.
           03 FILLER               PIC X VALUE "%".
           03 FILLER               PIC X(8) VALUE SPACES.
           03 WS-LIN-MES-ANTIG     PIC ZZ.ZZ9,9.

       01 WS-LIN-EGR.
           03 WS-LIN-EGR-COD       PIC ZZ9.
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-EGR-NOM       PIC X(25).
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-EGR-EMPRESA   PIC X(3).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-EGR-PERFIL    PIC X.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-EGR-INGRESO   PIC X(8).
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-EGR-BAJA      PIC X(8).
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-EGR-ANTIG     PIC ZZ.ZZ9,9.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-EGR-HORAS     PIC ZZ.ZZ9,99.

       01 WS-LIN-TOT.
           03 WS-LIN-TOT-TXT       PIC X(48).
           03 WS-LIN-TOT-VAL       PIC ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 100-PROCESAR-CON UNTIL CON-EOF.
           PERFORM 200-IMPRIMIR.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "DOTACION Y ROTACION DE CONSULTORES".
           DISPLAY "INGRESE LA EMPRESA (BLANCO = TODAS): ".
           ACCEPT WS-EMPRESA.
           DISPLAY "INGRESE EL EJERCICIO A ANALIZAR (AAAA, ANIO EN QUE "
               "COMIENZA): ".
           ACCEPT WS-ANIO.
           MOVE 'E' TO EJC-OPER.
           MOVE WS-EMPRESA TO EJC-EMPRESA.
           MOVE WS-ANIO TO EJC-ANIO.
           CALL 'EJERCICIO' USING EJC-PARAM.
           IF EJC-OK NOT = 'S'
               DISPLAY "EJERCICIO INVALIDO"
               STOP RUN.
           PERFORM 015-ARMAR-MESES
               VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12.
           OPEN INPUT CON.
           IF NOT CON-OK
               DISPLAY "ERROR APERTURA CONSULTORES.DAT"
               STOP RUN.
           OPEN INPUT HOR.
           IF HOR-OK
               MOVE 'S' TO WS-HAY-HORAS
           END-IF.
           MOVE 'A' TO HCN-OPER.
           CALL 'HISTCONS' USING HCN-PARAM.
           OPEN OUTPUT LISTADO.
           MOVE 'T' TO WS-GRP-TIPO.
           MOVE SPACES TO WS-GRP-VALOR.
           PERFORM 130-UBICAR-GRUPO.
           PERFORM 020-LEER-CON.

      * Primer y ultimo dia de cada mes del ejercicio (AAAAMMDD).
       015-ARMAR-MESES.
           MOVE WS-ANIO TO WS-FEC-NUM-AA.
           COMPUTE WS-FEC-NUM-MM = EJC-MES-INICIO + WS-MES - 1.
           IF WS-FEC-NUM-MM > 12
               SUBTRACT 12 FROM WS-FEC-NUM-MM
               ADD 1 TO WS-FEC-NUM-AA
           END-IF.
           MOVE 1 TO WS-FEC-NUM-DD.
           MOVE WS-FEC-NUM TO WS-T-MES-INI(WS-MES).
           IF WS-FEC-NUM-MM = 12
               ADD 1 TO WS-FEC-NUM-AA
               MOVE 1 TO WS-FEC-NUM-MM
           ELSE
               ADD 1 TO WS-FEC-NUM-MM
           END-IF.
           COMPUTE WS-JUL = FUNCTION INTEGER-OF-DATE(WS-FEC-NUM) - 1.
           COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-JUL).
           MOVE WS-FEC-NUM TO WS-T-MES-FIN(WS-MES).

       020-LEER-CON.
           READ CON NEXT RECORD
               AT END CONTINUE
           END-READ.

       100-PROCESAR-CON.
           PERFORM 110-PROCESAR-MES
               VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12.
           PERFORM 020-LEER-CON.

      * Un consultor cuenta en el mes si ingreso antes del cierre y
      * no egreso antes del primer dia. Sin fecha de ingreso se lo
      * toma como ingresado antes del periodo.
       110-PROCESAR-MES.
           IF CON-FECHA-INGRESO NOT > WS-T-MES-FIN(WS-MES)
               IF CON-ACTIVO OR
                   CON-FECHA-BAJA NOT < WS-T-MES-INI(WS-MES)
                   PERFORM 120-CLASIFICAR-MES
               END-IF
           END-IF.

       120-CLASIFICAR-MES.
           MOVE 'N' TO WS-ES-INICIAL.
           MOVE 'N' TO WS-ES-ALTA.
           MOVE 'N' TO WS-ES-BAJA.
           MOVE 'S' TO WS-ES-FINAL.
           IF CON-FECHA-INGRESO < WS-T-MES-INI(WS-MES)
               MOVE 'S' TO WS-ES-INICIAL
           ELSE
               MOVE 'S' TO WS-ES-ALTA
           END-IF.
           MOVE WS-T-MES-FIN(WS-MES) TO WS-FECHA-CLASIF.
           IF CON-INACTIVO AND
               CON-FECHA-BAJA <= WS-T-MES-FIN(WS-MES)
               MOVE 'S' TO WS-ES-BAJA
               MOVE 'N' TO WS-ES-FINAL
               MOVE CON-FECHA-BAJA TO WS-FECHA-CLASIF
               PERFORM 140-CALCULAR-ANTIGUEDAD
           END-IF.
           MOVE 'V' TO HCN-OPER.
           MOVE CON-COD-CONS TO HCN-CONS.
           MOVE WS-FECHA-CLASIF TO HCN-FECHA.
           MOVE CON-PERFIL TO HCN-PERFIL.
           MOVE CON-EMPRESA TO HCN-EMPRESA.
           MOVE ZERO TO HCN-SUCURSAL.
           CALL 'HISTCONS' USING HCN-PARAM.
           IF WS-EMPRESA = SPACES OR HCN-EMPRESA = WS-EMPRESA
               PERFORM 122-SUMAR-GRUPOS
           END-IF.

       122-SUMAR-GRUPOS.
           MOVE 'T' TO WS-GRP-TIPO.
           MOVE SPACES TO WS-GRP-VALOR.
           PERFORM 125-SUMAR-GRUPO.
           MOVE 'E' TO WS-GRP-TIPO.
           MOVE HCN-EMPRESA TO WS-GRP-VALOR.
           PERFORM 125-SUMAR-GRUPO.
           MOVE 'P' TO WS-GRP-TIPO.
           MOVE SPACES TO WS-GRP-VALOR.
           MOVE HCN-PERFIL TO WS-GRP-VALOR(1:1).
           PERFORM 125-SUMAR-GRUPO.
           MOVE 'S' TO WS-GRP-TIPO.
           MOVE SPACES TO WS-GRP-VALOR.
           IF CON-SUBCONTRATISTA
               MOVE 'S' TO WS-GRP-VALOR(1:1)
           ELSE
               MOVE 'P' TO WS-GRP-VALOR(1:1)
           END-IF.
           PERFORM 125-SUMAR-GRUPO.
           IF WS-ES-BAJA = 'S'
               PERFORM 150-REGISTRAR-EGRESO
           END-IF.

       125-SUMAR-GRUPO.
           PERFORM 130-UBICAR-GRUPO.
           IF WS-HALLADO = 'S'
               IF WS-ES-INICIAL = 'S'
                   ADD 1 TO WS-T-GRP-INICIAL(WS-G, WS-MES)
               END-IF
               IF WS-ES-ALTA = 'S'
                   ADD 1 TO WS-T-GRP-ALTAS(WS-G, WS-MES)
               END-IF
               IF WS-ES-BAJA = 'S'
                   ADD 1 TO WS-T-GRP-BAJAS(WS-G, WS-MES)
                   IF WS-TIENE-ANTIG = 'S'
                       ADD WS-ANTIG-DIAS TO WS-T-GRP-DIAS(WS-G, WS-MES)
                       ADD 1 TO WS-T-GRP-CON-ANT(WS-G, WS-MES)
                   END-IF
               END-IF
               IF WS-ES-FINAL = 'S'
                   ADD 1 TO WS-T-GRP-FINAL(WS-G, WS-MES)
               END-IF
           END-IF.

       130-UBICAR-GRUPO.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-G FROM 1 BY 1
               UNTIL WS-G > WS-T-GRP-COUNT OR WS-HALLADO = 'S'
               IF WS-T-GRP-TIPO(WS-G) = WS-GRP-TIPO AND
                   WS-T-GRP-VALOR(WS-G) = WS-GRP-VALOR
                   MOVE 'S' TO WS-HALLADO
                   SUBTRACT 1 FROM WS-G
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N' AND WS-T-GRP-COUNT < 150
               ADD 1 TO WS-T-GRP-COUNT
               MOVE WS-T-GRP-COUNT TO WS-G
               MOVE WS-GRP-TIPO TO WS-T-GRP-TIPO(WS-G)
               MOVE WS-GRP-VALOR TO WS-T-GRP-VALOR(WS-G)
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
                   MOVE ZERO TO WS-T-GRP-INICIAL(WS-G, WS-K)
                   MOVE ZERO TO WS-T-GRP-ALTAS(WS-G, WS-K)
                   MOVE ZERO TO WS-T-GRP-BAJAS(WS-G, WS-K)
                   MOVE ZERO TO WS-T-GRP-FINAL(WS-G, WS-K)
                   MOVE ZERO TO WS-T-GRP-DIAS(WS-G, WS-K)
                   MOVE ZERO TO WS-T-GRP-CON-ANT(WS-G, WS-K)
               END-PERFORM
               MOVE 'S' TO WS-HALLADO
           END-IF.

       140-CALCULAR-ANTIGUEDAD.
           MOVE 'N' TO WS-TIENE-ANTIG.
           MOVE ZERO TO WS-ANTIG-DIAS.
           IF CON-FECHA-INGRESO IS NUMERIC AND
               CON-FECHA-BAJA IS NUMERIC
               MOVE CON-FECHA-INGRESO TO WS-FEC-NUM
               COMPUTE WS-JUL-INGRESO =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
               MOVE CON-FECHA-BAJA TO WS-FEC-NUM
               COMPUTE WS-JUL-BAJA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
               IF WS-JUL-BAJA >= WS-JUL-INGRESO
                   SUBTRACT WS-JUL-INGRESO FROM WS-JUL-BAJA
                       GIVING WS-ANTIG-DIAS
                   MOVE 'S' TO WS-TIENE-ANTIG
               END-IF
           END-IF.

      * Detalle del egreso con las horas facturables de los 90 dias
      * previos, que son las que se dejan de cargar.
       150-REGISTRAR-EGRESO.
           ADD 1 TO WS-CANT-EGRESOS.
           MOVE ZERO TO WS-HORAS-PERDIDAS.
           IF WS-HAY-HORAS = 'S' AND CON-FECHA-BAJA IS NUMERIC
               MOVE CON-FECHA-BAJA TO WS-FEC-NUM
               COMPUTE WS-JUL = FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
               SUBTRACT 1 FROM WS-JUL
               COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-JUL)
               MOVE WS-FEC-NUM TO WS-HOR-HASTA
               SUBTRACT 89 FROM WS-JUL
               COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-JUL)
               MOVE WS-FEC-NUM TO WS-HOR-DESDE
               MOVE CON-COD-CONS TO HOR-CONS
               MOVE WS-HOR-DESDE TO HOR-FECHA
               MOVE ZERO TO HOR-CLIENTE
               MOVE ZERO TO HOR-SECUENCIA
               MOVE 'N' TO WS-HOR-FIN
               START HOR KEY IS NOT LESS THAN HOR-KEY
                   INVALID KEY MOVE 'S' TO WS-HOR-FIN
               END-START
               PERFORM 155-SUMAR-HORA-PREVIA UNTIL WS-HOR-FIN = 'S'
           END-IF.
           ADD WS-HORAS-PERDIDAS TO WS-TOT-HORAS-PERDIDAS.
           IF WS-T-EGR-COUNT < 500
               ADD 1 TO WS-T-EGR-COUNT
               MOVE CON-COD-CONS TO WS-T-EGR-COD(WS-T-EGR-COUNT)
               MOVE CON-APEYNOM TO WS-T-EGR-NOM(WS-T-EGR-COUNT)
               MOVE HCN-EMPRESA TO WS-T-EGR-EMPRESA(WS-T-EGR-COUNT)
               MOVE HCN-PERFIL TO WS-T-EGR-PERFIL(WS-T-EGR-COUNT)
               MOVE CON-FECHA-INGRESO
                   TO WS-T-EGR-INGRESO(WS-T-EGR-COUNT)
               MOVE CON-FECHA-BAJA TO WS-T-EGR-BAJA(WS-T-EGR-COUNT)
               COMPUTE WS-T-EGR-ANTIG(WS-T-EGR-COUNT) ROUNDED =
                   WS-ANTIG-DIAS * 12 / 365
               MOVE WS-HORAS-PERDIDAS
                   TO WS-T-EGR-HORAS(WS-T-EGR-COUNT)
           END-IF.

       155-SUMAR-HORA-PREVIA.
           READ HOR NEXT RECORD
               AT END MOVE 'S' TO WS-HOR-FIN
           END-READ.
           IF WS-HOR-FIN = 'N'
               IF HOR-CONS NOT = CON-COD-CONS OR
                   HOR-FECHA > WS-HOR-HASTA
                   MOVE 'S' TO WS-HOR-FIN
               ELSE
                   IF HOR-TIPO-FACTURABLE
                       ADD HOR-CANT-HORAS TO WS-HORAS-PERDIDAS
                   END-IF
               END-IF
           END-IF.

       200-IMPRIMIR.
           MOVE EJC-ETIQUETA TO WS-ENC-DOT-ANIO.
           MOVE SPACES TO WS-ENC-DOT-EMP-TXT.
           MOVE WS-EMPRESA TO WS-ENC-DOT-EMP.
           IF WS-EMPRESA NOT = SPACES
               MOVE " EMPRESA " TO WS-ENC-DOT-EMP-TXT
           END-IF.
           MOVE WS-ENC-DOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 210-IMPRIMIR-GRUPO
               VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-T-GRP-COUNT.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "EGRESOS DEL EJERCICIO (ANTIGUEDAD EN MESES, HORAS FAC
      -    "TURABLES PERDIDAS EN LOS 3 MESES SIGUIENTES):"
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 230-IMPRIMIR-EGRESO
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-T-EGR-COUNT.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "TOTAL HORAS FACTURABLES PERDIDAS POR EGRESOS:"
               TO WS-LIN-TOT-TXT.
           MOVE WS-TOT-HORAS-PERDIDAS TO WS-LIN-TOT-VAL.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       210-IMPRIMIR-GRUPO.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           EVALUATE WS-T-GRP-TIPO(WS-G)
               WHEN 'T'
                   MOVE "TOTAL CONSULTORES" TO WS-ENC-GRP-TXT
               WHEN 'E'
                   MOVE "EMPRESA " TO WS-ENC-GRP-TXT
               WHEN 'P'
                   MOVE "PERFIL " TO WS-ENC-GRP-TXT
               WHEN OTHER
                   IF WS-T-GRP-VALOR(WS-G) = 'S'
                       MOVE "SUBCONTRATADOS" TO WS-ENC-GRP-TXT
                   ELSE
                       MOVE "PROPIOS" TO WS-ENC-GRP-TXT
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO WS-ENC-GRP-VALOR.
           IF WS-T-GRP-TIPO(WS-G) = 'E' OR WS-T-GRP-TIPO(WS-G) = 'P'
               MOVE WS-T-GRP-VALOR(WS-G) TO WS-ENC-GRP-VALOR
           END-IF.
           MOVE WS-ENC-GRP TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-COL TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE ZERO TO WS-SUM-ALTAS.
           MOVE ZERO TO WS-SUM-BAJAS.
           MOVE ZERO TO WS-SUM-DIAS.
           MOVE ZERO TO WS-SUM-CON-ANT.
           MOVE ZERO TO WS-SUM-DOTACION.
           PERFORM 220-IMPRIMIR-MES
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12.
           MOVE "EJERC." TO WS-LIN-MES-PER-X.
           MOVE WS-T-GRP-INICIAL(WS-G, 1) TO WS-LIN-MES-INI.
           MOVE WS-SUM-ALTAS TO WS-LIN-MES-ALTAS.
           MOVE WS-SUM-BAJAS TO WS-LIN-MES-BAJAS.
           MOVE WS-T-GRP-FINAL(WS-G, 12) TO WS-LIN-MES-FIN.
      *    Rotacion del ejercicio: egresos sobre la dotacion promedio de
      *    los doce cierres.
           COMPUTE WS-PROMEDIO ROUNDED = WS-SUM-DOTACION / 12.
           IF WS-PROMEDIO > ZERO
               COMPUTE WS-ROTACION ROUNDED =
                   WS-SUM-BAJAS * 100 / WS-PROMEDIO
           ELSE
               MOVE ZERO TO WS-ROTACION
           END-IF.
           MOVE WS-ROTACION TO WS-LIN-MES-ROT.
           IF WS-SUM-CON-ANT > ZERO
               COMPUTE WS-ANTIG-MESES ROUNDED =
                   WS-SUM-DIAS * 12 / 365 / WS-SUM-CON-ANT
           ELSE
               MOVE ZERO TO WS-ANTIG-MESES
           END-IF.
           MOVE WS-ANTIG-MESES TO WS-LIN-MES-ANTIG.
           MOVE WS-LIN-MES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      * Rotacion anualizada del mes: egresos sobre la dotacion
      * promedio (inicial y final) por doce.
       220-IMPRIMIR-MES.
           MOVE WS-T-MES-INI(WS-K)(1:4) TO WS-LIN-MES-AA.
           MOVE "-" TO WS-LIN-MES-SEP.
           MOVE WS-T-MES-INI(WS-K)(5:2) TO WS-LIN-MES-MM.
           MOVE WS-T-GRP-INICIAL(WS-G, WS-K) TO WS-LIN-MES-INI.
           MOVE WS-T-GRP-ALTAS(WS-G, WS-K) TO WS-LIN-MES-ALTAS.
           MOVE WS-T-GRP-BAJAS(WS-G, WS-K) TO WS-LIN-MES-BAJAS.
           MOVE WS-T-GRP-FINAL(WS-G, WS-K) TO WS-LIN-MES-FIN.
           COMPUTE WS-PROMEDIO ROUNDED =
               (WS-T-GRP-INICIAL(WS-G, WS-K) +
                WS-T-GRP-FINAL(WS-G, WS-K)) / 2.
           IF WS-PROMEDIO > ZERO
               COMPUTE WS-ROTACION ROUNDED =
                   WS-T-GRP-BAJAS(WS-G, WS-K) * 1200 / WS-PROMEDIO
           ELSE
               MOVE ZERO TO WS-ROTACION
           END-IF.
           MOVE WS-ROTACION TO WS-LIN-MES-ROT.
           IF WS-T-GRP-CON-ANT(WS-G, WS-K) > ZERO
               COMPUTE WS-ANTIG-MESES ROUNDED =
                   WS-T-GRP-DIAS(WS-G, WS-K) * 12 / 365
                   / WS-T-GRP-CON-ANT(WS-G, WS-K)
           ELSE
               MOVE ZERO TO WS-ANTIG-MESES
           END-IF.
           MOVE WS-ANTIG-MESES TO WS-LIN-MES-ANTIG.
           MOVE WS-LIN-MES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           ADD WS-T-GRP-ALTAS(WS-G, WS-K) TO WS-SUM-ALTAS.
           ADD WS-T-GRP-BAJAS(WS-G, WS-K) TO WS-SUM-BAJAS.
           ADD WS-T-GRP-DIAS(WS-G, WS-K) TO WS-SUM-DIAS.
           ADD WS-T-GRP-CON-ANT(WS-G, WS-K) TO WS-SUM-CON-ANT.
           ADD WS-T-GRP-FINAL(WS-G, WS-K) TO WS-SUM-DOTACION.

       230-IMPRIMIR-EGRESO.
           MOVE WS-T-EGR-COD(WS-K) TO WS-LIN-EGR-COD.
           MOVE WS-T-EGR-NOM(WS-K) TO WS-LIN-EGR-NOM.
           MOVE WS-T-EGR-EMPRESA(WS-K) TO WS-LIN-EGR-EMPRESA.
           MOVE WS-T-EGR-PERFIL(WS-K) TO WS-LIN-EGR-PERFIL.
           MOVE WS-T-EGR-INGRESO(WS-K) TO WS-LIN-EGR-INGRESO.
           MOVE WS-T-EGR-BAJA(WS-K) TO WS-LIN-EGR-BAJA.
           MOVE WS-T-EGR-ANTIG(WS-K) TO WS-LIN-EGR-ANTIG.
           MOVE WS-T-EGR-HORAS(WS-K) TO WS-LIN-EGR-HORAS.
           MOVE WS-LIN-EGR TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       900-FIN.
           CLOSE CON.
           IF WS-HAY-HORAS = 'S'
               CLOSE HOR
           END-IF.
           MOVE 'C' TO HCN-OPER.
           CALL 'HISTCONS' USING HCN-PARAM.
           CLOSE LISTADO.
           DISPLAY "EGRESOS DEL EJERCICIO: " WS-CANT-EGRESOS.
           DISPLAY "REPORTE GRABADO EN DOTACION.PRN".

       END PROGRAM DOTACION.
