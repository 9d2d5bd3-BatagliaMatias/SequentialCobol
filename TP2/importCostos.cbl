       IDENTIFICATION DIVISION.

       PROGRAM-ID. IMPCOSTOS.

      * Importacion mensual del costo de nomina para mantener el
      * costo por hora de los consultores (COSTOS.DAT) que usan el
      * margen bruto, el devengamiento de WIP y la rentabilidad.
      *   - Consultor propio: el archivo de la liquidacion trae por
      *     legajo (= codigo de consultor) el sueldo bruto, las
      *     contribuciones patronales y los beneficios del mes. El
      *     costo cargado por hora es ese total sobre las horas
      *     disponibles: dias habiles del mes (sin fines de semana
      *     ni FERIADOS.DAT) menos los dias de AUSENCIAS.DAT, por
      *     las horas estandar por dia.
      *   - Consultor subcontratado: el costo es la tarifa por hora
      *     de sus facturas de proveedor (FACPROV.DAT), neto de IVA,
      *     de las facturas del periodo; sin facturas del mes se
      *     toma la ultima factura con horas.
      * Se graba una fila nueva de COSTOS.DAT con vigencia el primero
      * del mes solo si no habia costo o si el costo se mueve mas que
      * el umbral de COSTOS_UMBRAL.DAT (5% si no existe).
      *
      * Formato de COSTO_NOMINA.TXT (separado por punto y coma):
      *   PERIODO (AAAAMM);LEGAJO;SUELDO BRUTO;CONTRIBUCIONES
      *   PATRONALES;BENEFICIOS (importes 999999999,99)
      * Un legajo puede venir en varias lineas: se suman.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL NOMINA ASSIGN TO "COSTO_NOMINA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMINA-FS.

           SELECT COS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COS-KEY
               FILE STATUS IS COS-FS.

           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS CON-FS.

           SELECT AUS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-KEY
               FILE STATUS IS AUS-FS.

           SELECT FER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FER-FECHA
               FILE STATUS IS FER-FS.

           SELECT FPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPR-KEY
               FILE STATUS IS FPR-FS.

           SELECT OPTIONAL UMBRAL ASSIGN TO "COSTOS_UMBRAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UMBRAL-FS.

           SELECT LISTADO ASSIGN TO "COSTOS_IMPORTACION.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

       FD NOMINA
           LABEL RECORD OMITTED.
       01 NOMINA-LINEA PIC X(100).

       FD COS
           VALUE OF FILE-ID IS "COSTOS.DAT".
       01 COS-REG.
           02 COS-KEY.
               03 COS-CONS PIC 9(3).
               03 COS-FVIGENCIA PIC X(8).
           02 COS-DATOS.
               03 COS-COSTO-HORA PIC 9(7)V99.

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

       FD AUS
          VALUE OF FILE-ID IS "AUSENCIAS.DAT".
       01 AUS-REG.
           02 AUS-KEY.
               03 AUS-CONS PIC 9(3).
               03 AUS-DESDE PIC X(8).
           02 AUS-DATOS.
               03 AUS-HASTA PIC X(8).
               03 AUS-MOTIVO PIC X(20).

       FD FER
          VALUE OF FILE-ID IS "FERIADOS.DAT".
       01 FER-REG.
           03 FER-FECHA PIC X(8).
           03 FER-DESC PIC X(30).

       FD FPR
          VALUE OF FILE-ID IS "FACPROV.DAT".
          01 FPR-REG.
            02 FPR-KEY.
                03 FPR-CONS PIC 9(3).
                03 FPR-NUMERO PIC X(15).
            02 FPR-DATOS.
                03 FPR-FECHA PIC X(8).
                03 FPR-VENCIMIENTO PIC X(8).
                03 FPR-IMPORTE PIC S9(9)V99.
                03 FPR-HORAS PIC S9(5)V99.
                03 FPR-PER-DESDE PIC X(8).
                03 FPR-PER-HASTA PIC X(8).
                03 FPR-ESTADO PIC X(10).
                    88 FPR-PENDIENTE VALUES "PENDIENTE", SPACE.
                    88 FPR-PAGADA VALUE "PAGADA".
                    88 FPR-OBSERVADA VALUE "OBSERVADA".
                03 FPR-ORDEN-PAGO PIC 9(6).
                03 FPR-LETRA PIC X.
                03 FPR-PTOVTA PIC 9(5).
                03 FPR-NRO-CBTE PIC 9(8).
                03 FPR-NO-GRAVADO PIC S9(9)V99.
                03 FPR-EXENTO PIC S9(9)V99.
                03 FPR-IVA OCCURS 3 TIMES.
                    05 FPR-IVA-NETO PIC S9(9)V99.
                    05 FPR-IVA-IMPORTE PIC S9(9)V99.
                03 FPR-PERC-IVA PIC S9(9)V99.
                03 FPR-PERC-IIBB PIC S9(9)V99.

      * Variacion de costo minima para grabar una fila nueva, en
      * porcentaje (una sola linea).
       FD UMBRAL
           LABEL RECORD OMITTED.
       01 UMB-REG.
           03 UMB-PORCENTAJE PIC 9(3)V99.

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(120).

       WORKING-STORAGE SECTION.

       01 NOMINA-FS                    PIC X(2).
           88 NOMINA-OK                       VALUE '00'.
           88 NOMINA-EOF                      VALUE '10'.
       01 COS-FS                       PIC X(2).
       01 CON-FS                       PIC X(2).
       01 AUS-FS                       PIC X(2).
       01 FER-FS                       PIC X(2).
       01 FPR-FS                       PIC X(2).
       01 UMBRAL-FS                    PIC X(2).
       01 LISTADO-FS                   PIC X(2).
       01 WS-HAY-NOMINA                PIC X VALUE 'N'.
       01 WS-HAY-AUSENCIAS             PIC X VALUE 'N'.
       01 WS-HAY-FERIADOS              PIC X VALUE 'N'.
       01 WS-HAY-FACPROV               PIC X VALUE 'N'.

       01 WS-PERIODO                   PIC X(6).
       01 WS-HORAS-DIA                 PIC 9(2)V99 VALUE 8,00.
       01 WS-HORAS-DIA-TXT             PIC X(6).
       01 WS-UMBRAL                    PIC 9(3)V99 VALUE 5,00.
       01 WS-FECHA-DESDE               PIC X(8).
       01 WS-FECHA-HASTA               PIC X(8).
       01 WS-FEC-NUM                   PIC 9(8).
       01 WS-FEC-DIA                   PIC X(8).
       01 WS-ANIO                      PIC 9(4).
       01 WS-MES                       PIC 9(2).
       01 WS-JUL-DESDE                 PIC 9(7).
       01 WS-JUL-HASTA                 PIC 9(7).
       01 WS-JUL-D                     PIC 9(7).
       01 WS-DIA-SEMANA                PIC 9.
       01 WS-ES-HABIL                  PIC X.
       01 WS-DIAS-HABILES              PIC 9(3) VALUE ZERO.
       01 WS-DIAS-AUSENTE              PIC 9(3).
       01 WS-DIAS-CONS                 PIC S9(3).
       01 WS-AUS-FIN                   PIC X.
       01 WS-CON-FIN                   PIC X.
       01 WS-FPR-FIN                   PIC X.
       01 WS-COS-FIN                   PIC X.

       01 WS-F-PERIODO                 PIC X(10).
       01 WS-F-LEGAJO                  PIC X(10).
       01 WS-F-BRUTO                   PIC X(20).
       01 WS-F-CONTRIB                 PIC X(20).
       01 WS-F-BENEF                   PIC X(20).
       01 WS-LEGAJO                    PIC 9(3).

      * Novedades de nomina del periodo, por legajo.
       01 WS-T-NOM.
           03 WS-T-NOM-CAMPO OCCURS 999 TIMES.
               05 WS-T-NOM-HAY          PIC X.
               05 WS-T-NOM-USADO        PIC X.
               05 WS-T-NOM-COSTO        PIC S9(11)V99.
       01 WS-L                         PIC 9(3).

      * Costo calculado del consultor y comparacion con el vigente.
       01 WS-TIPO                      PIC X.
       01 WS-HORAS-DISP                PIC 9(5)V99.
       01 WS-COSTO-MES                 PIC S9(11)V99.
       01 WS-COSTO-NUEVO               PIC 9(7)V99.
       01 WS-COSTO-ANT                 PIC 9(7)V99.
       01 WS-COSTO-ANT-FVIG            PIC X(8).
       01 WS-COS-EXISTE                PIC X.
       01 WS-VARIACION                 PIC S9(5)V99.
       01 WS-FPR-NETO                  PIC S9(11)V99.
       01 WS-FPR-NETO-FACT             PIC S9(11)V99.
       01 WS-FPR-HORAS                 PIC S9(7)V99.
       01 WS-FPR-ULT-FECHA             PIC X(8).
       01 WS-FPR-ULT-NETO              PIC S9(11)V99.
       01 WS-FPR-ULT-HORAS             PIC S9(7)V99.
       01 WS-NOVEDAD                   PIC X(30).

       01 WS-CANT-LINEAS               PIC 9(5) VALUE ZERO.
       01 WS-CANT-OTRO-PERIODO         PIC 9(5) VALUE ZERO.
       01 WS-CANT-LEG-INVALIDO         PIC 9(5) VALUE ZERO.
       01 WS-CANT-CALCULADOS           PIC 9(5) VALUE ZERO.
       01 WS-CANT-GRABADOS             PIC 9(5) VALUE ZERO.
       01 WS-CANT-SIN-CAMBIO           PIC 9(5) VALUE ZERO.
       01 WS-CANT-RECHAZADOS           PIC 9(5) VALUE ZERO.

       01 WS-ENC-1                     PIC X(60) VALUE
           "IMPORTACION DE COSTOS POR HORA DESDE NOMINA Y PROVEEDORES".
       01 WS-ENC-2.
           03 FILLER                   PIC X(9) VALUE "PERIODO: ".
           03 WS-ENC-2-PER             PIC X(6).
           03 FILLER                   PIC X(15)
               VALUE "  DIAS HABILES ".
           03 WS-ENC-2-DIAS            PIC ZZ9.
           03 FILLER                   PIC X(13)
               VALUE "  HORAS/DIA ".
           03 WS-ENC-2-HS              PIC Z9,99.
           03 FILLER                   PIC X(10) VALUE "  UMBRAL ".
           03 WS-ENC-2-UMB             PIC ZZ9,99.
           03 FILLER                   PIC X VALUE "%".
       01 WS-ENC-3                     PIC X(120) VALUE
           "CONS NOMBRE                    T  HS DISP   COSTO ANT   COST
      -    "O NUEVO   VAR.%  NOVEDAD".

       01 WS-LIN-COSTO.
           03 WS-LIN-CONS              PIC 9(3).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LIN-NOMBRE            PIC X(25).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-LIN-TIPO              PIC X.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LIN-HORAS             PIC ZZ.ZZ9,99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LIN-ANT               PIC ZZZ.ZZ9,99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LIN-NUEVO             PIC Z.ZZZ.ZZ9,99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LIN-VAR               PIC -ZZZ9,99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LIN-NOVEDAD           PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF WS-HAY-NOMINA = 'S'
               PERFORM 100-CARGAR-NOMINA UNTIL NOMINA-EOF
           END-IF.
           MOVE ZERO TO CON-COD-CONS.
           MOVE 'N' TO WS-CON-FIN.
           START CON KEY IS NOT LESS THAN CON-COD-CONS
               INVALID KEY MOVE 'S' TO WS-CON-FIN
           END-START.
           PERFORM 200-PROCESAR-CONSULTOR UNTIL WS-CON-FIN = 'S'.
           PERFORM 600-LEGAJOS-INEXISTENTES
               VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 998.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "IMPORTACION DE COSTOS POR HORA DE CONSULTORES".
           DISPLAY "INGRESE EL PERIODO (AAAAMM, BLANCO = MES "
               "ANTERIOR): ".
           MOVE SPACES TO WS-PERIODO.
           ACCEPT WS-PERIODO.
           IF WS-PERIODO = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES
               IF WS-MES = 1
                   MOVE 12 TO WS-MES
                   SUBTRACT 1 FROM WS-ANIO
               ELSE
                   SUBTRACT 1 FROM WS-MES
               END-IF
               MOVE WS-ANIO TO WS-PERIODO(1:4)
               MOVE WS-MES TO WS-PERIODO(5:2)
           END-IF.
           IF WS-PERIODO IS NOT NUMERIC OR WS-PERIODO(5:2) < "01"
               OR WS-PERIODO(5:2) > "12"
               DISPLAY "PERIODO INVALIDO: " WS-PERIODO
               STOP RUN.
           DISPLAY "INGRESE LAS HORAS ESTANDAR POR DIA HABIL "
               "(BLANCO = 8,00): ".
           MOVE SPACES TO WS-HORAS-DIA-TXT.
           ACCEPT WS-HORAS-DIA-TXT.
           IF WS-HORAS-DIA-TXT NOT = SPACES
               COMPUTE WS-HORAS-DIA =
                   FUNCTION NUMVAL(WS-HORAS-DIA-TXT)
           END-IF.
           IF WS-HORAS-DIA = ZERO OR WS-HORAS-DIA > 24
               DISPLAY "HORAS POR DIA INVALIDAS"
               STOP RUN.
      *    Primero y ultimo dia del mes: el ultimo es el dia anterior
      *    al primero del mes siguiente.
           MOVE WS-PERIODO TO WS-FECHA-DESDE(1:6).
           MOVE "01" TO WS-FECHA-DESDE(7:2).
           MOVE WS-PERIODO(1:4) TO WS-ANIO.
           MOVE WS-PERIODO(5:2) TO WS-MES.
           IF WS-MES = 12
               MOVE 1 TO WS-MES
               ADD 1 TO WS-ANIO
           ELSE
               ADD 1 TO WS-MES
           END-IF.
           COMPUTE WS-FEC-NUM = WS-ANIO * 10000 + WS-MES * 100 + 1.
           COMPUTE WS-JUL-HASTA =
               FUNCTION INTEGER-OF-DATE(WS-FEC-NUM) - 1.
           COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-JUL-HASTA).
           MOVE WS-FEC-NUM TO WS-FECHA-HASTA.
           MOVE WS-FECHA-DESDE TO WS-FEC-NUM.
           COMPUTE WS-JUL-DESDE = FUNCTION INTEGER-OF-DATE(WS-FEC-NUM).
           OPEN INPUT UMBRAL.
           IF UMBRAL-FS = '00'
               READ UMBRAL RECORD
                   AT END CONTINUE
                   NOT AT END MOVE UMB-PORCENTAJE TO WS-UMBRAL
               END-READ
           END-IF.
           CLOSE UMBRAL.
           OPEN INPUT NOMINA.
           IF NOMINA-OK
               MOVE 'S' TO WS-HAY-NOMINA
           ELSE
               DISPLAY "AVISO: NO SE ENCUENTRA COSTO_NOMINA.TXT, SOLO "
                   "SE ACTUALIZAN LOS SUBCONTRATADOS"
           END-IF.
           OPEN INPUT CON.
           IF CON-FS NOT = '00'
               DISPLAY "ERROR APERTURA CONSULTORES.DAT"
               STOP RUN.
           OPEN I-O COS.
           IF COS-FS NOT = '00'
               OPEN OUTPUT COS
               CLOSE COS
               OPEN I-O COS
           END-IF.
           OPEN INPUT FER.
           IF FER-FS = '00'
               MOVE 'S' TO WS-HAY-FERIADOS
           END-IF.
           OPEN INPUT AUS.
           IF AUS-FS = '00'
               MOVE 'S' TO WS-HAY-AUSENCIAS
           END-IF.
           OPEN INPUT FPR.
           IF FPR-FS = '00'
               MOVE 'S' TO WS-HAY-FACPROV
           END-IF.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 999
               MOVE 'N' TO WS-T-NOM-HAY(WS-L)
               MOVE 'N' TO WS-T-NOM-USADO(WS-L)
               MOVE ZERO TO WS-T-NOM-COSTO(WS-L)
           END-PERFORM.
           PERFORM 015-CONTAR-DIAS-HABILES.
           OPEN OUTPUT LISTADO.
           MOVE WS-ENC-1 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-PERIODO TO WS-ENC-2-PER.
           MOVE WS-DIAS-HABILES TO WS-ENC-2-DIAS.
           MOVE WS-HORAS-DIA TO WS-ENC-2-HS.
           MOVE WS-UMBRAL TO WS-ENC-2-UMB.
           MOVE WS-ENC-2 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-3 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       015-CONTAR-DIAS-HABILES.
           MOVE ZERO TO WS-DIAS-HABILES.
           PERFORM VARYING WS-JUL-D FROM WS-JUL-DESDE BY 1
               UNTIL WS-JUL-D > WS-JUL-HASTA
               PERFORM 016-ES-DIA-HABIL
               IF WS-ES-HABIL = 'S'
                   ADD 1 TO WS-DIAS-HABILES
               END-IF
           END-PERFORM.

       016-ES-DIA-HABIL.
           MOVE 'S' TO WS-ES-HABIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JUL-D, 7).
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               MOVE 'N' TO WS-ES-HABIL
           ELSE
               IF WS-HAY-FERIADOS = 'S'
                   COMPUTE WS-FEC-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-JUL-D)
                   MOVE WS-FEC-NUM TO WS-FEC-DIA
                   MOVE WS-FEC-DIA TO FER-FECHA
                   READ FER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'N' TO WS-ES-HABIL
                   END-READ
               END-IF
           END-IF.

      * Dias habiles del mes en que el consultor estuvo ausente.
       017-CONTAR-AUSENCIAS-CON.
           MOVE ZERO TO WS-DIAS-AUSENTE.
           IF WS-HAY-AUSENCIAS = 'S'
               MOVE CON-COD-CONS TO AUS-CONS
               MOVE LOW-VALUE TO AUS-DESDE
               MOVE 'N' TO WS-AUS-FIN
               START AUS KEY IS NOT LESS THAN AUS-KEY
                   INVALID KEY MOVE 'S' TO WS-AUS-FIN
               END-START
               PERFORM 018-CONTAR-UNA-AUSENCIA
                   UNTIL WS-AUS-FIN = 'S'
           END-IF.

       018-CONTAR-UNA-AUSENCIA.
           READ AUS NEXT RECORD
               AT END MOVE 'S' TO WS-AUS-FIN
           END-READ.
           IF WS-AUS-FIN = 'N'
               IF AUS-CONS NOT = CON-COD-CONS
                   MOVE 'S' TO WS-AUS-FIN
               ELSE
                   PERFORM VARYING WS-JUL-D FROM WS-JUL-DESDE BY 1
                       UNTIL WS-JUL-D > WS-JUL-HASTA
                       COMPUTE WS-FEC-NUM =
                           FUNCTION DATE-OF-INTEGER(WS-JUL-D)
                       MOVE WS-FEC-NUM TO WS-FEC-DIA
                       IF WS-FEC-DIA >= AUS-DESDE AND
                           WS-FEC-DIA <= AUS-HASTA
                           PERFORM 016-ES-DIA-HABIL
                           IF WS-ES-HABIL = 'S'
                               ADD 1 TO WS-DIAS-AUSENTE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       100-CARGAR-NOMINA.
           READ NOMINA RECORD
               AT END CONTINUE
           END-READ.
           IF NOT NOMINA-EOF AND NOMINA-LINEA NOT = SPACES
               ADD 1 TO WS-CANT-LINEAS
               PERFORM 110-DESARMAR-LINEA
           END-IF.

       110-DESARMAR-LINEA.
           MOVE SPACES TO WS-F-PERIODO WS-F-LEGAJO WS-F-BRUTO
               WS-F-CONTRIB WS-F-BENEF.
           UNSTRING NOMINA-LINEA DELIMITED BY ";"
               INTO WS-F-PERIODO
                    WS-F-LEGAJO
                    WS-F-BRUTO
                    WS-F-CONTRIB
                    WS-F-BENEF
           END-UNSTRING.
           IF WS-F-PERIODO(1:6) NOT = WS-PERIODO
               ADD 1 TO WS-CANT-OTRO-PERIODO
           ELSE
               IF FUNCTION NUMVAL(WS-F-LEGAJO) < 1 OR
                   FUNCTION NUMVAL(WS-F-LEGAJO) > 998
                   ADD 1 TO WS-CANT-LEG-INVALIDO
                   DISPLAY "LEGAJO INVALIDO EN NOMINA: " WS-F-LEGAJO
               ELSE
                   COMPUTE WS-LEGAJO = FUNCTION NUMVAL(WS-F-LEGAJO)
                   MOVE 'S' TO WS-T-NOM-HAY(WS-LEGAJO)
                   COMPUTE WS-T-NOM-COSTO(WS-LEGAJO) =
                       WS-T-NOM-COSTO(WS-LEGAJO)
                       + FUNCTION NUMVAL(WS-F-BRUTO)
                       + FUNCTION NUMVAL(WS-F-CONTRIB)
                       + FUNCTION NUMVAL(WS-F-BENEF)
               END-IF
           END-IF.

       200-PROCESAR-CONSULTOR.
           READ CON NEXT RECORD
               AT END MOVE 'S' TO WS-CON-FIN
           END-READ.
           IF WS-CON-FIN = 'N' AND CON-COD-CONS NOT = ZERO
               MOVE ZERO TO WS-HORAS-DISP
               MOVE ZERO TO WS-COSTO-NUEVO
               MOVE SPACES TO WS-NOVEDAD
               IF CON-SUBCONTRATISTA
                   MOVE 'S' TO WS-TIPO
                   IF WS-T-NOM-HAY(CON-COD-CONS) = 'S'
                       MOVE 'S' TO WS-T-NOM-USADO(CON-COD-CONS)
                       DISPLAY "AVISO: EL SUBCONTRATADO "
                           CON-COD-CONS " FIGURA EN LA NOMINA, SE "
                           "TOMA EL COSTO DE FACPROV.DAT"
                   END-IF
                   PERFORM 300-COSTO-SUBCONTRATADO
               ELSE
                   MOVE 'P' TO WS-TIPO
                   IF WS-T-NOM-HAY(CON-COD-CONS) = 'S'
                       MOVE 'S' TO WS-T-NOM-USADO(CON-COD-CONS)
                       PERFORM 210-COSTO-PROPIO
                   ELSE
                       IF CON-ACTIVO AND WS-HAY-NOMINA = 'S'
                           MOVE "SIN NOVEDAD DE NOMINA"
                               TO WS-NOVEDAD
                           ADD 1 TO WS-CANT-RECHAZADOS
                           PERFORM 500-IMPRIMIR-LINEA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Costo cargado del mes sobre las horas disponibles del
      * consultor propio.
       210-COSTO-PROPIO.
           PERFORM 017-CONTAR-AUSENCIAS-CON.
           COMPUTE WS-DIAS-CONS = WS-DIAS-HABILES - WS-DIAS-AUSENTE.
           IF WS-DIAS-CONS < ZERO
               MOVE ZERO TO WS-DIAS-CONS
           END-IF.
           COMPUTE WS-HORAS-DISP = WS-DIAS-CONS * WS-HORAS-DIA.
           MOVE WS-T-NOM-COSTO(CON-COD-CONS) TO WS-COSTO-MES.
           IF WS-HORAS-DISP = ZERO
               MOVE "RECHAZADO: SIN HORAS DISPONIB." TO WS-NOVEDAD
               ADD 1 TO WS-CANT-RECHAZADOS
               PERFORM 500-IMPRIMIR-LINEA
           ELSE
               IF WS-COSTO-MES NOT > ZERO
                   MOVE "RECHAZADO: COSTO EN CERO" TO WS-NOVEDAD
                   ADD 1 TO WS-CANT-RECHAZADOS
                   PERFORM 500-IMPRIMIR-LINEA
               ELSE
                   COMPUTE WS-COSTO-NUEVO ROUNDED =
                       WS-COSTO-MES / WS-HORAS-DISP
                   PERFORM 400-APLICAR-COSTO
               END-IF
           END-IF.

      * Tarifa por hora de las facturas del proveedor: las del mes
      * (periodo facturado que toca el mes), o la ultima con horas.
      * Las observadas no cuentan.
       300-COSTO-SUBCONTRATADO.
           MOVE ZERO TO WS-FPR-NETO.
           MOVE ZERO TO WS-FPR-HORAS.
           MOVE LOW-VALUE TO WS-FPR-ULT-FECHA.
           MOVE ZERO TO WS-FPR-ULT-NETO.
           MOVE ZERO TO WS-FPR-ULT-HORAS.
           IF WS-HAY-FACPROV = 'S'
               MOVE CON-COD-CONS TO FPR-CONS
               MOVE LOW-VALUE TO FPR-NUMERO
               MOVE 'N' TO WS-FPR-FIN
               START FPR KEY IS NOT LESS THAN FPR-KEY
                   INVALID KEY MOVE 'S' TO WS-FPR-FIN
               END-START
               PERFORM 310-LEER-FACTURA-PROV UNTIL WS-FPR-FIN = 'S'
           END-IF.
           IF WS-FPR-HORAS = ZERO AND WS-FPR-ULT-HORAS > ZERO
               MOVE WS-FPR-ULT-NETO TO WS-FPR-NETO
               MOVE WS-FPR-ULT-HORAS TO WS-FPR-HORAS
               MOVE "ULTIMA FACTURA" TO WS-NOVEDAD
           END-IF.
           IF WS-FPR-HORAS = ZERO
               IF CON-ACTIVO
                   MOVE "SIN FACTURAS DE PROVEEDOR" TO WS-NOVEDAD
                   ADD 1 TO WS-CANT-RECHAZADOS
                   PERFORM 500-IMPRIMIR-LINEA
               END-IF
           ELSE
               MOVE WS-FPR-HORAS TO WS-HORAS-DISP
               COMPUTE WS-COSTO-NUEVO ROUNDED =
                   WS-FPR-NETO / WS-FPR-HORAS
               PERFORM 400-APLICAR-COSTO
           END-IF.

       310-LEER-FACTURA-PROV.
           READ FPR NEXT RECORD
               AT END MOVE 'S' TO WS-FPR-FIN
           END-READ.
           IF WS-FPR-FIN = 'N'
               IF FPR-CONS NOT = CON-COD-CONS
                   MOVE 'S' TO WS-FPR-FIN
               ELSE
                   IF NOT FPR-OBSERVADA AND FPR-HORAS > ZERO
                       PERFORM 320-NETO-FACTURA-PROV
                       IF FPR-PER-DESDE <= WS-FECHA-HASTA AND
                           FPR-PER-HASTA >= WS-FECHA-DESDE
                           ADD WS-FPR-NETO-FACT TO WS-FPR-NETO
                           ADD FPR-HORAS TO WS-FPR-HORAS
                       END-IF
                       IF FPR-FECHA > WS-FPR-ULT-FECHA
                           MOVE FPR-FECHA TO WS-FPR-ULT-FECHA
                           MOVE WS-FPR-NETO-FACT TO WS-FPR-ULT-NETO
                           MOVE FPR-HORAS TO WS-FPR-ULT-HORAS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Neto de IVA: las facturas A y M traen el neto por alicuota;
      * las demas (B, C o sin letra) van por el total.
       320-NETO-FACTURA-PROV.
           IF FPR-LETRA = 'A' OR FPR-LETRA = 'M'
               COMPUTE WS-FPR-NETO-FACT = FPR-IVA-NETO(1)
                   + FPR-IVA-NETO(2) + FPR-IVA-NETO(3)
                   + FPR-NO-GRAVADO + FPR-EXENTO
           ELSE
               MOVE FPR-IMPORTE TO WS-FPR-NETO-FACT
           END-IF.

      * Costo vigente: la fila mas reciente con vigencia anterior al
      * mes. Si el mes ya tenia fila (reimportacion) se reemplaza.
       400-APLICAR-COSTO.
           ADD 1 TO WS-CANT-CALCULADOS.
           MOVE ZERO TO WS-COSTO-ANT.
           MOVE LOW-VALUE TO WS-COSTO-ANT-FVIG.
           MOVE 'N' TO WS-COS-EXISTE.
           MOVE CON-COD-CONS TO COS-CONS.
           MOVE LOW-VALUE TO COS-FVIGENCIA.
           MOVE 'N' TO WS-COS-FIN.
           START COS KEY IS NOT LESS THAN COS-KEY
               INVALID KEY MOVE 'S' TO WS-COS-FIN
           END-START.
           PERFORM 410-LEER-COSTO UNTIL WS-COS-FIN = 'S'.
           MOVE ZERO TO WS-VARIACION.
           IF WS-COSTO-ANT NOT = ZERO
               COMPUTE WS-VARIACION ROUNDED =
                   (WS-COSTO-NUEVO - WS-COSTO-ANT) * 100 /
                   WS-COSTO-ANT
           END-IF.
           IF WS-COSTO-ANT = ZERO OR WS-VARIACION > WS-UMBRAL OR
               WS-VARIACION < ZERO - WS-UMBRAL
               MOVE CON-COD-CONS TO COS-CONS
               MOVE WS-FECHA-DESDE TO COS-FVIGENCIA
               MOVE WS-COSTO-NUEVO TO COS-COSTO-HORA
               IF WS-COS-EXISTE = 'S'
                   REWRITE COS-REG
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE "GRABADO (REEMPLAZA EL MES)" TO WS-NOVEDAD
               ELSE
                   WRITE COS-REG
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF WS-NOVEDAD = SPACES
                       MOVE "GRABADO" TO WS-NOVEDAD
                   ELSE
                       MOVE "GRABADO (ULTIMA FACTURA)" TO WS-NOVEDAD
                   END-IF
               END-IF
               ADD 1 TO WS-CANT-GRABADOS
           ELSE
               MOVE "SIN CAMBIO SOBRE EL UMBRAL" TO WS-NOVEDAD
               ADD 1 TO WS-CANT-SIN-CAMBIO
           END-IF.
           PERFORM 500-IMPRIMIR-LINEA.

       410-LEER-COSTO.
           READ COS NEXT RECORD
               AT END MOVE 'S' TO WS-COS-FIN
           END-READ.
           IF WS-COS-FIN = 'N'
               IF COS-CONS NOT = CON-COD-CONS
                   MOVE 'S' TO WS-COS-FIN
               ELSE
                   IF COS-FVIGENCIA = WS-FECHA-DESDE
                       MOVE 'S' TO WS-COS-EXISTE
                   END-IF
                   IF COS-FVIGENCIA < WS-FECHA-DESDE AND
                       COS-FVIGENCIA >= WS-COSTO-ANT-FVIG
                       MOVE COS-FVIGENCIA TO WS-COSTO-ANT-FVIG
                       MOVE COS-COSTO-HORA TO WS-COSTO-ANT
                   END-IF
               END-IF
           END-IF.

       500-IMPRIMIR-LINEA.
           MOVE CON-COD-CONS TO WS-LIN-CONS.
           MOVE CON-APEYNOM TO WS-LIN-NOMBRE.
           MOVE WS-TIPO TO WS-LIN-TIPO.
           MOVE WS-HORAS-DISP TO WS-LIN-HORAS.
           MOVE WS-COSTO-ANT TO WS-LIN-ANT.
           MOVE WS-COSTO-NUEVO TO WS-LIN-NUEVO.
           MOVE WS-VARIACION TO WS-LIN-VAR.
           MOVE WS-NOVEDAD TO WS-LIN-NOVEDAD.
           MOVE WS-LIN-COSTO TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE ZERO TO WS-COSTO-ANT.
           MOVE ZERO TO WS-VARIACION.

      * Legajos de la nomina que no son consultores del maestro.
       600-LEGAJOS-INEXISTENTES.
           IF WS-T-NOM-HAY(WS-L) = 'S' AND WS-T-NOM-USADO(WS-L) = 'N'
               ADD 1 TO WS-CANT-RECHAZADOS
               MOVE SPACES TO LISTADO-LINEA
               STRING WS-L DELIMITED BY SIZE
                   "  LEGAJO DE NOMINA SIN CONSULTOR EN "
                       DELIMITED BY SIZE
                   "CONSULTORES.DAT, RECHAZADO" DELIMITED BY SIZE
                   INTO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

       900-FIN.
           IF WS-HAY-NOMINA = 'S'
               CLOSE NOMINA
           END-IF.
           CLOSE CON.
           CLOSE COS.
           IF WS-HAY-FERIADOS = 'S'
               CLOSE FER
           END-IF.
           IF WS-HAY-AUSENCIAS = 'S'
               CLOSE AUS
           END-IF.
           IF WS-HAY-FACPROV = 'S'
               CLOSE FPR
           END-IF.
           CLOSE LISTADO.
           DISPLAY "LINEAS DE NOMINA LEIDAS: " WS-CANT-LINEAS
               "  DE OTRO PERIODO: " WS-CANT-OTRO-PERIODO
               "  LEGAJO INVALIDO: " WS-CANT-LEG-INVALIDO.
           DISPLAY "COSTOS CALCULADOS:        " WS-CANT-CALCULADOS.
           DISPLAY "FILAS GRABADAS EN COSTOS.DAT: " WS-CANT-GRABADOS.
           DISPLAY "SIN CAMBIO SOBRE EL UMBRAL: " WS-CANT-SIN-CAMBIO.
           DISPLAY "RECHAZADOS:               " WS-CANT-RECHAZADOS.
           DISPLAY "REPORTE GRABADO EN COSTOS_IMPORTACION.PRN".

       END PROGRAM IMPCOSTOS.
