       IDENTIFICATION DIVISION.

       PROGRAM-ID. MONEDACTE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FACTDET ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDE-KEY
               FILE STATUS IS FACTDET-FS.

           SELECT COS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COS-KEY
               FILE STATUS IS COS-FS.

           SELECT HOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-KEY
               ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
               FILE STATUS IS HOR-FS.

           SELECT IND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-KEY
               FILE STATUS IS IND-FS.

      * Tarifas de compra pactadas con los subcontratistas: para
      * ellos el costo real es esta tarifa, no COSTOS.DAT.
           SELECT OPTIONAL COSTOSUB ASSIGN TO "COSTOSUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COSTOSUB-FS.

           SELECT LISTADO ASSIGN TO "MONEDA_CONSTANTE.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

           SELECT REEXPCSV ASSIGN TO "REEXPRESION.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REEXPCSV-FS.

       DATA DIVISION.

       FILE SECTION.

       FD FACTDET
           VALUE OF FILE-ID IS "FACTDET.DAT".
       01 FDE-REG.
           02 FDE-KEY.
               03 FDE-NRO-FACT PIC 9(6).
               03 FDE-CONS PIC 9(3).
               03 FDE-CLIENTE PIC 9(4).
               03 FDE-FECHA PIC X(8).
               03 FDE-SECUENCIA PIC 9(2).
           02 FDE-DATOS.
               03 FDE-CANT-HORAS PIC S9(2)V99.
               03 FDE-TARIFA PIC 9(7)V99.
               03 FDE-IMPORTE PIC S9(7)V99.
               03 FDE-MONEDA PIC X(3).
               03 FDE-IMPORTE-MON PIC S9(7)V99.
               03 FDE-OBSERV PIC X(30).
               03 FDE-APEYNOM PIC X(25).
               03 FDE-DESC-PER PIC X(15).
               03 FDE-CLIENTE-NOM PIC X(30).
               03 FDE-PROYECTO PIC X(6).
               03 FDE-MECANISMO PIC X(2).
               03 FDE-UNIDAD PIC X.
               03 FDE-CANT-UNIDAD PIC S9(3)V99.

       FD COS
           VALUE OF FILE-ID IS "COSTOS.DAT".
       01 COS-REG.
           02 COS-KEY.
               03 COS-CONS PIC 9(3).
               03 COS-FVIGENCIA PIC X(8).
           02 COS-DATOS.
               03 COS-COSTO-HORA PIC 9(7)V99.

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

       FD IND
           VALUE OF FILE-ID IS "INDICES.DAT".
       01 IND-REG.
           02 IND-KEY.
               03 IND-CODIGO PIC X(4).
               03 IND-PERIODO PIC X(6).
           02 IND-DATOS.
               03 IND-VALOR PIC 9(7)V9999.
               03 IND-FECHA-CARGA PIC X(8).

       FD COSTOSUB
           LABEL RECORD OMITTED.
       01 CSB-REG.
           03 CSB-CONS PIC 9(3).
           03 CSB-TARIFA-COMPRA PIC 9(7)V99.

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(160).

       FD REEXPCSV
           LABEL RECORD OMITTED.
       01 REEXPCSV-LINEA PIC X(120).

       WORKING-STORAGE SECTION.

       01 FACTDET-FS                   PIC X(2).
           88 FACTDET-OK                      VALUE '00'.
           88 FACTDET-EOF                     VALUE '10'.
       01 COS-FS                       PIC X(2).
           88 COS-OK                          VALUE '00'.
           88 COS-EOF                         VALUE '10'.
       01 IND-FS                       PIC X(2).
       01 LISTADO-FS                   PIC X(2).
       01 REEXPCSV-FS                  PIC X(2).

       01 HOR-FS                       PIC X(2).
           88 HOR-OK                          VALUE '00'.
           88 HOR-EOF                         VALUE '10'.
       01 WS-HAY-HORAS                 PIC X VALUE 'N'.

       01 COSTOSUB-FS                  PIC X(2).
           88 COSTOSUB-OK                     VALUE '00'.
           88 COSTOSUB-EOF                    VALUE '10'.
       01 WS-CSB-K                     PIC 9(3).
       01 WS-T-CSB-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-T-CSB.
           03 WS-T-CSB-CAMPO OCCURS 300 TIMES.
               05 WS-T-CSB-CONS PIC 9(3).
               05 WS-T-CSB-TARIFA PIC 9(7)V99.

       01 WS-ANIO                      PIC 9(4).
       01 WS-ANIO-X                    PIC X(4).
       01 WS-ANIO-ANT                  PIC 9(4).
       01 WS-ANIO-ANT-X                PIC X(4).
       01 WS-INDICE                    PIC X(4).
       01 WS-PERIODO-BASE              PIC X(6).
       01 WS-VALOR-BASE                PIC 9(7)V9999.
       01 WS-CANT-SIN-INDICE           PIC 9(2) VALUE ZERO.

       01 WS-PER-CALC                  PIC 9(6).
       01 WS-PER-CALC-R REDEFINES WS-PER-CALC.
           03 WS-PER-CALC-ANIO         PIC 9(4).
           03 WS-PER-CALC-MES          PIC 9(2).

       01 WS-COSTO-HORA                PIC 9(7)V99.
       01 WS-COSTO                     PIC S9(9)V99.
       01 WS-COSTO-REAL                PIC S9(9)V99.
       01 WS-ING-REAL                  PIC S9(9)V99.
       01 WS-COSTO-CONS                PIC 9(3).
       01 WS-COSTO-FECHA               PIC X(8).
       01 WS-COS-FIN                   PIC X.
       01 WS-CANT-SIN-COSTO            PIC 9(5) VALUE ZERO.
       01 WS-CONS-BUSQ                 PIC 9(3).
       01 WS-ES-ANIO-ACTUAL            PIC X.

       01 WS-I                         PIC 9(4).
       01 WS-M                         PIC 9(2).
       01 WS-M-ANT                     PIC 9(2).
       01 WS-HALLADO                   PIC X.

       01 WS-MARGEN                    PIC S9(11)V99.
       01 WS-VAR                       PIC S9(4)V9.
       01 WS-VAR-ACTUAL                PIC S9(13)V99.
       01 WS-VAR-ANTERIOR              PIC S9(13)V99.
       01 WS-VAR-HAY                   PIC X.

      * Meses 1 a 12: anio anterior; 13 a 24: anio del informe. El
      * coeficiente lleva cada mes a moneda del periodo base.
       01 WS-T-MES.
           03 WS-T-MES-CAMPO OCCURS 24 TIMES.
               05 WS-T-MES-PERIODO      PIC X(6).
               05 WS-T-MES-INDICE       PIC 9(7)V9999.
               05 WS-T-MES-COEF         PIC 9(3)V9(6).
               05 WS-T-MES-ING-NOM      PIC S9(11)V99.
               05 WS-T-MES-ING-REAL     PIC S9(11)V99.
               05 WS-T-MES-COS-NOM      PIC S9(11)V99.
               05 WS-T-MES-COS-REAL     PIC S9(11)V99.

       01 WS-TOT-ING-NOM               PIC S9(13)V99 VALUE ZERO.
       01 WS-TOT-ING-REAL              PIC S9(13)V99 VALUE ZERO.
       01 WS-TOT-COS-NOM               PIC S9(13)V99 VALUE ZERO.
       01 WS-TOT-COS-REAL              PIC S9(13)V99 VALUE ZERO.

       01 WS-T-CLI-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-CLI.
           03 WS-T-CLI-CAMPO OCCURS 500 TIMES.
               05 WS-T-CLI-COD          PIC 9(4).
               05 WS-T-CLI-ING-NOM      PIC S9(11)V99.
               05 WS-T-CLI-ING-REAL     PIC S9(11)V99.
               05 WS-T-CLI-ANT-NOM      PIC S9(11)V99.
               05 WS-T-CLI-ANT-REAL     PIC S9(11)V99.
               05 WS-T-CLI-COS-REAL     PIC S9(11)V99.

       01 WS-T-CON-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-CON.
           03 WS-T-CON-CAMPO OCCURS 300 TIMES.
               05 WS-T-CON-COD          PIC 9(3).
               05 WS-T-CON-ING-NOM      PIC S9(11)V99.
               05 WS-T-CON-ING-REAL     PIC S9(11)V99.
               05 WS-T-CON-ANT-NOM      PIC S9(11)V99.
               05 WS-T-CON-ANT-REAL     PIC S9(11)V99.
               05 WS-T-CON-COS-REAL     PIC S9(11)V99.

       01 WS-T-PERF-COUNT              PIC 9(4) VALUE ZERO.
       01 WS-T-PERF.
           03 WS-T-PERF-CAMPO OCCURS 50 TIMES.
               05 WS-T-PERF-DESC        PIC X(15).
               05 WS-T-PERF-ING-NOM     PIC S9(11)V99.
               05 WS-T-PERF-ING-REAL    PIC S9(11)V99.
               05 WS-T-PERF-ANT-NOM     PIC S9(11)V99.
               05 WS-T-PERF-ANT-REAL    PIC S9(11)V99.
               05 WS-T-PERF-COS-REAL    PIC S9(11)V99.

       01 WS-ENC-TITULO.
           03 FILLER PIC X(37)
               VALUE "INGRESOS Y MARGEN EN MONEDA CONSTANTE".
           03 FILLER PIC X(8) VALUE " - ANIO ".
           03 WS-ENC-TIT-ANIO PIC X(4).
           03 FILLER PIC X(10) VALUE " - INDICE ".
           03 WS-ENC-TIT-INDICE PIC X(4).
           03 FILLER PIC X(16) VALUE " - MONEDA DE    ".
           03 WS-ENC-TIT-BASE PIC X(6).

       01 WS-ENC-MES.
           03 FILLER PIC X(40) VALUE
               "PERIODO      INDICE      COEF.      ING.".
           03 FILLER PIC X(40) VALUE
               " NOMINAL VAR%NOM   ING. REEXPRESADO VAR%".
           03 FILLER PIC X(40) VALUE
               "REAL   COSTO REEXPR.  MARGEN REEXPR.    ".

       01 WS-LIN-MES.
           03 WS-LIN-MES-PER       PIC X(6).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-MES-IND       PIC Z.ZZZ.ZZ9,9999.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-MES-COEF      PIC ZZ9,999999.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-MES-NOM       PIC -ZZ.ZZZ.ZZZ.Z99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-MES-VNOM      PIC -ZZZ9,9.
           03 WS-LIN-MES-VNOM-X REDEFINES WS-LIN-MES-VNOM
                                   PIC X(7).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-MES-REAL      PIC -ZZ.ZZZ.ZZZ.Z99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-MES-VREAL     PIC -ZZZ9,9.
           03 WS-LIN-MES-VREAL-X REDEFINES WS-LIN-MES-VREAL
                                   PIC X(7).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-MES-COSTO     PIC -ZZ.ZZZ.ZZZ.Z99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-MES-MARGEN    PIC -ZZ.ZZZ.ZZZ.Z99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-MES-OBS       PIC X(12).

       01 WS-ENC-COL.
           03 FILLER PIC X(40) VALUE
               "CODIGO            ING.NOMINAL    ANT.NOM".
           03 FILLER PIC X(40) VALUE
               "INAL VAR%NOM    ING.REEXPR.     ANT.REEX".
           03 FILLER PIC X(40) VALUE
               "PR. VAR%REAL   COSTO REEXPR.  MARGEN REE".
           03 FILLER PIC X(4) VALUE "XPR.".

       01 WS-LIN-ENT.
           03 WS-LIN-ENT-COD       PIC X(15).
           03 WS-LIN-ENT-NOM       PIC -ZZ.ZZZ.ZZZ.Z99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-ENT-ANOM      PIC -ZZ.ZZZ.ZZZ.Z99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-ENT-VNOM      PIC -ZZZ9,9.
           03 WS-LIN-ENT-VNOM-X REDEFINES WS-LIN-ENT-VNOM
                                   PIC X(7).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-ENT-REAL      PIC -ZZ.ZZZ.ZZZ.Z99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-ENT-AREAL     PIC -ZZ.ZZZ.ZZZ.Z99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-ENT-VREAL     PIC -ZZZ9,9.
           03 WS-LIN-ENT-VREAL-X REDEFINES WS-LIN-ENT-VREAL
                                   PIC X(7).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-ENT-COSTO     PIC -ZZ.ZZZ.ZZZ.Z99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-ENT-MARGEN    PIC -ZZ.ZZZ.ZZZ.Z99.

       01 WS-ENC-EECC.
           03 FILLER PIC X(40) VALUE
               "PERIODO    COEF.   INGRESO NOMINAL  INGR".
           03 FILLER PIC X(40) VALUE
               "ESO REEXPR.   COSTO NOMINAL    COSTO REE".
           03 FILLER PIC X(40) VALUE
               "XPR. RESULT.REEXPR.                     ".

       01 WS-LIN-EECC.
           03 WS-LIN-EECC-PER      PIC X(6).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-EECC-COEF     PIC ZZ9,999999.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-EECC-INOM     PIC -ZZZ.ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-EECC-IREAL    PIC -ZZZ.ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-EECC-CNOM     PIC -ZZZ.ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-EECC-CREAL    PIC -ZZZ.ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-EECC-RESUL    PIC -ZZZ.ZZZ.ZZZ.Z99,99.

       01 WS-CSV-INOM                  PIC -9(11),99.
       01 WS-CSV-IREAL                 PIC -9(11),99.
       01 WS-CSV-CNOM                  PIC -9(11),99.
       01 WS-CSV-CREAL                 PIC -9(11),99.
       01 WS-CSV-COEF                  PIC 9(3),9(6).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 050-CARGAR-COEFICIENTES
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 24.
           PERFORM 100-RECORRER-DETALLE UNTIL FACTDET-EOF.
           PERFORM 150-RECORRER-HORAS-INTERNAS.
           PERFORM 200-IMPRIMIR-REPORTE.
           PERFORM 300-REEXPRESION-EECC.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "INGRESOS Y MARGEN EN MONEDA CONSTANTE".
           DISPLAY "INGRESE EL ANIO A ANALIZAR (AAAA): ".
           ACCEPT WS-ANIO.
           MOVE WS-ANIO TO WS-ANIO-X.
           SUBTRACT 1 FROM WS-ANIO GIVING WS-ANIO-ANT.
           MOVE WS-ANIO-ANT TO WS-ANIO-ANT-X.
           DISPLAY "INGRESE EL INDICE (BLANCO = IPC): ".
           ACCEPT WS-INDICE.
           IF WS-INDICE = SPACES
               MOVE "IPC" TO WS-INDICE
           END-IF.
           DISPLAY "INGRESE EL PERIODO BASE (AAAAMM, BLANCO = "
               "DICIEMBRE DEL ANIO): ".
           ACCEPT WS-PERIODO-BASE.
           IF WS-PERIODO-BASE = SPACES
               STRING WS-ANIO-X DELIMITED BY SIZE
                   "12" DELIMITED BY SIZE
                   INTO WS-PERIODO-BASE
           END-IF.
           OPEN INPUT IND.
           IF IND-FS NOT = '00'
               DISPLAY "ERROR APERTURA INDICES.DAT - CARGUE LOS "
                   "INDICES CON EL MANTENIMIENTO DE INDICES"
               STOP RUN
           END-IF.
           MOVE WS-INDICE TO IND-CODIGO.
           MOVE WS-PERIODO-BASE TO IND-PERIODO.
           READ IND
               INVALID KEY MOVE ZERO TO IND-VALOR
           END-READ.
           IF IND-VALOR = ZERO
               DISPLAY "NO HAY VALOR DEL INDICE " WS-INDICE
                   " PARA EL PERIODO BASE " WS-PERIODO-BASE
               CLOSE IND
               STOP RUN
           END-IF.
           MOVE IND-VALOR TO WS-VALOR-BASE.
           OPEN INPUT FACTDET.
           IF NOT FACTDET-OK
               DISPLAY "ERROR APERTURA FACTDET.DAT"
               CLOSE IND
               STOP RUN.
           OPEN INPUT COS.
           IF NOT COS-OK
               DISPLAY "ERROR APERTURA COSTOS.DAT - CARGUE COSTOS "
                   "CON EL MANTENIMIENTO DE COSTOS"
               CLOSE FACTDET
               CLOSE IND
               STOP RUN.
           OPEN INPUT HOR.
           IF HOR-OK
               MOVE 'S' TO WS-HAY-HORAS
           END-IF.
           OPEN INPUT COSTOSUB.
           IF COSTOSUB-OK
               PERFORM 018-CARGAR-COSTO-SUB UNTIL COSTOSUB-EOF
           END-IF.
           CLOSE COSTOSUB.
           OPEN OUTPUT LISTADO.
           MOVE LOW-VALUE TO FDE-KEY.
           START FACTDET KEY IS NOT LESS THAN FDE-KEY
               INVALID KEY MOVE '10' TO FACTDET-FS
           END-START.

       018-CARGAR-COSTO-SUB.
           READ COSTOSUB RECORD
               AT END CONTINUE
           END-READ.
           IF NOT COSTOSUB-EOF AND WS-T-CSB-COUNT < 300
               ADD 1 TO WS-T-CSB-COUNT
               MOVE CSB-CONS TO WS-T-CSB-CONS(WS-T-CSB-COUNT)
               MOVE CSB-TARIFA-COMPRA
                   TO WS-T-CSB-TARIFA(WS-T-CSB-COUNT)
           END-IF.

      * Coeficiente de reexpresion = indice del periodo base / indice
      * del mes. Sin indice publicado el mes queda a valores
      * nominales (coeficiente 1) y se avisa en el listado.
       050-CARGAR-COEFICIENTES.
           IF WS-M > 12
               MOVE WS-ANIO TO WS-PER-CALC-ANIO
               COMPUTE WS-PER-CALC-MES = WS-M - 12
           ELSE
               MOVE WS-ANIO-ANT TO WS-PER-CALC-ANIO
               MOVE WS-M TO WS-PER-CALC-MES
           END-IF.
           MOVE WS-PER-CALC TO WS-T-MES-PERIODO(WS-M).
           MOVE ZERO TO WS-T-MES-ING-NOM(WS-M).
           MOVE ZERO TO WS-T-MES-ING-REAL(WS-M).
           MOVE ZERO TO WS-T-MES-COS-NOM(WS-M).
           MOVE ZERO TO WS-T-MES-COS-REAL(WS-M).
           MOVE WS-INDICE TO IND-CODIGO.
           MOVE WS-T-MES-PERIODO(WS-M) TO IND-PERIODO.
           READ IND
               INVALID KEY MOVE ZERO TO IND-VALOR
           END-READ.
           MOVE IND-VALOR TO WS-T-MES-INDICE(WS-M).
           IF IND-VALOR = ZERO
               MOVE 1 TO WS-T-MES-COEF(WS-M)
               ADD 1 TO WS-CANT-SIN-INDICE
           ELSE
               COMPUTE WS-T-MES-COEF(WS-M) ROUNDED =
                   WS-VALOR-BASE / IND-VALOR
           END-IF.

       100-RECORRER-DETALLE.
           READ FACTDET NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT FACTDET-EOF
               IF FDE-FECHA(1:4) = WS-ANIO-X OR
                   FDE-FECHA(1:4) = WS-ANIO-ANT-X
                   PERFORM 110-PROCESAR-LINEA
               END-IF
           END-IF.

       110-PROCESAR-LINEA.
           MOVE FDE-FECHA(5:2) TO WS-M.
           IF FDE-FECHA(1:4) = WS-ANIO-X
               ADD 12 TO WS-M
               MOVE 'S' TO WS-ES-ANIO-ACTUAL
           ELSE
               MOVE 'N' TO WS-ES-ANIO-ACTUAL
           END-IF.
           MOVE FDE-CONS TO WS-COSTO-CONS.
           MOVE FDE-FECHA TO WS-COSTO-FECHA.
           PERFORM 120-BUSCAR-COSTO-VIGENTE.
           MULTIPLY FDE-CANT-HORAS BY WS-COSTO-HORA
               GIVING WS-COSTO.
           COMPUTE WS-ING-REAL ROUNDED =
               FDE-IMPORTE * WS-T-MES-COEF(WS-M).
           COMPUTE WS-COSTO-REAL ROUNDED =
               WS-COSTO * WS-T-MES-COEF(WS-M).
           ADD FDE-IMPORTE TO WS-T-MES-ING-NOM(WS-M).
           ADD WS-ING-REAL TO WS-T-MES-ING-REAL(WS-M).
           ADD WS-COSTO TO WS-T-MES-COS-NOM(WS-M).
           ADD WS-COSTO-REAL TO WS-T-MES-COS-REAL(WS-M).
           PERFORM 130-SUMAR-CLIENTE.
           MOVE FDE-CONS TO WS-CONS-BUSQ.
           PERFORM 132-UBICAR-CONSULTOR.
           IF WS-ES-ANIO-ACTUAL = 'S'
               ADD FDE-IMPORTE TO WS-T-CON-ING-NOM(WS-I)
               ADD WS-ING-REAL TO WS-T-CON-ING-REAL(WS-I)
               ADD WS-COSTO-REAL TO WS-T-CON-COS-REAL(WS-I)
           ELSE
               ADD FDE-IMPORTE TO WS-T-CON-ANT-NOM(WS-I)
               ADD WS-ING-REAL TO WS-T-CON-ANT-REAL(WS-I)
           END-IF.
           PERFORM 134-SUMAR-PERFIL.

      * Costo vigente: el registro de COSTOS.DAT del consultor con
      * mayor vigencia no posterior a la fecha trabajada.
       120-BUSCAR-COSTO-VIGENTE.
           MOVE ZERO TO WS-COSTO-HORA.
      *    El subcontratista cuesta su tarifa de compra pactada.
           PERFORM VARYING WS-CSB-K FROM 1 BY 1
               UNTIL WS-CSB-K > WS-T-CSB-COUNT
               IF WS-T-CSB-CONS(WS-CSB-K) = WS-COSTO-CONS
                   MOVE WS-T-CSB-TARIFA(WS-CSB-K) TO WS-COSTO-HORA
               END-IF
           END-PERFORM.
           IF WS-COSTO-HORA = ZERO
               MOVE WS-COSTO-CONS TO COS-CONS
               MOVE LOW-VALUE TO COS-FVIGENCIA
               MOVE 'N' TO WS-COS-FIN
               START COS KEY IS NOT LESS THAN COS-KEY
                   INVALID KEY MOVE 'S' TO WS-COS-FIN
               END-START
               PERFORM 125-EXAMINAR-COSTO UNTIL WS-COS-FIN = 'S'
               IF WS-COSTO-HORA = ZERO
                   ADD 1 TO WS-CANT-SIN-COSTO
               END-IF
           END-IF.

       125-EXAMINAR-COSTO.
           READ COS NEXT RECORD
               AT END MOVE 'S' TO WS-COS-FIN
           END-READ.
           IF WS-COS-FIN = 'N'
               IF COS-CONS NOT = WS-COSTO-CONS OR
                   COS-FVIGENCIA > WS-COSTO-FECHA
                   MOVE 'S' TO WS-COS-FIN
               ELSE
                   MOVE COS-COSTO-HORA TO WS-COSTO-HORA
               END-IF
           END-IF.

       130-SUMAR-CLIENTE.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-CLI-COUNT OR WS-HALLADO = 'S'
               IF WS-T-CLI-COD(WS-I) = FDE-CLIENTE
                   MOVE 'S' TO WS-HALLADO
                   SUBTRACT 1 FROM WS-I
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N'
               ADD 1 TO WS-T-CLI-COUNT
               MOVE WS-T-CLI-COUNT TO WS-I
               MOVE FDE-CLIENTE TO WS-T-CLI-COD(WS-I)
               MOVE ZERO TO WS-T-CLI-ING-NOM(WS-I)
               MOVE ZERO TO WS-T-CLI-ING-REAL(WS-I)
               MOVE ZERO TO WS-T-CLI-ANT-NOM(WS-I)
               MOVE ZERO TO WS-T-CLI-ANT-REAL(WS-I)
               MOVE ZERO TO WS-T-CLI-COS-REAL(WS-I)
           END-IF.
           IF WS-ES-ANIO-ACTUAL = 'S'
               ADD FDE-IMPORTE TO WS-T-CLI-ING-NOM(WS-I)
               ADD WS-ING-REAL TO WS-T-CLI-ING-REAL(WS-I)
               ADD WS-COSTO-REAL TO WS-T-CLI-COS-REAL(WS-I)
           ELSE
               ADD FDE-IMPORTE TO WS-T-CLI-ANT-NOM(WS-I)
               ADD WS-ING-REAL TO WS-T-CLI-ANT-REAL(WS-I)
           END-IF.

       132-UBICAR-CONSULTOR.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-CON-COUNT OR WS-HALLADO = 'S'
               IF WS-T-CON-COD(WS-I) = WS-CONS-BUSQ
                   MOVE 'S' TO WS-HALLADO
                   SUBTRACT 1 FROM WS-I
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N'
               ADD 1 TO WS-T-CON-COUNT
               MOVE WS-T-CON-COUNT TO WS-I
               MOVE WS-CONS-BUSQ TO WS-T-CON-COD(WS-I)
               MOVE ZERO TO WS-T-CON-ING-NOM(WS-I)
               MOVE ZERO TO WS-T-CON-ING-REAL(WS-I)
               MOVE ZERO TO WS-T-CON-ANT-NOM(WS-I)
               MOVE ZERO TO WS-T-CON-ANT-REAL(WS-I)
               MOVE ZERO TO WS-T-CON-COS-REAL(WS-I)
           END-IF.

       134-SUMAR-PERFIL.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-PERF-COUNT OR WS-HALLADO = 'S'
               IF WS-T-PERF-DESC(WS-I) = FDE-DESC-PER
                   MOVE 'S' TO WS-HALLADO
                   SUBTRACT 1 FROM WS-I
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N'
               ADD 1 TO WS-T-PERF-COUNT
               MOVE WS-T-PERF-COUNT TO WS-I
               MOVE FDE-DESC-PER TO WS-T-PERF-DESC(WS-I)
               MOVE ZERO TO WS-T-PERF-ING-NOM(WS-I)
               MOVE ZERO TO WS-T-PERF-ING-REAL(WS-I)
               MOVE ZERO TO WS-T-PERF-ANT-NOM(WS-I)
               MOVE ZERO TO WS-T-PERF-ANT-REAL(WS-I)
               MOVE ZERO TO WS-T-PERF-COS-REAL(WS-I)
           END-IF.
           IF WS-ES-ANIO-ACTUAL = 'S'
               ADD FDE-IMPORTE TO WS-T-PERF-ING-NOM(WS-I)
               ADD WS-ING-REAL TO WS-T-PERF-ING-REAL(WS-I)
               ADD WS-COSTO-REAL TO WS-T-PERF-COS-REAL(WS-I)
           ELSE
               ADD FDE-IMPORTE TO WS-T-PERF-ANT-NOM(WS-I)
               ADD WS-ING-REAL TO WS-T-PERF-ANT-REAL(WS-I)
           END-IF.

      * Las horas internas no facturan pero cuestan: se valorizan al
      * costo de COSTOS.DAT como en el margen bruto.
       150-RECORRER-HORAS-INTERNAS.
           IF WS-HAY-HORAS = 'S'
               MOVE LOW-VALUE TO HOR-KEY
               START HOR KEY IS NOT LESS THAN HOR-KEY
                   INVALID KEY MOVE '10' TO HOR-FS
               END-START
               PERFORM 155-UNA-HORA-INTERNA UNTIL HOR-EOF
           END-IF.

       155-UNA-HORA-INTERNA.
           READ HOR NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT HOR-EOF
               IF HOR-TIPO-INTERNA AND
                   (HOR-FECHA(1:4) = WS-ANIO-X OR
                    HOR-FECHA(1:4) = WS-ANIO-ANT-X)
                   MOVE HOR-FECHA(5:2) TO WS-M
                   IF HOR-FECHA(1:4) = WS-ANIO-X
                       ADD 12 TO WS-M
                   END-IF
                   MOVE HOR-CONS TO WS-COSTO-CONS
                   MOVE HOR-FECHA TO WS-COSTO-FECHA
                   PERFORM 120-BUSCAR-COSTO-VIGENTE
                   MULTIPLY HOR-CANT-HORAS BY WS-COSTO-HORA
                       GIVING WS-COSTO
                   COMPUTE WS-COSTO-REAL ROUNDED =
                       WS-COSTO * WS-T-MES-COEF(WS-M)
                   ADD WS-COSTO TO WS-T-MES-COS-NOM(WS-M)
                   ADD WS-COSTO-REAL TO WS-T-MES-COS-REAL(WS-M)
                   IF WS-M > 12
                       MOVE HOR-CONS TO WS-CONS-BUSQ
                       PERFORM 132-UBICAR-CONSULTOR
                       ADD WS-COSTO-REAL TO WS-T-CON-COS-REAL(WS-I)
                   END-IF
               END-IF
           END-IF.

       200-IMPRIMIR-REPORTE.
           MOVE WS-ANIO-X TO WS-ENC-TIT-ANIO.
           MOVE WS-INDICE TO WS-ENC-TIT-INDICE.
           MOVE WS-PERIODO-BASE TO WS-ENC-TIT-BASE.
           MOVE WS-ENC-TITULO TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "EVOLUCION MENSUAL (VARIACION CONTRA EL MES ANTERIOR):"
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-MES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 210-IMPRIMIR-MES
               VARYING WS-M FROM 13 BY 1 UNTIL WS-M > 24.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "POR CLIENTE (ANIO CONTRA ANIO ANTERIOR):"
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-COL TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 220-IMPRIMIR-CLI
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-CLI-COUNT.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "POR CONSULTOR (ANIO CONTRA ANIO ANTERIOR):"
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-COL TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 230-IMPRIMIR-CON
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-CON-COUNT.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "POR PERFIL (ANIO CONTRA ANIO ANTERIOR):"
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-COL TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 240-IMPRIMIR-PERF
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-PERF-COUNT.

       210-IMPRIMIR-MES.
           COMPUTE WS-M-ANT = WS-M - 1.
           MOVE WS-T-MES-PERIODO(WS-M) TO WS-LIN-MES-PER.
           MOVE WS-T-MES-INDICE(WS-M) TO WS-LIN-MES-IND.
           MOVE WS-T-MES-COEF(WS-M) TO WS-LIN-MES-COEF.
           MOVE WS-T-MES-ING-NOM(WS-M) TO WS-LIN-MES-NOM.
           MOVE WS-T-MES-ING-REAL(WS-M) TO WS-LIN-MES-REAL.
           MOVE WS-T-MES-COS-REAL(WS-M) TO WS-LIN-MES-COSTO.
           SUBTRACT WS-T-MES-COS-REAL(WS-M)
               FROM WS-T-MES-ING-REAL(WS-M) GIVING WS-MARGEN.
           MOVE WS-MARGEN TO WS-LIN-MES-MARGEN.
           MOVE WS-T-MES-ING-NOM(WS-M) TO WS-VAR-ACTUAL.
           MOVE WS-T-MES-ING-NOM(WS-M-ANT) TO WS-VAR-ANTERIOR.
           PERFORM 290-CALCULAR-VARIACION.
           IF WS-VAR-HAY = 'S'
               MOVE WS-VAR TO WS-LIN-MES-VNOM
           ELSE
               MOVE "    N/D" TO WS-LIN-MES-VNOM-X
           END-IF.
           MOVE WS-T-MES-ING-REAL(WS-M) TO WS-VAR-ACTUAL.
           MOVE WS-T-MES-ING-REAL(WS-M-ANT) TO WS-VAR-ANTERIOR.
           PERFORM 290-CALCULAR-VARIACION.
           IF WS-VAR-HAY = 'S'
               MOVE WS-VAR TO WS-LIN-MES-VREAL
           ELSE
               MOVE "    N/D" TO WS-LIN-MES-VREAL-X
           END-IF.
           IF WS-T-MES-INDICE(WS-M) = ZERO
               MOVE "SIN INDICE" TO WS-LIN-MES-OBS
           ELSE
               MOVE SPACES TO WS-LIN-MES-OBS
           END-IF.
           MOVE WS-LIN-MES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       220-IMPRIMIR-CLI.
           MOVE SPACES TO WS-LIN-ENT-COD.
           MOVE WS-T-CLI-COD(WS-I) TO WS-LIN-ENT-COD(1:4).
           MOVE WS-T-CLI-ING-NOM(WS-I) TO WS-VAR-ACTUAL.
           MOVE WS-T-CLI-ANT-NOM(WS-I) TO WS-VAR-ANTERIOR.
           MOVE WS-T-CLI-ING-REAL(WS-I) TO WS-LIN-ENT-REAL.
           MOVE WS-T-CLI-ANT-REAL(WS-I) TO WS-LIN-ENT-AREAL.
           MOVE WS-T-CLI-COS-REAL(WS-I) TO WS-LIN-ENT-COSTO.
           SUBTRACT WS-T-CLI-COS-REAL(WS-I)
               FROM WS-T-CLI-ING-REAL(WS-I) GIVING WS-MARGEN.
           PERFORM 280-ARMAR-NOMINAL.
           MOVE WS-T-CLI-ING-REAL(WS-I) TO WS-VAR-ACTUAL.
           MOVE WS-T-CLI-ANT-REAL(WS-I) TO WS-VAR-ANTERIOR.
           PERFORM 285-ARMAR-REAL.

       230-IMPRIMIR-CON.
           MOVE SPACES TO WS-LIN-ENT-COD.
           MOVE WS-T-CON-COD(WS-I) TO WS-LIN-ENT-COD(1:3).
           MOVE WS-T-CON-ING-NOM(WS-I) TO WS-VAR-ACTUAL.
           MOVE WS-T-CON-ANT-NOM(WS-I) TO WS-VAR-ANTERIOR.
           MOVE WS-T-CON-ING-REAL(WS-I) TO WS-LIN-ENT-REAL.
           MOVE WS-T-CON-ANT-REAL(WS-I) TO WS-LIN-ENT-AREAL.
           MOVE WS-T-CON-COS-REAL(WS-I) TO WS-LIN-ENT-COSTO.
           SUBTRACT WS-T-CON-COS-REAL(WS-I)
               FROM WS-T-CON-ING-REAL(WS-I) GIVING WS-MARGEN.
           PERFORM 280-ARMAR-NOMINAL.
           MOVE WS-T-CON-ING-REAL(WS-I) TO WS-VAR-ACTUAL.
           MOVE WS-T-CON-ANT-REAL(WS-I) TO WS-VAR-ANTERIOR.
           PERFORM 285-ARMAR-REAL.

       240-IMPRIMIR-PERF.
           MOVE WS-T-PERF-DESC(WS-I) TO WS-LIN-ENT-COD.
           MOVE WS-T-PERF-ING-NOM(WS-I) TO WS-VAR-ACTUAL.
           MOVE WS-T-PERF-ANT-NOM(WS-I) TO WS-VAR-ANTERIOR.
           MOVE WS-T-PERF-ING-REAL(WS-I) TO WS-LIN-ENT-REAL.
           MOVE WS-T-PERF-ANT-REAL(WS-I) TO WS-LIN-ENT-AREAL.
           MOVE WS-T-PERF-COS-REAL(WS-I) TO WS-LIN-ENT-COSTO.
           SUBTRACT WS-T-PERF-COS-REAL(WS-I)
               FROM WS-T-PERF-ING-REAL(WS-I) GIVING WS-MARGEN.
           PERFORM 280-ARMAR-NOMINAL.
           MOVE WS-T-PERF-ING-REAL(WS-I) TO WS-VAR-ACTUAL.
           MOVE WS-T-PERF-ANT-REAL(WS-I) TO WS-VAR-ANTERIOR.
           PERFORM 285-ARMAR-REAL.

       280-ARMAR-NOMINAL.
           MOVE WS-VAR-ACTUAL TO WS-LIN-ENT-NOM.
           MOVE WS-VAR-ANTERIOR TO WS-LIN-ENT-ANOM.
           MOVE WS-MARGEN TO WS-LIN-ENT-MARGEN.
           PERFORM 290-CALCULAR-VARIACION.
           IF WS-VAR-HAY = 'S'
               MOVE WS-VAR TO WS-LIN-ENT-VNOM
           ELSE
               MOVE "    N/D" TO WS-LIN-ENT-VNOM-X
           END-IF.

       285-ARMAR-REAL.
           PERFORM 290-CALCULAR-VARIACION.
           IF WS-VAR-HAY = 'S'
               MOVE WS-VAR TO WS-LIN-ENT-VREAL
           ELSE
               MOVE "    N/D" TO WS-LIN-ENT-VREAL-X
           END-IF.
           MOVE WS-LIN-ENT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       290-CALCULAR-VARIACION.
           MOVE 'N' TO WS-VAR-HAY.
           IF WS-VAR-ANTERIOR NOT = ZERO
               MOVE 'S' TO WS-VAR-HAY
               COMPUTE WS-VAR ROUNDED =
                   (WS-VAR-ACTUAL - WS-VAR-ANTERIOR) * 100
                   / WS-VAR-ANTERIOR
                   ON SIZE ERROR MOVE 'N' TO WS-VAR-HAY
               END-COMPUTE
           END-IF.

      * Cuadro de reexpresion del ejercicio para los estados contables
      * ajustados por inflacion: cada mes a moneda del periodo base,
      * con el resultado por reexpresion de ingresos menos costos.
       300-REEXPRESION-EECC.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "REEXPRESION DEL EJERCICIO PARA ESTADOS CONTABLES:"
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-EECC TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           OPEN OUTPUT REEXPCSV.
           MOVE "PERIODO;INDICE;COEFICIENTE;INGRESO-NOMINAL;INGRESO-REE
      -        "XPRESADO;COSTO-NOMINAL;COSTO-REEXPRESADO"
               TO REEXPCSV-LINEA.
           WRITE REEXPCSV-LINEA.
           PERFORM 310-REEXPRESION-MES
               VARYING WS-M FROM 13 BY 1 UNTIL WS-M > 24.
           MOVE "TOTAL " TO WS-LIN-EECC-PER.
           MOVE ZERO TO WS-LIN-EECC-COEF.
           MOVE WS-TOT-ING-NOM TO WS-LIN-EECC-INOM.
           MOVE WS-TOT-ING-REAL TO WS-LIN-EECC-IREAL.
           MOVE WS-TOT-COS-NOM TO WS-LIN-EECC-CNOM.
           MOVE WS-TOT-COS-REAL TO WS-LIN-EECC-CREAL.
           COMPUTE WS-MARGEN = (WS-TOT-ING-REAL - WS-TOT-ING-NOM)
               - (WS-TOT-COS-REAL - WS-TOT-COS-NOM).
           MOVE WS-MARGEN TO WS-LIN-EECC-RESUL.
           MOVE WS-LIN-EECC TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           CLOSE REEXPCSV.

       310-REEXPRESION-MES.
           MOVE WS-T-MES-PERIODO(WS-M) TO WS-LIN-EECC-PER.
           MOVE WS-T-MES-COEF(WS-M) TO WS-LIN-EECC-COEF.
           MOVE WS-T-MES-ING-NOM(WS-M) TO WS-LIN-EECC-INOM.
           MOVE WS-T-MES-ING-REAL(WS-M) TO WS-LIN-EECC-IREAL.
           MOVE WS-T-MES-COS-NOM(WS-M) TO WS-LIN-EECC-CNOM.
           MOVE WS-T-MES-COS-REAL(WS-M) TO WS-LIN-EECC-CREAL.
           COMPUTE WS-MARGEN =
               (WS-T-MES-ING-REAL(WS-M) - WS-T-MES-ING-NOM(WS-M))
               - (WS-T-MES-COS-REAL(WS-M) - WS-T-MES-COS-NOM(WS-M)).
           MOVE WS-MARGEN TO WS-LIN-EECC-RESUL.
           MOVE WS-LIN-EECC TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           ADD WS-T-MES-ING-NOM(WS-M) TO WS-TOT-ING-NOM.
           ADD WS-T-MES-ING-REAL(WS-M) TO WS-TOT-ING-REAL.
           ADD WS-T-MES-COS-NOM(WS-M) TO WS-TOT-COS-NOM.
           ADD WS-T-MES-COS-REAL(WS-M) TO WS-TOT-COS-REAL.
           MOVE WS-T-MES-COEF(WS-M) TO WS-CSV-COEF.
           MOVE WS-T-MES-ING-NOM(WS-M) TO WS-CSV-INOM.
           MOVE WS-T-MES-ING-REAL(WS-M) TO WS-CSV-IREAL.
           MOVE WS-T-MES-COS-NOM(WS-M) TO WS-CSV-CNOM.
           MOVE WS-T-MES-COS-REAL(WS-M) TO WS-CSV-CREAL.
           MOVE WS-T-MES-INDICE(WS-M) TO WS-LIN-MES-IND.
           MOVE SPACES TO REEXPCSV-LINEA.
           STRING WS-T-MES-PERIODO(WS-M) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-LIN-MES-IND DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-CSV-COEF DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-CSV-INOM DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-CSV-IREAL DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-CSV-CNOM DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-CSV-CREAL DELIMITED BY SIZE
               INTO REEXPCSV-LINEA
           END-STRING.
           WRITE REEXPCSV-LINEA.

       900-FIN.
           CLOSE FACTDET.
           CLOSE COS.
           CLOSE IND.
           IF WS-HAY-HORAS = 'S'
               CLOSE HOR
           END-IF.
           CLOSE LISTADO.
           DISPLAY "MESES SIN INDICE PUBLICADO: " WS-CANT-SIN-INDICE.
           DISPLAY "LINEAS SIN COSTO CARGADO: " WS-CANT-SIN-COSTO.
           DISPLAY "REPORTE GRABADO EN MONEDA_CONSTANTE.PRN".
           DISPLAY "REEXPRESION PARA EECC GRABADA EN REEXPRESION.CSV".

       END PROGRAM MONEDACTE.
