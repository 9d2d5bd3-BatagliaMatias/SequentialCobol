               RECORD KEY IS FDE-KEY
               FILE STATUS IS FACTDET-FS.

           SELECT FACTCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-KEY
               ALTERNATE RECORD KEY IS FCL-CLIENTE WITH DUPLICATES
               FILE STATUS IS FACTCLI-FS.

           SELECT OPTIONAL PER ASSIGN TO "PERFILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PER-FS.

           SELECT LISTADO ASSIGN TO "ANALITICA.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.
               03 FDE-CONS PIC 9(3).
               03 FDE-CLIENTE PIC 9(4).
               03 FDE-FECHA PIC X(8).
               03 FDE-SECUENCIA PIC 9(2).
           02 FDE-DATOS.
               03 FDE-CANT-HORAS PIC S9(2)V99.
               03 FDE-TARIFA PIC 9(7)V99.
               03 FDE-CLIENTE-NOM PIC X(30).
               03 FDE-PROYECTO PIC X(6).
               03 FDE-MECANISMO PIC X(2).
               03 FDE-UNIDAD PIC X.
               03 FDE-CANT-UNIDAD PIC S9(3)V99.

       FD FACTCLI
           VALUE OF FILE-ID IS "FACTCLI.DAT".
       01 FCL-REG.
           02 FCL-KEY.
               03 FCL-NRO-FACT PIC 9(6).
               03 FCL-CLIENTE PIC 9(4).
           02 FCL-DATOS.
               03 FCL-TOTAL-NETO PIC S9(9)V99.
               03 FCL-TOTAL-IVA PIC S9(9)V99.
               03 FCL-FECHA-HASTA PIC X(8).
               03 FCL-EMPRESA PIC X(3).

       FD PER
           LABEL RECORD OMITTED.
       01 PER-REG.
           03 PER-PERFIL PIC X.
           03 PER-DESCRIPCION PIC X(15).
           03 PER-COND PIC X(50).

       FD LISTADO
           LABEL RECORD OMITTED.
           88 FACTDET-EOF                     VALUE '10'.
       01 LISTADO-FS                   PIC X(2).

       01 FACTCLI-FS                   PIC X(2).
       01 WS-HAY-FACTCLI               PIC X VALUE 'N'.

      * Ejercicio economico de la empresa (subprograma EJERCICIO):
      * las columnas van del mes de inicio al de cierre. Con empresa
      * en blanco se toman todas con el ejercicio de la instalacion.
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
       01 WS-EMP-FACT                  PIC X(3).
       01 WS-ULT-NRO-FACT              PIC 9(6) VALUE ZERO.
       01 WS-ULT-CLIENTE               PIC 9(4) VALUE ZERO.
       01 WS-ETIQUETA                  PIC X(7).
       01 WS-ETIQUETA-ANT              PIC X(7).
       01 WS-DESDE                     PIC X(8).
       01 WS-HASTA                     PIC X(8).
       01 WS-DESDE-ANT                 PIC X(8).
       01 WS-HASTA-ANT                 PIC X(8).
       01 WS-MES-INICIO                PIC 9(2).

       01 WS-ANIO                      PIC 9(4).
       01 WS-MES                       PIC 9(2).
       01 WS-MES-CAL                   PIC 9(2).
       01 WS-ANIO-COL                  PIC 9(4).
       01 WS-NOMBRES-MES               PIC X(36)
           VALUE "ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC".
       01 WS-T-NOM-MES REDEFINES WS-NOMBRES-MES.
           03 WS-NOM-MES               PIC X(3) OCCURS 12 TIMES.

       01 WS-ENC-MESES.
           03 FILLER                   PIC X(15) VALUE SPACES.
           03 WS-ENC-MES OCCURS 12 TIMES.
               05 FILLER               PIC X(4).
               05 WS-ENC-MES-NOM       PIC X(3).
               05 WS-ENC-MES-SEP       PIC X.
               05 WS-ENC-MES-AA        PIC 9(2).
               05 FILLER               PIC X.
       01 WS-I                         PIC 9(4).
       01 WS-J                         PIC 9(4).
       01 WS-G                         PIC 9(4).
       01 WS-HALLADO                   PIC X.

      * Perfil vigente el dia trabajado, segun la historia del
      * consultor (subprograma HISTCONS); la descripcion sale de
      * PERFILES.DAT.
       01 HCN-PARAM.
           03 HCN-OPER PIC X.
           03 HCN-CONS PIC 9(3).
           03 HCN-FECHA PIC X(8).
           03 HCN-PERFIL PIC X.
           03 HCN-EMPRESA PIC X(3).
           03 HCN-SUCURSAL PIC 9.
           03 HCN-OK PIC X.
       01 PER-FS                       PIC X(2).
           88 PER-OK                          VALUE '00'.
           88 PER-EOF                         VALUE '10'.
       01 WS-DESC-PERFIL               PIC X(15).
       01 WS-T-PER-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-PER.
           03 WS-T-PER-CAMPO OCCURS 50 TIMES.
               05 WS-T-PER-PERFIL       PIC X.
               05 WS-T-PER-DESC         PIC X(15).

       01 WS-T-CLI-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-CLI.
           03 WS-T-CLI-CAMPO OCCURS 500 TIMES.

       010-INICIO.
           DISPLAY "ANALITICA DE INGRESOS (MATRIZ MENSUAL)".
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
           MOVE EJC-ETIQUETA TO WS-ETIQUETA.
           MOVE EJC-DESDE TO WS-DESDE.
           MOVE EJC-HASTA TO WS-HASTA.
           MOVE EJC-MES-INICIO TO WS-MES-INICIO.
           SUBTRACT 1 FROM WS-ANIO GIVING EJC-ANIO.
           CALL 'EJERCICIO' USING EJC-PARAM.
           MOVE EJC-ETIQUETA TO WS-ETIQUETA-ANT.
           MOVE EJC-DESDE TO WS-DESDE-ANT.
           MOVE EJC-HASTA TO WS-HASTA-ANT.
           OPEN INPUT FACTDET.
           IF NOT FACTDET-OK
               DISPLAY "ERROR APERTURA FACTDET.DAT"
               STOP RUN.
           IF WS-EMPRESA NOT = SPACES
               OPEN INPUT FACTCLI
               IF FACTCLI-FS NOT = '00'
                   DISPLAY "ERROR APERTURA FACTCLI.DAT"
                   STOP RUN
               END-IF
               MOVE 'S' TO WS-HAY-FACTCLI
           END-IF.
           OPEN INPUT PER.
           IF PER-OK
               PERFORM 015-CARGAR-PERFIL UNTIL PER-EOF
           END-IF.
           CLOSE PER.
           MOVE 'A' TO HCN-OPER.
           CALL 'HISTCONS' USING HCN-PARAM.
           OPEN OUTPUT LISTADO.
           MOVE LOW-VALUE TO FDE-KEY.
           START FACTDET KEY IS NOT LESS THAN FDE-KEY
               INVALID KEY MOVE '10' TO FACTDET-FS
           END-START.

       015-CARGAR-PERFIL.
           READ PER RECORD
               AT END CONTINUE
           END-READ.
           IF NOT PER-EOF AND WS-T-PER-COUNT < 50
               ADD 1 TO WS-T-PER-COUNT
               MOVE PER-PERFIL TO WS-T-PER-PERFIL(WS-T-PER-COUNT)
               MOVE PER-DESCRIPCION TO WS-T-PER-DESC(WS-T-PER-COUNT)
           END-IF.

       100-ACUMULAR.
           READ FACTDET NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT FACTDET-EOF
               IF FDE-FECHA >= WS-DESDE-ANT AND
                   FDE-FECHA <= WS-HASTA
                   PERFORM 105-EMPRESA-FACTURA
               END-IF
           END-IF.

      * Columna = mes dentro del ejercicio.
       102-ACUMULAR-LINEA.
           IF FDE-FECHA >= WS-DESDE
               MOVE FDE-FECHA(5:2) TO WS-MES-CAL
               IF WS-MES-CAL < WS-MES-INICIO
                   COMPUTE WS-MES = WS-MES-CAL + 13 - WS-MES-INICIO
               ELSE
                   COMPUTE WS-MES = WS-MES-CAL + 1 - WS-MES-INICIO
               END-IF
               ADD FDE-IMPORTE TO WS-TOT-ANIO
               PERFORM 110-SUMAR-CLIENTE
               PERFORM 120-SUMAR-CONSULTOR
               PERFORM 130-SUMAR-PERFIL
           ELSE
               ADD FDE-IMPORTE TO WS-TOT-ANIO-ANT
               PERFORM 115-SUMAR-CLIENTE-ANT
           END-IF.

      * Empresa que emitio la factura (FACTCLI), solo si se pidio
      * una empresa.
       105-EMPRESA-FACTURA.
           IF WS-HAY-FACTCLI = 'N'
               PERFORM 102-ACUMULAR-LINEA
           ELSE
               IF FDE-NRO-FACT NOT = WS-ULT-NRO-FACT OR
                   FDE-CLIENTE NOT = WS-ULT-CLIENTE
                   MOVE FDE-NRO-FACT TO FCL-NRO-FACT
                   MOVE FDE-CLIENTE TO FCL-CLIENTE
                   MOVE SPACES TO WS-EMP-FACT
                   READ FACTCLI
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE FCL-EMPRESA TO WS-EMP-FACT
                   END-READ
                   MOVE FDE-NRO-FACT TO WS-ULT-NRO-FACT
                   MOVE FDE-CLIENTE TO WS-ULT-CLIENTE
               END-IF
               IF WS-EMP-FACT = WS-EMPRESA
                   PERFORM 102-ACUMULAR-LINEA
               END-IF
           END-IF.

           ADD FDE-IMPORTE TO WS-T-CON-MES(WS-I, WS-MES).
           ADD FDE-IMPORTE TO WS-T-CON-TOT(WS-I).

      * La descripcion de la factura es la del perfil al facturar;
      * si el consultor tiene historia se usa el perfil vigente el
      * dia trabajado.
       130-SUMAR-PERFIL.
           PERFORM 135-PERFIL-VIGENTE.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-PERF-COUNT OR WS-HALLADO = 'S'
               IF WS-T-PERF-DESC(WS-I) = WS-DESC-PERFIL
                   MOVE 'S' TO WS-HALLADO
                   SUBTRACT 1 FROM WS-I
               END-IF
           IF WS-HALLADO = 'N'
               ADD 1 TO WS-T-PERF-COUNT
               MOVE WS-T-PERF-COUNT TO WS-I
               MOVE WS-DESC-PERFIL TO WS-T-PERF-DESC(WS-I)
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12
                   MOVE ZERO TO WS-T-PERF-MES(WS-I, WS-J)
               END-PERFORM
           ADD FDE-IMPORTE TO WS-T-PERF-MES(WS-I, WS-MES).
           ADD FDE-IMPORTE TO WS-T-PERF-TOT(WS-I).

       135-PERFIL-VIGENTE.
           MOVE FDE-DESC-PER TO WS-DESC-PERFIL.
           MOVE 'V' TO HCN-OPER.
           MOVE FDE-CONS TO HCN-CONS.
           MOVE FDE-FECHA TO HCN-FECHA.
           MOVE SPACE TO HCN-PERFIL.
           MOVE SPACES TO HCN-EMPRESA.
           MOVE ZERO TO HCN-SUCURSAL.
           CALL 'HISTCONS' USING HCN-PARAM.
           IF HCN-OK = 'S'
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-T-PER-COUNT
                   IF WS-T-PER-PERFIL(WS-J) = HCN-PERFIL
                       MOVE WS-T-PER-DESC(WS-J) TO WS-DESC-PERFIL
                   END-IF
               END-PERFORM
           END-IF.

       200-IMPRIMIR.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "ANALITICA DE INGRESOS - EJERCICIO " DELIMITED BY SIZE
               WS-ETIQUETA DELIMITED BY SPACE
               " DEL " DELIMITED BY SIZE
               WS-DESDE DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-HASTA DELIMITED BY SIZE
               " (IMPORTES NETOS POR MES)" DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           IF WS-EMPRESA NOT = SPACES
               MOVE SPACES TO LISTADO-LINEA
               STRING "EMPRESA " DELIMITED BY SIZE
                   WS-EMPRESA DELIMITED BY SIZE
                   INTO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.
           PERFORM 205-ARMAR-ENC-MESES
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "INGRESOS POR CLIENTE:" TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-MESES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 210-IMPRIMIR-CLI
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-CLI-COUNT.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "INGRESOS POR CONSULTOR:" TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-MESES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 220-IMPRIMIR-CON
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-CON-COUNT.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "INGRESOS POR PERFIL:" TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-MESES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 230-IMPRIMIR-PERF
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-PERF-COUNT.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO WS-LIN-TOT-TXT.
           STRING "ACUMULADO DEL EJERCICIO " DELIMITED BY SIZE
               WS-ETIQUETA DELIMITED BY SPACE
               ":" DELIMITED BY SIZE
               INTO WS-LIN-TOT-TXT.
           MOVE WS-TOT-ANIO TO WS-LIN-TOT-VAL.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO WS-LIN-TOT-TXT.
           STRING "ACUMULADO DEL EJERCICIO " DELIMITED BY SIZE
               WS-ETIQUETA-ANT DELIMITED BY SPACE
               ":" DELIMITED BY SIZE
               INTO WS-LIN-TOT-TXT.
           MOVE WS-TOT-ANIO-ANT TO WS-LIN-TOT-VAL.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 240-TOP-CLIENTES.

      * Rotulo de cada columna: mes y anio calendario.
       205-ARMAR-ENC-MESES.
           COMPUTE WS-MES-CAL = WS-MES-INICIO + WS-J - 1.
           MOVE WS-ANIO TO WS-ANIO-COL.
           IF WS-MES-CAL > 12
               SUBTRACT 12 FROM WS-MES-CAL
               ADD 1 TO WS-ANIO-COL
           END-IF.
           MOVE SPACES TO WS-ENC-MES(WS-J).
           MOVE WS-NOM-MES(WS-MES-CAL) TO WS-ENC-MES-NOM(WS-J).
           MOVE "/" TO WS-ENC-MES-SEP(WS-J).
           MOVE WS-ANIO-COL(3:2) TO WS-ENC-MES-AA(WS-J).

       210-IMPRIMIR-CLI.
           MOVE SPACES TO WS-LIN-MAT-COD.
           MOVE WS-T-CLI-COD(WS-I) TO WS-LIN-MAT-COD(1:4).
       240-TOP-CLIENTES.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "RANKING DE CLIENTES DEL EJERCICIO (TOP 10):"
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM VARYING WS-G FROM 1 BY 1

       900-FIN.
           CLOSE FACTDET.
           IF WS-HAY-FACTCLI = 'S'
               CLOSE FACTCLI
           END-IF.
           MOVE 'C' TO HCN-OPER.
           CALL 'HISTCONS' USING HCN-PARAM.
           CLOSE LISTADO.
           DISPLAY "REPORTE GRABADO EN ANALITICA.PRN".

