       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONCENTRACION.

      * Concentracion de ingresos por cliente y clientes sin
      * actividad. Primera parte: ranking de clientes por lo
      * facturado en los doce meses anteriores al cierre (FACTDET),
      * con clase A/B/C por participacion acumulada y marca de los
      * que superan el umbral de concentracion ingresado. Segunda
      * parte: clientes de CLIENTES.DAT sin horas cargadas en los
      * ultimos N meses, con la ultima fecha trabajada, la ultima
      * facturacion, el saldo abierto y los consultores asignados,
      * para el seguimiento comercial.

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

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT HOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-KEY
               ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
               FILE STATUS IS HOR-FS.

           SELECT FACTCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-KEY
               ALTERNATE RECORD KEY IS FCL-CLIENTE WITH DUPLICATES
               FILE STATUS IS FACTCLI-FS.

           SELECT APROB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APROB-NRO-FACT
               FILE STATUS IS APROB-FS.

           SELECT APL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-KEY
               ALTERNATE RECORD KEY IS APL-CLIENTE WITH DUPLICATES
               FILE STATUS IS APL-FS.

           SELECT ASG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASG-FS.

           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS CON-FS.

           SELECT LISTADO ASSIGN TO "CONCENTRACION.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

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

       FD CLI
           VALUE OF FILE-ID IS "CLIENTES.DAT".
       01 CLI-REG.
           03 CLI-COD-CLIENTE PIC 9(4).
           03 CLI-RAZON-SOCIAL PIC X(30).
           03 CLI-DIRECCION PIC X(20).
           03 CLI-TELEFONO PIC 9(10).
           03 CLI-MONEDA PIC X(3).
           03 CLI-EMPRESA PIC X(3).
           03 CLI-PLAZO-PAGO PIC 9(3).
           03 CLI-CUIT PIC 9(11).
           03 CLI-COND-FISCAL PIC X(2).
           03 CLI-CAT-IVA PIC X(2).
           03 CLI-RET-GAN PIC 9(2)V99.
           03 CLI-RET-IIBB PIC 9(2)V99.
           03 CLI-BLOQUEO PIC X.
               88 CLI-BLOQUEADO VALUE 'S'.
               88 CLI-SIN-BLOQUEO VALUES 'N', SPACE.
           03 CLI-RED-INCREMENTO PIC 9V99.
           03 CLI-RED-SENTIDO PIC X.
           03 CLI-MIN-DIARIO PIC 9V99.
           03 CLI-DEBITO-AUTO PIC X.
               88 CLI-CON-DEBITO VALUE 'S'.
               88 CLI-SIN-DEBITO VALUES 'N', SPACE.
           03 CLI-CBU PIC X(22).
           03 CLI-JURISDICCION PIC X(3).
           03 CLI-MARKUP-GASTOS PIC 9(2)V99.
           03 CLI-LIMITE-CREDITO PIC 9(9)V99.
           03 CLI-CONFORMIDAD PIC X.
               88 CLI-CON-CONFORMIDAD VALUE 'S'.
               88 CLI-SIN-CONFORMIDAD VALUES 'N', SPACE.
           03 CLI-HORARIO-ANEXO PIC X.
               88 CLI-CON-HORARIO VALUE 'S'.
               88 CLI-SIN-HORARIO VALUES 'N', SPACE.
           03 CLI-EJECUTIVO PIC 9(3).
           03 CLI-CICLO-FACT PIC X.
               88 CLI-CICLO-MENSUAL VALUES 'M', SPACE.
               88 CLI-CICLO-QUINCENAL VALUE 'Q'.
               88 CLI-CICLO-SEMANAL VALUE 'S'.
               88 CLI-CICLO-HITO VALUE 'H'.
               88 CLI-CICLO-DEMANDA VALUE 'D'.
           03 CLI-DIA-CORTE PIC 9(2).
           03 CLI-PLAZO-DESDE PIC X.
               88 CLI-PLAZO-EMISION VALUES 'E', SPACE.
               88 CLI-PLAZO-RECEPCION VALUE 'R'.
           03 CLI-ZONA-VIAJE PIC X(2).
           03 CLI-EXTERIOR PIC X.
               88 CLI-DEL-EXTERIOR VALUE 'S'.
               88 CLI-DEL-PAIS VALUES 'N', SPACE.
           03 CLI-PAIS PIC X(3).
           03 CLI-ID-FISCAL-EXT PIC X(20).
           03 CLI-INCOTERM PIC X(3).

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

       FD APROB
           VALUE OF FILE-ID IS "APROBACIONES.DAT".
       01 APROB-REG.
           03 APROB-NRO-FACT PIC 9(6).
           03 APROB-FECHA-DESDE PIC X(8).
           03 APROB-FECHA-HASTA PIC X(8).
           03 APROB-TOTAL-GRAL PIC S9(9)V99.
           03 APROB-TOTAL-IVA PIC S9(9)V99.
           03 APROB-ESTADO PIC X(10).
           03 APROB-FECHA-APROB PIC X(8).
           03 APROB-EMPRESA PIC X(3).
           03 APROB-NRO-ORIG PIC 9(6).
           03 APROB-TOTAL-COBRADO PIC S9(9)V99.
           03 APROB-CLI-DESDE PIC 9(4).
           03 APROB-CLI-HASTA PIC 9(4).
           03 APROB-CONS-DESDE PIC 9(3).
           03 APROB-CONS-HASTA PIC 9(3).
           03 APROB-USUARIO PIC X(8).
           03 APROB-CAE PIC X(14).
           03 APROB-CAE-VTO PIC X(8).
           03 APROB-USU-EJECUTO PIC X(8).
           03 APROB-USUARIO2 PIC X(8).
           03 APROB-FIRMA1-TS PIC X(14).
           03 APROB-FIRMA2-TS PIC X(14).

       FD APL
           VALUE OF FILE-ID IS "COBRO_APLIC.DAT".
       01 APL-REG.
           02 APL-KEY.
               03 APL-NRO-FACT PIC 9(6).
               03 APL-REC-NRO PIC 9(6).
           02 APL-DATOS.
               03 APL-CLIENTE PIC 9(4).
               03 APL-FECHA PIC X(8).
               03 APL-IMPORTE PIC S9(9)V99.

       FD ASG
           VALUE OF FILE-ID IS "ASIGNACIONES.DAT".
       01 ASG-REG.
           02 ASG-KEY.
               03 ASG-CONS PIC 9(3).
               03 ASG-CLIENTE PIC 9(4).
               03 ASG-DESDE PIC X(8).
           02 ASG-DATOS.
               03 ASG-HASTA PIC X(8).
               03 ASG-ROL PIC X.
               03 ASG-PROYECTO PIC X(6).
               03 ASG-HORAS-DIA PIC 9(2)V99.

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

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(132).

       WORKING-STORAGE SECTION.

       01 FACTDET-FS                   PIC X(2).
           88 FACTDET-OK                      VALUE '00'.
           88 FACTDET-EOF                     VALUE '10'.
       01 CLI-FS                       PIC X(2).
           88 CLI-OK                          VALUE '00'.
           88 CLI-EOF                         VALUE '10'.
       01 HOR-FS                       PIC X(2).
           88 HOR-OK                          VALUE '00'.
           88 HOR-EOF                         VALUE '10'.
       01 FACTCLI-FS                   PIC X(2).
           88 FACTCLI-OK                      VALUE '00'.
       01 APROB-FS                     PIC X(2).
       01 APL-FS                       PIC X(2).
           88 APL-OK                          VALUE '00'.
       01 ASG-FS                       PIC X(2).
           88 ASG-OK                          VALUE '00'.
           88 ASG-EOF                         VALUE '10'.
       01 CON-FS                       PIC X(2).
       01 LISTADO-FS                   PIC X(2).

       01 WS-HAY-HORAS                 PIC X VALUE 'N'.
       01 WS-HAY-FACTCLI               PIC X VALUE 'N'.
       01 WS-HAY-APL                   PIC X VALUE 'N'.
       01 WS-HAY-ASIGNACIONES          PIC X VALUE 'N'.
       01 WS-FCL-FIN                   PIC X.
       01 WS-APL-FIN                   PIC X.

       01 WS-FECHA-CIERRE              PIC X(8).
       01 WS-FECHA-DESDE               PIC X(8).
       01 WS-FECHA-LIMITE              PIC X(8).
       01 WS-UMBRAL                    PIC 9(2)V99.
       01 WS-MESES                     PIC 9(2).
       01 WS-JUL                       PIC 9(7).
       01 WS-MESES-ABS                 PIC 9(6).
       01 WS-FEC-NUM                   PIC 9(8).
       01 WS-FEC-NUM-R REDEFINES WS-FEC-NUM.
           03 WS-FEC-NUM-AA PIC 9(4).
           03 WS-FEC-NUM-MM PIC 9(2).
           03 WS-FEC-NUM-DD PIC 9(2).

      * Participacion acumulada que cierra cada clase.
       01 WS-CORTE-A                   PIC 9(3)V99 VALUE 80.
       01 WS-CORTE-B                   PIC 9(3)V99 VALUE 95.

       01 WS-I                         PIC 9(4).
       01 WS-J                         PIC 9(4).
       01 WS-K                         PIC 9(4).
       01 WS-T-ING-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-ING.
           03 WS-T-ING-CAMPO OCCURS 1000 TIMES.
               05 WS-T-ING-CLI          PIC 9(4).
               05 WS-T-ING-IMPORTE      PIC S9(11)V99.
       01 WS-T-ING-CAMPO-TEMP.
           05 FILLER                    PIC 9(4).
           05 FILLER                    PIC S9(11)V99.

       01 WS-TOTAL                     PIC S9(13)V99 VALUE ZERO.
       01 WS-ACUM                      PIC S9(13)V99 VALUE ZERO.
       01 WS-PORC                      PIC S9(3)V99.
       01 WS-PORC-ACUM-ANT             PIC S9(3)V99.
       01 WS-PORC-ACUM                 PIC S9(3)V99.
       01 WS-CLASE                     PIC X.
       01 WS-CANT-CONCENTRA            PIC 9(4) VALUE ZERO.
       01 WS-T-CLASE.
           03 WS-T-CLASE-CAMPO OCCURS 3 TIMES.
               05 WS-T-CLASE-CANT       PIC 9(4).
               05 WS-T-CLASE-IMPORTE    PIC S9(13)V99.
       01 WS-T-CLASE-LETRAS PIC X(3) VALUE "ABC".

      * Ultimo dia trabajado de cada cliente, por codigo.
       01 WS-T-ULT.
           03 WS-T-ULT-HORA OCCURS 9999 TIMES PIC X(8).

      * Asignaciones vigentes al cierre.
       01 WS-T-ASG-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-ASG.
           03 WS-T-ASG-CAMPO OCCURS 3000 TIMES.
               05 WS-T-ASG-CONS         PIC 9(3).
               05 WS-T-ASG-CLIENTE      PIC 9(4).
               05 WS-T-ASG-DESDE        PIC X(8).
               05 WS-T-ASG-HASTA        PIC X(8).

       01 WS-ULT-FACT                  PIC 9(6).
       01 WS-ULT-FACT-FECHA            PIC X(8).
       01 WS-SALDO                     PIC S9(11)V99.
       01 WS-COBRADO                   PIC S9(11)V99.
       01 WS-CANT-INACTIVOS            PIC 9(5) VALUE ZERO.
       01 WS-CANT-CONS                 PIC 9(3).

       01 WS-ENC-1.
           03 FILLER PIC X(46)
               VALUE "CONCENTRACION DE INGRESOS POR CLIENTE - DEL ".
           03 WS-ENC-1-DESDE PIC X(8).
           03 FILLER PIC X(4) VALUE " AL ".
           03 WS-ENC-1-HASTA PIC X(8).

       01 WS-ENC-2.
           03 FILLER PIC X(27) VALUE "UMBRAL DE CONCENTRACION: ".
           03 WS-ENC-2-UMBRAL PIC Z9,99.
           03 FILLER PIC X(12) VALUE "%   CLASE A ".
           03 FILLER PIC X(7) VALUE "HASTA ".
           03 WS-ENC-2-CORTE-A PIC ZZ9.
           03 FILLER PIC X(23) VALUE "% ACUMULADO, B HASTA ".
           03 WS-ENC-2-CORTE-B PIC ZZ9.
           03 FILLER PIC X(12) VALUE "%, C RESTO".

       01 WS-ENC-COL.
           03 FILLER PIC X(7)  VALUE "RANK  ".
           03 FILLER PIC X(6)  VALUE "CLI.  ".
           03 FILLER PIC X(31) VALUE "RAZON SOCIAL".
           03 FILLER PIC X(17) VALUE "       FACTURADO ".
           03 FILLER PIC X(8)  VALUE "      % ".
           03 FILLER PIC X(8)  VALUE " % ACUM ".
           03 FILLER PIC X(6)  VALUE "CLASE ".

       01 WS-LIN-RNK.
           03 WS-LIN-RNK-POS       PIC ZZZ9.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-RNK-CLI       PIC 9(4).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-RNK-NOM       PIC X(30).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-RNK-IMP       PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-RNK-PORC      PIC ZZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-RNK-ACUM      PIC ZZZ9,99.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-RNK-CLASE     PIC X.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-RNK-MARCA     PIC X(24).

       01 WS-LIN-CLASE.
           03 FILLER               PIC X(6) VALUE "CLASE ".
           03 WS-LIN-CLASE-LETRA   PIC X.
           03 FILLER               PIC X(2) VALUE ": ".
           03 WS-LIN-CLASE-CANT    PIC ZZZ9.
           03 FILLER               PIC X(12) VALUE " CLIENTES  $".
           03 WS-LIN-CLASE-IMP     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-CLASE-PORC    PIC ZZ9,99.
           03 FILLER               PIC X VALUE "%".

       01 WS-LIN-TOT.
           03 FILLER               PIC X(30)
               VALUE "TOTAL FACTURADO 12 MESES:   $".
           03 WS-LIN-TOT-IMP       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-ENC-3.
           03 FILLER PIC X(40)
               VALUE "CLIENTES SIN HORAS CARGADAS DESDE EL ".
           03 WS-ENC-3-LIMITE PIC X(8).
           03 FILLER PIC X(2) VALUE " (".
           03 WS-ENC-3-MESES PIC Z9.
           03 FILLER PIC X(7) VALUE " MESES)".

       01 WS-ENC-COL-3.
           03 FILLER PIC X(6)  VALUE "CLI.  ".
           03 FILLER PIC X(31) VALUE "RAZON SOCIAL".
           03 FILLER PIC X(10) VALUE "ULT.HORA  ".
           03 FILLER PIC X(17) VALUE "ULT.FACT  FECHA  ".
           03 FILLER PIC X(16) VALUE "   SALDO ABIERTO".

       01 WS-LIN-INA.
           03 WS-LIN-INA-CLI       PIC 9(4).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-INA-NOM       PIC X(30).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-INA-ULT-HORA  PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-INA-ULT-FACT  PIC ZZZZZ9.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-INA-FACT-FEC  PIC X(8).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-INA-SALDO     PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-INA-BLOQ      PIC X(9).

       01 WS-LIN-ASG.
           03 FILLER               PIC X(8) VALUE SPACES.
           03 FILLER               PIC X(10) VALUE "CONSULTOR ".
           03 WS-LIN-ASG-CONS      PIC 9(3).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-ASG-NOM       PIC X(25).
           03 FILLER               PIC X(8) VALUE "  DESDE ".
           03 WS-LIN-ASG-DESDE     PIC X(8).
           03 FILLER               PIC X(7) VALUE " HASTA ".
           03 WS-LIN-ASG-HASTA     PIC X(8).

       01 WS-LIN-CANT.
           03 FILLER               PIC X(30)
               VALUE "CLIENTES SIN ACTIVIDAD: ".
           03 WS-LIN-CANT-VAL      PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 100-RECORRER-DETALLE UNTIL FACTDET-EOF.
           PERFORM 150-ORDENAR-T-ING.
           PERFORM 200-IMPRIMIR-RANKING.
           PERFORM 300-CARGAR-ULTIMAS-HORAS.
           PERFORM 350-CARGAR-ASIGNACIONES.
           PERFORM 400-CLIENTES-INACTIVOS.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "CONCENTRACION DE INGRESOS Y CLIENTES SIN ACTIVIDAD".
           DISPLAY "INGRESE LA FECHA DE CIERRE (AAAAMMDD, "
               "ENTER = HOY): ".
           ACCEPT WS-FECHA-CIERRE.
           IF WS-FECHA-CIERRE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CIERRE
           END-IF.
           IF WS-FECHA-CIERRE IS NOT NUMERIC
               DISPLAY "FECHA INVALIDA: " WS-FECHA-CIERRE
               STOP RUN.
           DISPLAY "INGRESE EL PORCENTAJE DE CONCENTRACION A MARCAR "
               "(EJ 20,00): ".
           ACCEPT WS-UMBRAL.
           IF WS-UMBRAL = ZERO
               MOVE 20 TO WS-UMBRAL
           END-IF.
           DISPLAY "INGRESE LOS MESES SIN ACTIVIDAD (EJ 06): ".
           ACCEPT WS-MESES.
           IF WS-MESES = ZERO
               MOVE 6 TO WS-MESES
           END-IF.
           PERFORM 020-CALCULAR-FECHAS.

           OPEN INPUT FACTDET.
           IF NOT FACTDET-OK
               DISPLAY "ERROR APERTURA FACTDET.DAT"
               STOP RUN.
           OPEN INPUT CLI.
           IF NOT CLI-OK
               DISPLAY "ERROR APERTURA CLIENTES.DAT"
               CLOSE FACTDET
               STOP RUN.
           OPEN INPUT HOR.
           IF HOR-OK
               MOVE 'S' TO WS-HAY-HORAS
           END-IF.
           OPEN INPUT FACTCLI.
           IF FACTCLI-OK
               MOVE 'S' TO WS-HAY-FACTCLI
           END-IF.
           OPEN INPUT APROB.
           OPEN INPUT APL.
           IF APL-OK
               MOVE 'S' TO WS-HAY-APL
           END-IF.
           OPEN INPUT ASG.
           IF ASG-OK
               MOVE 'S' TO WS-HAY-ASIGNACIONES
           END-IF.
           OPEN INPUT CON.
           OPEN OUTPUT LISTADO.
           MOVE LOW-VALUE TO FDE-KEY.
           START FACTDET KEY IS NOT LESS THAN FDE-KEY
               INVALID KEY MOVE '10' TO FACTDET-FS
           END-START.

      * Doce meses hasta el cierre, y el limite de inactividad N
      * meses antes del cierre (dia 28 como tope para fin de mes).
       020-CALCULAR-FECHAS.
           MOVE WS-FECHA-CIERRE TO WS-FEC-NUM.
           SUBTRACT 1 FROM WS-FEC-NUM-AA.
           IF WS-FEC-NUM-MM = 2 AND WS-FEC-NUM-DD = 29
               MOVE 28 TO WS-FEC-NUM-DD
           END-IF.
           COMPUTE WS-JUL = FUNCTION INTEGER-OF-DATE(WS-FEC-NUM) + 1.
           COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-JUL).
           MOVE WS-FEC-NUM TO WS-FECHA-DESDE.
           MOVE WS-FECHA-CIERRE TO WS-FEC-NUM.
           COMPUTE WS-MESES-ABS = WS-FEC-NUM-AA * 12
               + WS-FEC-NUM-MM - 1 - WS-MESES.
           DIVIDE WS-MESES-ABS BY 12 GIVING WS-FEC-NUM-AA
               REMAINDER WS-FEC-NUM-MM.
           ADD 1 TO WS-FEC-NUM-MM.
           IF WS-FEC-NUM-DD > 28
               MOVE 28 TO WS-FEC-NUM-DD
           END-IF.
           MOVE WS-FEC-NUM TO WS-FECHA-LIMITE.

       100-RECORRER-DETALLE.
           READ FACTDET NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT FACTDET-EOF
               IF FDE-FECHA >= WS-FECHA-DESDE AND
                   FDE-FECHA <= WS-FECHA-CIERRE
                   PERFORM 110-SUMAR-CLIENTE
               END-IF
           END-IF.

       110-SUMAR-CLIENTE.
           MOVE ZERO TO WS-K.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-ING-COUNT
               IF WS-T-ING-CLI(WS-I) = FDE-CLIENTE
                   MOVE WS-I TO WS-K
               END-IF
           END-PERFORM.
           IF WS-K = ZERO AND WS-T-ING-COUNT < 1000
               ADD 1 TO WS-T-ING-COUNT
               MOVE WS-T-ING-COUNT TO WS-K
               MOVE FDE-CLIENTE TO WS-T-ING-CLI(WS-K)
               MOVE ZERO TO WS-T-ING-IMPORTE(WS-K)
           END-IF.
           IF WS-K > ZERO
               ADD FDE-IMPORTE TO WS-T-ING-IMPORTE(WS-K)
           END-IF.

      * Mayor facturado primero.
       150-ORDENAR-T-ING.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-T-ING-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J > WS-T-ING-COUNT
                   IF WS-T-ING-IMPORTE(WS-J) > WS-T-ING-IMPORTE(WS-I)
                       MOVE WS-T-ING-CAMPO(WS-I)
                           TO WS-T-ING-CAMPO-TEMP
                       MOVE WS-T-ING-CAMPO(WS-J)
                           TO WS-T-ING-CAMPO(WS-I)
                       MOVE WS-T-ING-CAMPO-TEMP
                           TO WS-T-ING-CAMPO(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       200-IMPRIMIR-RANKING.
           MOVE WS-FECHA-DESDE TO WS-ENC-1-DESDE.
           MOVE WS-FECHA-CIERRE TO WS-ENC-1-HASTA.
           MOVE WS-ENC-1 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-UMBRAL TO WS-ENC-2-UMBRAL.
           MOVE WS-CORTE-A TO WS-ENC-2-CORTE-A.
           MOVE WS-CORTE-B TO WS-ENC-2-CORTE-B.
           MOVE WS-ENC-2 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-COL TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               MOVE ZERO TO WS-T-CLASE-CANT(WS-I)
               MOVE ZERO TO WS-T-CLASE-IMPORTE(WS-I)
           END-PERFORM.
      *    Solo participan los clientes con facturacion positiva.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-ING-COUNT
               IF WS-T-ING-IMPORTE(WS-I) > ZERO
                   ADD WS-T-ING-IMPORTE(WS-I) TO WS-TOTAL
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-PORC-ACUM.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-ING-COUNT
               IF WS-T-ING-IMPORTE(WS-I) > ZERO
                   PERFORM 210-IMPRIMIR-CLIENTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               MOVE WS-T-CLASE-LETRAS(WS-I:1) TO WS-LIN-CLASE-LETRA
               MOVE WS-T-CLASE-CANT(WS-I) TO WS-LIN-CLASE-CANT
               MOVE WS-T-CLASE-IMPORTE(WS-I) TO WS-LIN-CLASE-IMP
               MOVE ZERO TO WS-PORC
               IF WS-TOTAL > ZERO
                   COMPUTE WS-PORC ROUNDED =
                       WS-T-CLASE-IMPORTE(WS-I) * 100 / WS-TOTAL
               END-IF
               MOVE WS-PORC TO WS-LIN-CLASE-PORC
               MOVE WS-LIN-CLASE TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-PERFORM.
           MOVE WS-TOTAL TO WS-LIN-TOT-IMP.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           DISPLAY "CLIENTES RANKEADOS: " WS-T-ING-COUNT
               "  SOBRE EL UMBRAL: " WS-CANT-CONCENTRA.

      * La clase se asigna por la participacion acumulada antes del
      * cliente: el que cruza el corte todavia pertenece a la clase.
       210-IMPRIMIR-CLIENTE.
           MOVE WS-PORC-ACUM TO WS-PORC-ACUM-ANT.
           ADD WS-T-ING-IMPORTE(WS-I) TO WS-ACUM.
           COMPUTE WS-PORC ROUNDED =
               WS-T-ING-IMPORTE(WS-I) * 100 / WS-TOTAL.
           COMPUTE WS-PORC-ACUM ROUNDED = WS-ACUM * 100 / WS-TOTAL.
           IF WS-PORC-ACUM-ANT < WS-CORTE-A
               MOVE 1 TO WS-K
           ELSE
               IF WS-PORC-ACUM-ANT < WS-CORTE-B
                   MOVE 2 TO WS-K
               ELSE
                   MOVE 3 TO WS-K
               END-IF
           END-IF.
           MOVE WS-T-CLASE-LETRAS(WS-K:1) TO WS-CLASE.
           ADD 1 TO WS-T-CLASE-CANT(WS-K).
           ADD WS-T-ING-IMPORTE(WS-I) TO WS-T-CLASE-IMPORTE(WS-K).
           MOVE WS-T-ING-CLI(WS-I) TO CLI-COD-CLIENTE.
           READ CLI
               INVALID KEY MOVE "*** NO EXISTE EN CLIENTES ***"
                   TO CLI-RAZON-SOCIAL
           END-READ.
           MOVE WS-I TO WS-LIN-RNK-POS.
           MOVE WS-T-ING-CLI(WS-I) TO WS-LIN-RNK-CLI.
           MOVE CLI-RAZON-SOCIAL TO WS-LIN-RNK-NOM.
           MOVE WS-T-ING-IMPORTE(WS-I) TO WS-LIN-RNK-IMP.
           MOVE WS-PORC TO WS-LIN-RNK-PORC.
           MOVE WS-PORC-ACUM TO WS-LIN-RNK-ACUM.
           MOVE WS-CLASE TO WS-LIN-RNK-CLASE.
           MOVE SPACES TO WS-LIN-RNK-MARCA.
           IF WS-PORC > WS-UMBRAL
               MOVE "** SUPERA EL UMBRAL **" TO WS-LIN-RNK-MARCA
               ADD 1 TO WS-CANT-CONCENTRA
           END-IF.
           MOVE WS-LIN-RNK TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      * Ultimo dia con horas de cada cliente, de todo HORAS.DAT.
       300-CARGAR-ULTIMAS-HORAS.
           MOVE SPACES TO WS-T-ULT.
           IF WS-HAY-HORAS = 'S'
               MOVE LOW-VALUE TO HOR-KEY
               START HOR KEY IS NOT LESS THAN HOR-KEY
                   INVALID KEY MOVE '10' TO HOR-FS
               END-START
               PERFORM 310-UNA-HORA UNTIL HOR-EOF
           END-IF.

       310-UNA-HORA.
           READ HOR NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT HOR-EOF AND HOR-CLIENTE > ZERO
               IF HOR-FECHA > WS-T-ULT-HORA(HOR-CLIENTE) OR
                   WS-T-ULT-HORA(HOR-CLIENTE) = SPACES
                   MOVE HOR-FECHA TO WS-T-ULT-HORA(HOR-CLIENTE)
               END-IF
           END-IF.

       350-CARGAR-ASIGNACIONES.
           IF WS-HAY-ASIGNACIONES = 'S'
               MOVE LOW-VALUE TO ASG-KEY
               START ASG KEY IS NOT LESS THAN ASG-KEY
                   INVALID KEY MOVE '10' TO ASG-FS
               END-START
               PERFORM 360-UNA-ASIGNACION UNTIL ASG-EOF
           END-IF.

       360-UNA-ASIGNACION.
           READ ASG NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT ASG-EOF
               IF ASG-DESDE <= WS-FECHA-CIERRE AND
                   (ASG-HASTA >= WS-FECHA-CIERRE OR
                    ASG-HASTA = SPACES) AND
                   WS-T-ASG-COUNT < 3000
                   ADD 1 TO WS-T-ASG-COUNT
                   MOVE ASG-CONS TO WS-T-ASG-CONS(WS-T-ASG-COUNT)
                   MOVE ASG-CLIENTE TO WS-T-ASG-CLIENTE(WS-T-ASG-COUNT)
                   MOVE ASG-DESDE TO WS-T-ASG-DESDE(WS-T-ASG-COUNT)
                   MOVE ASG-HASTA TO WS-T-ASG-HASTA(WS-T-ASG-COUNT)
               END-IF
           END-IF.

       400-CLIENTES-INACTIVOS.
           MOVE X'0C' TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-FECHA-LIMITE TO WS-ENC-3-LIMITE.
           MOVE WS-MESES TO WS-ENC-3-MESES.
           MOVE WS-ENC-3 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-COL-3 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE LOW-VALUE TO CLI-COD-CLIENTE.
           START CLI KEY IS NOT LESS THAN CLI-COD-CLIENTE
               INVALID KEY MOVE '10' TO CLI-FS
           END-START.
           PERFORM 410-UN-CLIENTE UNTIL CLI-EOF.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-CANT-INACTIVOS TO WS-LIN-CANT-VAL.
           MOVE WS-LIN-CANT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           DISPLAY "CLIENTES SIN ACTIVIDAD: " WS-CANT-INACTIVOS.

       410-UN-CLIENTE.
           READ CLI NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT CLI-EOF AND CLI-COD-CLIENTE > ZERO
               IF WS-T-ULT-HORA(CLI-COD-CLIENTE) < WS-FECHA-LIMITE
                   PERFORM 420-IMPRIMIR-INACTIVO
               END-IF
           END-IF.

       420-IMPRIMIR-INACTIVO.
           ADD 1 TO WS-CANT-INACTIVOS.
           PERFORM 430-ULTIMA-FACTURA-Y-SALDO.
           MOVE CLI-COD-CLIENTE TO WS-LIN-INA-CLI.
           MOVE CLI-RAZON-SOCIAL TO WS-LIN-INA-NOM.
           IF WS-T-ULT-HORA(CLI-COD-CLIENTE) = SPACES
               MOVE "NUNCA" TO WS-LIN-INA-ULT-HORA
           ELSE
               MOVE WS-T-ULT-HORA(CLI-COD-CLIENTE)
                   TO WS-LIN-INA-ULT-HORA
           END-IF.
           MOVE WS-ULT-FACT TO WS-LIN-INA-ULT-FACT.
           MOVE WS-ULT-FACT-FECHA TO WS-LIN-INA-FACT-FEC.
           MOVE WS-SALDO TO WS-LIN-INA-SALDO.
           IF CLI-BLOQUEADO
               MOVE "BLOQUEADO" TO WS-LIN-INA-BLOQ
           ELSE
               MOVE SPACES TO WS-LIN-INA-BLOQ
           END-IF.
           MOVE WS-LIN-INA TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE ZERO TO WS-CANT-CONS.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-T-ASG-COUNT
               IF WS-T-ASG-CLIENTE(WS-K) = CLI-COD-CLIENTE
                   PERFORM 440-IMPRIMIR-ASIGNADO
               END-IF
           END-PERFORM.
           IF WS-CANT-CONS = ZERO
               MOVE "        SIN CONSULTORES ASIGNADOS AL CIERRE"
                   TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

      * Ultima facturacion por el camino de cliente y saldo abierto
      * de las facturaciones aprobadas, como en el aging.
       430-ULTIMA-FACTURA-Y-SALDO.
           MOVE ZERO TO WS-ULT-FACT.
           MOVE SPACES TO WS-ULT-FACT-FECHA.
           MOVE ZERO TO WS-SALDO.
           IF WS-HAY-FACTCLI = 'S'
               MOVE CLI-COD-CLIENTE TO FCL-CLIENTE
               MOVE 'N' TO WS-FCL-FIN
               START FACTCLI KEY IS NOT LESS THAN FCL-CLIENTE
                   INVALID KEY MOVE 'S' TO WS-FCL-FIN
               END-START
               PERFORM 435-UNA-FACTURA UNTIL WS-FCL-FIN = 'S'
           END-IF.

       435-UNA-FACTURA.
           READ FACTCLI NEXT RECORD
               AT END MOVE 'S' TO WS-FCL-FIN
           END-READ.
           IF WS-FCL-FIN = 'N'
               IF FCL-CLIENTE NOT = CLI-COD-CLIENTE
                   MOVE 'S' TO WS-FCL-FIN
               ELSE
                   IF FCL-FECHA-HASTA > WS-ULT-FACT-FECHA OR
                       WS-ULT-FACT-FECHA = SPACES
                       MOVE FCL-NRO-FACT TO WS-ULT-FACT
                       MOVE FCL-FECHA-HASTA TO WS-ULT-FACT-FECHA
                   END-IF
                   MOVE FCL-NRO-FACT TO APROB-NRO-FACT
                   READ APROB
                       INVALID KEY MOVE SPACES TO APROB-ESTADO
                   END-READ
                   IF APROB-ESTADO = "APROBADO"
                       PERFORM 437-SUMAR-COBRADO
                       COMPUTE WS-SALDO = WS-SALDO + FCL-TOTAL-NETO
                           + FCL-TOTAL-IVA - WS-COBRADO
                   END-IF
               END-IF
           END-IF.

       437-SUMAR-COBRADO.
           MOVE ZERO TO WS-COBRADO.
           IF WS-HAY-APL = 'S'
               MOVE FCL-NRO-FACT TO APL-NRO-FACT
               MOVE ZERO TO APL-REC-NRO
               MOVE 'N' TO WS-APL-FIN
               START APL KEY IS NOT LESS THAN APL-KEY
                   INVALID KEY MOVE 'S' TO WS-APL-FIN
               END-START
               PERFORM 438-UNA-APLICACION UNTIL WS-APL-FIN = 'S'
           END-IF.

       438-UNA-APLICACION.
           READ APL NEXT RECORD
               AT END MOVE 'S' TO WS-APL-FIN
           END-READ.
           IF WS-APL-FIN = 'N'
               IF APL-NRO-FACT NOT = FCL-NRO-FACT
                   MOVE 'S' TO WS-APL-FIN
               ELSE
                   IF APL-CLIENTE = FCL-CLIENTE
                       ADD APL-IMPORTE TO WS-COBRADO
                   END-IF
               END-IF
           END-IF.

       440-IMPRIMIR-ASIGNADO.
           ADD 1 TO WS-CANT-CONS.
           MOVE WS-T-ASG-CONS(WS-K) TO CON-COD-CONS.
           READ CON
               INVALID KEY MOVE SPACES TO CON-APEYNOM
           END-READ.
           MOVE WS-T-ASG-CONS(WS-K) TO WS-LIN-ASG-CONS.
           MOVE CON-APEYNOM TO WS-LIN-ASG-NOM.
           MOVE WS-T-ASG-DESDE(WS-K) TO WS-LIN-ASG-DESDE.
           MOVE WS-T-ASG-HASTA(WS-K) TO WS-LIN-ASG-HASTA.
           MOVE WS-LIN-ASG TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       900-FIN.
           CLOSE FACTDET.
           CLOSE CLI.
           CLOSE HOR.
           CLOSE FACTCLI.
           CLOSE APROB.
           CLOSE APL.
           CLOSE ASG.
           CLOSE CON.
           CLOSE LISTADO.
           DISPLAY "REPORTE GENERADO EN CONCENTRACION.PRN".
