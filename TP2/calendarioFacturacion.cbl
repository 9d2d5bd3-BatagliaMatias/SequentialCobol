       IDENTIFICATION DIVISION.

       PROGRAM-ID. CALENDFACT.

      * Calendario de facturacion por cliente. Con el ciclo de cada
      * cliente (mensual con dia de corte, quincenal, semanal con dia
      * de la semana, por hito o a demanda) calcula a la fecha de
      * corrida el ultimo periodo vencido de cada uno y arma
      * PARAMETROS.DAT con una linea por cliente a facturar, para
      * que TP2 facture solo lo que corresponde. Un periodo se da por
      * facturado si una corrida aprobada o pendiente de firma de la
      * empresa lo solapa (el mismo control que hace TP2). Ademas
      * avisa de los periodos vencidos de los meses anteriores que
      * tienen horas cargadas y nunca se facturaron. Los clientes por
      * hito o a demanda no se calendarizan: se listan aparte.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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

           SELECT APROB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APROB-NRO-FACT
               FILE STATUS IS APROB-FS.

           SELECT PAR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAR-FS.

           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPRESA-FS.

           SELECT LISTADO ASSIGN TO "CALENDARIO_FACT.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

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

       FD PAR LABEL RECORD IS STANDARD
       VALUE OF FILE-ID IS "PARAMETROS.DAT".
       01 PAR-REG.
           03 PAR-FECHA-DESDE PIC X(8).
           03 PAR-FECHA-HASTA PIC X(8).
           03 PAR-CLIENTE-DESDE PIC 9(4).
           03 PAR-CLIENTE-HASTA PIC 9(4).
           03 PAR-CONSULTOR-DESDE PIC 9(3).
           03 PAR-CONSULTOR-HASTA PIC 9(3).

       FD EMPRESA
           LABEL RECORD OMITTED.
       01 EMPRESA-REG.
           03 EMPRESA-COD PIC X(3).
           03 EMPRESA-MES-INICIO PIC 9(2).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(132).

       WORKING-STORAGE SECTION.

       01 CLI-FS                       PIC X(2).
           88 CLI-OK                          VALUE '00'.
           88 CLI-EOF                         VALUE '10'.
       01 HOR-FS                       PIC X(2).
           88 HOR-OK                          VALUE '00'.
           88 HOR-EOF                         VALUE '10'.
       01 APROB-FS                     PIC X(2).
           88 APROB-OK                        VALUE '00'.
           88 APROB-EOF                       VALUE '10'.
       01 PAR-FS                       PIC X(2).
           88 PAR-OK                          VALUE '00'.
       01 EMPRESA-FS                   PIC X(2).
       01 LISTADO-FS                   PIC X(2).

       01 WS-HAY-HORAS                 PIC X VALUE 'N'.
       01 WS-COD-EMPRESA               PIC X(3) VALUE "001".

       01 WS-FECHA-CORRIDA             PIC X(8).
       01 WS-MESES                     PIC 9(2).
       01 WS-MODO                      PIC X.
           88 WS-MODO-REEMPLAZAR              VALUE 'R'.
           88 WS-MODO-AGREGAR                 VALUE 'A'.
           88 WS-MODO-LISTAR                  VALUE 'L'.
       01 WS-INCLUIR-ATRASADOS         PIC X.

       01 WS-FEC-NUM                   PIC 9(8).
       01 WS-FEC-NUM-R REDEFINES WS-FEC-NUM.
           03 WS-FEC-NUM-AA PIC 9(4).
           03 WS-FEC-NUM-MM PIC 9(2).
           03 WS-FEC-NUM-DD PIC 9(2).
       01 WS-FEC-SIG                   PIC 9(8).
       01 WS-FEC-SIG-R REDEFINES WS-FEC-SIG.
           03 WS-FEC-SIG-AA PIC 9(4).
           03 WS-FEC-SIG-MM PIC 9(2).
           03 WS-FEC-SIG-DD PIC 9(2).

      * Julianos: fecha de corrida, inicio de la ventana de control
      * de atrasados, ultimo corte vigente del cliente, corte
      * anterior y dia examinado.
       01 WS-JUL-CORRIDA               PIC 9(7).
       01 WS-JUL-VENTANA               PIC 9(7).
       01 WS-JUL-ULT-CORTE             PIC 9(7).
       01 WS-JUL-CORTE-ANT             PIC 9(7).
       01 WS-JUL-D                     PIC 9(7).
       01 WS-JUL-DESDE                 PIC 9(7).
       01 WS-DIA-SEMANA                PIC 9.
       01 WS-DIA-CORTE                 PIC 9(2).
       01 WS-ES-CORTE                  PIC X.
       01 WS-CICLO                     PIC X.

       01 WS-PER-DESDE                 PIC X(8).
       01 WS-PER-HASTA                 PIC X(8).
       01 WS-PER-FACTURADO             PIC X.
       01 WS-PER-NRO-FACT              PIC 9(6).
       01 WS-PER-CON-HORAS             PIC X.
       01 WS-HOR-FIN                   PIC X.

      * Corridas que toman periodo: aprobadas o esperando firmas de
      * la empresa, con su rango de fechas y de clientes.
       01 WS-I                         PIC 9(4).
       01 WS-T-APR-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-APR.
           03 WS-T-APR-CAMPO OCCURS 5000 TIMES.
               05 WS-T-APR-NRO          PIC 9(6).
               05 WS-T-APR-DESDE        PIC X(8).
               05 WS-T-APR-HASTA        PIC X(8).
               05 WS-T-APR-CLI-DESDE    PIC 9(4).
               05 WS-T-APR-CLI-HASTA    PIC 9(4).

       01 WS-CANT-CLIENTES             PIC 9(5) VALUE ZERO.
       01 WS-CANT-A-FACTURAR           PIC 9(5) VALUE ZERO.
       01 WS-CANT-FACTURADOS           PIC 9(5) VALUE ZERO.
       01 WS-CANT-SIN-HORAS            PIC 9(5) VALUE ZERO.
       01 WS-CANT-ATRASADOS            PIC 9(5) VALUE ZERO.
       01 WS-CANT-NO-CALEND            PIC 9(5) VALUE ZERO.
       01 WS-CANT-PARAMETROS           PIC 9(5) VALUE ZERO.

       01 WS-ENC-1.
           03 FILLER PIC X(42)
               VALUE "CALENDARIO DE FACTURACION - CORRIDA DEL ".
           03 WS-ENC-1-FECHA PIC X(8).
           03 FILLER PIC X(11) VALUE " EMPRESA ".
           03 WS-ENC-1-EMPRESA PIC X(3).

       01 WS-ENC-2.
           03 FILLER PIC X(38)
               VALUE "PERIODOS ATRASADOS CONTROLADOS DESDE ".
           03 WS-ENC-2-VENTANA PIC X(8).
           03 FILLER PIC X(2) VALUE " (".
           03 WS-ENC-2-MESES PIC Z9.
           03 FILLER PIC X(7) VALUE " MESES)".

       01 WS-ENC-COL.
           03 FILLER PIC X(6)  VALUE "CLI.  ".
           03 FILLER PIC X(31) VALUE "RAZON SOCIAL".
           03 FILLER PIC X(13) VALUE "CICLO  CORTE ".
           03 FILLER PIC X(20) VALUE "DESDE     HASTA     ".
           03 FILLER PIC X(30) VALUE "SITUACION".

       01 WS-LIN-DET.
           03 WS-LIN-DET-CLI       PIC 9(4).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-NOM       PIC X(30).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-DET-CICLO     PIC X(9).
           03 WS-LIN-DET-CORTE     PIC Z9.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-DESDE     PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-HASTA     PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-SIT       PIC X(30).
           03 WS-LIN-DET-NRO       PIC ZZZZZZ.

       01 WS-LIN-CANT.
           03 WS-LIN-CANT-DESC     PIC X(40).
           03 WS-LIN-CANT-VAL      PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 100-CARGAR-APROBACIONES.
           PERFORM 200-LEER-CLIENTE.
           PERFORM 210-PROCESAR-CLIENTE UNTIL CLI-EOF.
           PERFORM 800-IMPRIMIR-TOTALES.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "CALENDARIO DE FACTURACION POR CLIENTE".
           DISPLAY "INGRESE LA FECHA DE CORRIDA (AAAAMMDD, "
               "ENTER = HOY): ".
           ACCEPT WS-FECHA-CORRIDA.
           IF WS-FECHA-CORRIDA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA
           END-IF.
           IF WS-FECHA-CORRIDA IS NOT NUMERIC
               DISPLAY "FECHA INVALIDA: " WS-FECHA-CORRIDA
               STOP RUN.
           DISPLAY "INGRESE LOS MESES HACIA ATRAS A CONTROLAR "
               "(EJ 06): ".
           ACCEPT WS-MESES.
           IF WS-MESES = ZERO
               MOVE 6 TO WS-MESES
           END-IF.
           DISPLAY "PARAMETROS.DAT: R=REEMPLAZAR A=AGREGAR "
               "L=SOLO LISTAR: ".
           ACCEPT WS-MODO.
           IF NOT WS-MODO-REEMPLAZAR AND NOT WS-MODO-AGREGAR
               MOVE 'L' TO WS-MODO
           END-IF.
           MOVE 'N' TO WS-INCLUIR-ATRASADOS.
           IF NOT WS-MODO-LISTAR
               DISPLAY "INCLUIR LOS PERIODOS ATRASADOS SIN FACTURAR "
                   "(S/N): "
               ACCEPT WS-INCLUIR-ATRASADOS
               IF WS-INCLUIR-ATRASADOS = 's'
                   MOVE 'S' TO WS-INCLUIR-ATRASADOS
               END-IF
           END-IF.
           MOVE WS-FECHA-CORRIDA TO WS-FEC-NUM.
           COMPUTE WS-JUL-CORRIDA =
               FUNCTION INTEGER-OF-DATE(WS-FEC-NUM).
           COMPUTE WS-JUL-VENTANA = WS-JUL-CORRIDA - WS-MESES * 30.

           OPEN INPUT EMPRESA.
           IF EMPRESA-FS = '00'
               READ EMPRESA RECORD
                   AT END CONTINUE
                   NOT AT END MOVE EMPRESA-COD TO WS-COD-EMPRESA
               END-READ
               CLOSE EMPRESA
           END-IF.

           OPEN INPUT CLI.
           IF NOT CLI-OK
               DISPLAY "ERROR APERTURA CLIENTES.DAT"
               STOP RUN.
           OPEN INPUT HOR.
           IF HOR-OK
               MOVE 'S' TO WS-HAY-HORAS
           END-IF.
           OPEN INPUT APROB.
           IF WS-MODO-REEMPLAZAR
               OPEN OUTPUT PAR
           END-IF.
           IF WS-MODO-AGREGAR
               OPEN EXTEND PAR
               IF NOT PAR-OK
                   OPEN OUTPUT PAR
               END-IF
           END-IF.
           OPEN OUTPUT LISTADO.

           MOVE WS-FECHA-CORRIDA TO WS-ENC-1-FECHA.
           MOVE WS-COD-EMPRESA TO WS-ENC-1-EMPRESA.
           MOVE WS-ENC-1 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           COMPUTE WS-FEC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-JUL-VENTANA).
           MOVE WS-FEC-NUM TO WS-ENC-2-VENTANA.
           MOVE WS-MESES TO WS-ENC-2-MESES.
           MOVE WS-ENC-2 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-COL TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      * Las corridas anuladas o rechazadas no toman periodo.
       100-CARGAR-APROBACIONES.
           IF APROB-OK
               MOVE ZERO TO APROB-NRO-FACT
               START APROB KEY IS NOT LESS THAN APROB-NRO-FACT
                   INVALID KEY MOVE '10' TO APROB-FS
               END-START
               PERFORM 110-UNA-APROBACION UNTIL APROB-EOF
           END-IF.

       110-UNA-APROBACION.
           READ APROB NEXT RECORD
               AT END MOVE '10' TO APROB-FS
           END-READ.
           IF NOT APROB-EOF
               IF (APROB-ESTADO = "APROBADO" OR
                   APROB-ESTADO = "FIRMADO1" OR
                   APROB-ESTADO = "PENDIENTE") AND
                   APROB-EMPRESA = WS-COD-EMPRESA AND
                   WS-T-APR-COUNT < 5000
                   ADD 1 TO WS-T-APR-COUNT
                   MOVE APROB-NRO-FACT
                       TO WS-T-APR-NRO(WS-T-APR-COUNT)
                   MOVE APROB-FECHA-DESDE
                       TO WS-T-APR-DESDE(WS-T-APR-COUNT)
                   MOVE APROB-FECHA-HASTA
                       TO WS-T-APR-HASTA(WS-T-APR-COUNT)
                   MOVE APROB-CLI-DESDE
                       TO WS-T-APR-CLI-DESDE(WS-T-APR-COUNT)
                   MOVE APROB-CLI-HASTA
                       TO WS-T-APR-CLI-HASTA(WS-T-APR-COUNT)
               END-IF
           END-IF.

       200-LEER-CLIENTE.
           READ CLI NEXT RECORD
               AT END MOVE '10' TO CLI-FS
           END-READ.

       210-PROCESAR-CLIENTE.
           IF CLI-EMPRESA = WS-COD-EMPRESA
               ADD 1 TO WS-CANT-CLIENTES
               PERFORM 220-NORMALIZAR-CICLO
               IF WS-CICLO = 'H' OR WS-CICLO = 'D'
                   PERFORM 230-CLIENTE-NO-CALENDARIZADO
               ELSE
                   PERFORM 300-CALENDARIZAR-CLIENTE
               END-IF
           END-IF.
           PERFORM 200-LEER-CLIENTE.

      * Ciclo en blanco es mensual; un dia de corte fuera de rango
      * se toma como fin de mes (mensual) o domingo (semanal).
       220-NORMALIZAR-CICLO.
           MOVE CLI-CICLO-FACT TO WS-CICLO.
           IF WS-CICLO = SPACE
               MOVE 'M' TO WS-CICLO
           END-IF.
           MOVE CLI-DIA-CORTE TO WS-DIA-CORTE.
           IF WS-CICLO = 'M' AND WS-DIA-CORTE > 28
               MOVE ZERO TO WS-DIA-CORTE
           END-IF.
           IF WS-CICLO = 'S' AND
               (WS-DIA-CORTE < 1 OR WS-DIA-CORTE > 7)
               MOVE 7 TO WS-DIA-CORTE
           END-IF.
           MOVE CLI-COD-CLIENTE TO WS-LIN-DET-CLI.
           MOVE CLI-RAZON-SOCIAL TO WS-LIN-DET-NOM.
           EVALUATE WS-CICLO
               WHEN 'M' MOVE "MENSUAL"   TO WS-LIN-DET-CICLO
               WHEN 'Q' MOVE "QUINCENAL" TO WS-LIN-DET-CICLO
               WHEN 'S' MOVE "SEMANAL"   TO WS-LIN-DET-CICLO
               WHEN 'H' MOVE "POR HITO"  TO WS-LIN-DET-CICLO
               WHEN 'D' MOVE "DEMANDA"   TO WS-LIN-DET-CICLO
               WHEN OTHER MOVE WS-CICLO  TO WS-LIN-DET-CICLO
           END-EVALUATE.
           MOVE WS-DIA-CORTE TO WS-LIN-DET-CORTE.

       230-CLIENTE-NO-CALENDARIZADO.
           ADD 1 TO WS-CANT-NO-CALEND.
           MOVE SPACES TO WS-LIN-DET-DESDE.
           MOVE SPACES TO WS-LIN-DET-HASTA.
           MOVE "NO SE CALENDARIZA" TO WS-LIN-DET-SIT.
           MOVE ZERO TO WS-LIN-DET-NRO.
           MOVE WS-LIN-DET TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      * Primero se busca hacia atras el ultimo corte a la fecha de
      * corrida (el periodo vencido vigente). Despues se recorren los
      * dias desde un ciclo antes de la ventana: cada corte cierra el
      * periodo que empieza el dia siguiente al corte anterior.
       300-CALENDARIZAR-CLIENTE.
           MOVE WS-JUL-CORRIDA TO WS-JUL-D.
           PERFORM 310-ES-DIA-DE-CORTE.
           PERFORM UNTIL WS-ES-CORTE = 'S'
               SUBTRACT 1 FROM WS-JUL-D
               PERFORM 310-ES-DIA-DE-CORTE
           END-PERFORM.
           MOVE WS-JUL-D TO WS-JUL-ULT-CORTE.
           MOVE ZERO TO WS-JUL-CORTE-ANT.
           COMPUTE WS-JUL-DESDE = WS-JUL-VENTANA - 31.
           PERFORM VARYING WS-JUL-D FROM WS-JUL-DESDE BY 1
               UNTIL WS-JUL-D > WS-JUL-ULT-CORTE
               PERFORM 310-ES-DIA-DE-CORTE
               IF WS-ES-CORTE = 'S'
                   IF WS-JUL-CORTE-ANT > ZERO AND
                       WS-JUL-D >= WS-JUL-VENTANA
                       PERFORM 400-EVALUAR-PERIODO
                   END-IF
                   MOVE WS-JUL-D TO WS-JUL-CORTE-ANT
               END-IF
           END-PERFORM.

      * Dia de la semana del calendario juliano: resto 0 domingo,
      * 1 lunes .. 6 sabado; el corte semanal usa 7 para domingo.
       310-ES-DIA-DE-CORTE.
           MOVE 'N' TO WS-ES-CORTE.
           COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-JUL-D).
           COMPUTE WS-FEC-SIG =
               FUNCTION DATE-OF-INTEGER(WS-JUL-D + 1).
           EVALUATE WS-CICLO
               WHEN 'M'
                   IF WS-DIA-CORTE = ZERO
                       IF WS-FEC-SIG-DD = 1
                           MOVE 'S' TO WS-ES-CORTE
                       END-IF
                   ELSE
                       IF WS-FEC-NUM-DD = WS-DIA-CORTE
                           MOVE 'S' TO WS-ES-CORTE
                       END-IF
                   END-IF
               WHEN 'Q'
                   IF WS-FEC-NUM-DD = 15 OR WS-FEC-SIG-DD = 1
                       MOVE 'S' TO WS-ES-CORTE
                   END-IF
               WHEN 'S'
                   COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JUL-D, 7)
                   IF WS-DIA-SEMANA = 0
                       MOVE 7 TO WS-DIA-SEMANA
                   END-IF
                   IF WS-DIA-SEMANA = WS-DIA-CORTE
                       MOVE 'S' TO WS-ES-CORTE
                   END-IF
           END-EVALUATE.

      * El periodo vigente se factura si no lo tomo ninguna corrida y
      * tiene horas; los anteriores en esa situacion se avisan como
      * atrasados y, si se pidio, tambien van a los parametros.
       400-EVALUAR-PERIODO.
           COMPUTE WS-FEC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-JUL-CORTE-ANT + 1).
           MOVE WS-FEC-NUM TO WS-PER-DESDE.
           COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-JUL-D).
           MOVE WS-FEC-NUM TO WS-PER-HASTA.
           PERFORM 410-BUSCAR-FACTURACION.
           MOVE 'N' TO WS-PER-CON-HORAS.
           IF WS-PER-FACTURADO = 'N'
               PERFORM 420-BUSCAR-HORAS
           END-IF.
           MOVE WS-PER-DESDE TO WS-LIN-DET-DESDE.
           MOVE WS-PER-HASTA TO WS-LIN-DET-HASTA.
           MOVE ZERO TO WS-LIN-DET-NRO.
           IF WS-JUL-D = WS-JUL-ULT-CORTE
               EVALUATE TRUE
                   WHEN WS-PER-FACTURADO = 'S'
                       ADD 1 TO WS-CANT-FACTURADOS
                       MOVE "FACTURADO EN LA CORRIDA"
                           TO WS-LIN-DET-SIT
                       MOVE WS-PER-NRO-FACT TO WS-LIN-DET-NRO
                   WHEN WS-PER-CON-HORAS = 'S'
                       ADD 1 TO WS-CANT-A-FACTURAR
                       MOVE "A FACTURAR" TO WS-LIN-DET-SIT
                       PERFORM 500-GRABAR-PARAMETRO
                   WHEN OTHER
                       ADD 1 TO WS-CANT-SIN-HORAS
                       MOVE "SIN HORAS EN EL PERIODO"
                           TO WS-LIN-DET-SIT
               END-EVALUATE
               MOVE WS-LIN-DET TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           ELSE
               IF WS-PER-FACTURADO = 'N' AND WS-PER-CON-HORAS = 'S'
                   ADD 1 TO WS-CANT-ATRASADOS
                   MOVE "*** ATRASADO SIN FACTURAR"
                       TO WS-LIN-DET-SIT
                   IF WS-INCLUIR-ATRASADOS = 'S'
                       PERFORM 500-GRABAR-PARAMETRO
                   END-IF
                   MOVE WS-LIN-DET TO LISTADO-LINEA
                   WRITE LISTADO-LINEA
               END-IF
           END-IF.

       410-BUSCAR-FACTURACION.
           MOVE 'N' TO WS-PER-FACTURADO.
           MOVE ZERO TO WS-PER-NRO-FACT.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-APR-COUNT OR WS-PER-FACTURADO = 'S'
               IF WS-T-APR-DESDE(WS-I) <= WS-PER-HASTA AND
                   WS-T-APR-HASTA(WS-I) >= WS-PER-DESDE AND
                   WS-T-APR-CLI-DESDE(WS-I) <= CLI-COD-CLIENTE AND
                   WS-T-APR-CLI-HASTA(WS-I) >= CLI-COD-CLIENTE
                   MOVE 'S' TO WS-PER-FACTURADO
                   MOVE WS-T-APR-NRO(WS-I) TO WS-PER-NRO-FACT
               END-IF
           END-PERFORM.

      * Horas del cliente dentro del periodo, por la clave alterna
      * fecha + cliente.
       420-BUSCAR-HORAS.
           IF WS-HAY-HORAS = 'S'
               MOVE WS-PER-DESDE TO HOR-FECHA
               MOVE CLI-COD-CLIENTE TO HOR-CLIENTE
               MOVE 'N' TO WS-HOR-FIN
               START HOR KEY IS NOT LESS THAN HOR-ALT-KEY
                   INVALID KEY MOVE 'S' TO WS-HOR-FIN
               END-START
               PERFORM UNTIL WS-HOR-FIN = 'S'
                   READ HOR NEXT RECORD
                       AT END MOVE 'S' TO WS-HOR-FIN
                   END-READ
                   IF WS-HOR-FIN = 'N'
                       IF HOR-FECHA > WS-PER-HASTA
                           MOVE 'S' TO WS-HOR-FIN
                       ELSE
                           IF HOR-CLIENTE = CLI-COD-CLIENTE AND
                               NOT HOR-TIPO-INTERNA
                               MOVE 'S' TO WS-PER-CON-HORAS
                               MOVE 'S' TO WS-HOR-FIN
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       500-GRABAR-PARAMETRO.
           IF NOT WS-MODO-LISTAR
               MOVE WS-PER-DESDE TO PAR-FECHA-DESDE
               MOVE WS-PER-HASTA TO PAR-FECHA-HASTA
               MOVE CLI-COD-CLIENTE TO PAR-CLIENTE-DESDE
               MOVE CLI-COD-CLIENTE TO PAR-CLIENTE-HASTA
               MOVE ZERO TO PAR-CONSULTOR-DESDE
               MOVE 999 TO PAR-CONSULTOR-HASTA
               WRITE PAR-REG
               ADD 1 TO WS-CANT-PARAMETROS
           END-IF.

       800-IMPRIMIR-TOTALES.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "CLIENTES DE LA EMPRESA:" TO WS-LIN-CANT-DESC.
           MOVE WS-CANT-CLIENTES TO WS-LIN-CANT-VAL.
           MOVE WS-LIN-CANT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "PERIODOS VIGENTES A FACTURAR:" TO WS-LIN-CANT-DESC.
           MOVE WS-CANT-A-FACTURAR TO WS-LIN-CANT-VAL.
           MOVE WS-LIN-CANT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "PERIODOS VIGENTES YA FACTURADOS:"
               TO WS-LIN-CANT-DESC.
           MOVE WS-CANT-FACTURADOS TO WS-LIN-CANT-VAL.
           MOVE WS-LIN-CANT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "PERIODOS VIGENTES SIN HORAS:" TO WS-LIN-CANT-DESC.
           MOVE WS-CANT-SIN-HORAS TO WS-LIN-CANT-VAL.
           MOVE WS-LIN-CANT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "PERIODOS ATRASADOS SIN FACTURAR:"
               TO WS-LIN-CANT-DESC.
           MOVE WS-CANT-ATRASADOS TO WS-LIN-CANT-VAL.
           MOVE WS-LIN-CANT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "CLIENTES POR HITO O A DEMANDA:" TO WS-LIN-CANT-DESC.
           MOVE WS-CANT-NO-CALEND TO WS-LIN-CANT-VAL.
           MOVE WS-LIN-CANT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "LINEAS GRABADAS EN PARAMETROS.DAT:"
               TO WS-LIN-CANT-DESC.
           MOVE WS-CANT-PARAMETROS TO WS-LIN-CANT-VAL.
           MOVE WS-LIN-CANT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           IF WS-CANT-ATRASADOS > ZERO
               DISPLAY "ATENCION: " WS-CANT-ATRASADOS
                   " PERIODOS VENCIDOS CON HORAS SIN FACTURAR"
           END-IF.

       900-FIN.
           CLOSE CLI.
           CLOSE HOR.
           CLOSE APROB.
           IF NOT WS-MODO-LISTAR
               CLOSE PAR
               DISPLAY "PARAMETROS.DAT: " WS-CANT-PARAMETROS
                   " LINEAS GRABADAS"
           END-IF.
           CLOSE LISTADO.
           DISPLAY "REPORTE GENERADO EN CALENDARIO_FACT.PRN".
