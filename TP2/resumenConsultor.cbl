       IDENTIFICATION DIVISION.

       PROGRAM-ID. RESUMENCONS.

      * Resumen mensual del consultor: por cada consultor un archivo
      * CONSULTOR_nnn_AAAAMM.TXT con sus horas del mes por cliente y
      * proyecto (estado y factura), las ausencias y el saldo de
      * vacaciones, los gastos rendidos, los anticipos pendientes de
      * rendicion y la comision exportada a NOMINA.TXT. El archivo se
      * envia por mail a la direccion del consultor registrada en
      * EMAIL_CONSULTORES.DAT.

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

           SELECT GAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAS-KEY
               FILE STATUS IS GAS-FS.

           SELECT ACO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACO-CONS
               FILE STATUS IS ACO-FS.

           SELECT OPTIONAL NOMINA ASSIGN TO "NOMINA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMINA-FS.

      * Direcciones de mail de los consultores: codigo de consultor
      * y direccion, una por renglon.
           SELECT OPTIONAL EMAILCONS ASSIGN TO
               "EMAIL_CONSULTORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMAILCONS-FS.

           SELECT RESUMEN ASSIGN USING WS-RESUMEN-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUMEN-FS.

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

         FD GAS
          VALUE OF FILE-ID IS "GASTOS.DAT".
          01 GAS-REG.
            02 GAS-KEY.
                03 GAS-CONS PIC 9(3).
                03 GAS-FECHA PIC X(8).
                03 GAS-CLIENTE PIC 9(4).
                03 GAS-SECUENCIA PIC 9(2).
            02 GAS-DATOS.
                03 GAS-CONCEPTO PIC X(30).
                03 GAS-IMPORTE PIC S9(7)V99.
                03 GAS-MONEDA PIC X(3).
                03 GAS-EMPRESA PIC X(3).
                03 GAS-NRO-FACT PIC 9(6).
                03 GAS-ESTADO PIC X.
                    88 GAS-EST-INGRESADO VALUES 'I', SPACE.
                    88 GAS-EST-APROBADO VALUE 'A'.
                    88 GAS-EST-OBSERVADO VALUE 'O'.
                03 GAS-PROYECTO PIC X(6).

       FD ACO
          VALUE OF FILE-ID IS "ANTCON.DAT".
       01 ACO-REG.
           03 ACO-CONS PIC 9(3).
           03 ACO-SALDO PIC S9(9)V99.
           03 ACO-FECHA-ULT PIC X(8).

       FD NOMINA
           LABEL RECORD OMITTED.
       01 NOM-REG.
           03 NOM-LEGAJO PIC 9(3).
           03 NOM-PERIODO PIC X(6).
           03 NOM-HORAS PIC 9(5)V99.
           03 NOM-IMPORTE PIC 9(11)V99.
           03 NOM-PORCENTAJE PIC 9(2)V99.
           03 NOM-DESCUENTO PIC 9(11)V99.
           03 NOM-PAGO PIC 9(11)V99.

       FD EMAILCONS
           LABEL RECORD OMITTED.
       01 ECO-REG.
           03 ECO-CONS PIC 9(3).
           03 ECO-DIRECCION PIC X(60).

       FD RESUMEN
           LABEL RECORD OMITTED.
       01 RESUMEN-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       01 CON-FS                       PIC X(2).
           88 CON-OK                          VALUE '00'.
           88 CON-EOF                         VALUE '10'.
       01 HOR-FS                       PIC X(2).
       01 AUS-FS                       PIC X(2).
       01 FER-FS                       PIC X(2).
       01 GAS-FS                       PIC X(2).
       01 ACO-FS                       PIC X(2).
       01 NOMINA-FS                    PIC X(2).
           88 NOMINA-EOF                      VALUE '10'.
       01 EMAILCONS-FS                 PIC X(2).
           88 EMAILCONS-EOF                   VALUE '10'.
       01 RESUMEN-FS                   PIC X(2).

       01 WS-HAY-AUSENCIAS             PIC X VALUE 'N'.
       01 WS-HAY-FERIADOS              PIC X VALUE 'N'.
       01 WS-HAY-GASTOS                PIC X VALUE 'N'.
       01 WS-HAY-ANTICIPOS             PIC X VALUE 'N'.

       01 WS-PERIODO                   PIC X(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PER-ANIO              PIC 9(4).
           03 WS-PER-MES               PIC 9(2).
       01 WS-CONS                      PIC 9(3).
       01 WS-FECHA-DESDE               PIC X(8).
       01 WS-FECHA-HASTA               PIC X(8).
       01 WS-FECHA-ANIO                PIC X(8).
       01 WS-REXIST                    PIC X.
       01 WS-HOR-FIN                   PIC X.
       01 WS-AUS-FIN                   PIC X.
       01 WS-GAS-FIN                   PIC X.
       01 WS-CANT-RESUMENES            PIC 9(4) VALUE ZERO.
       01 WS-CANT-ENVIADOS             PIC 9(4) VALUE ZERO.

       01 WS-RESUMEN-NOMBRE            PIC X(30).
       01 WS-EMAIL-DIR                 PIC X(60).
       01 WS-EMAIL-CMD                 PIC X(180).
       01 WS-EMAIL-BAD-COUNT           PIC 9(3).

       01 WS-FEC-NUM                   PIC 9(8).
       01 WS-FEC-DIA                   PIC X(8).
       01 WS-JUL-D                     PIC 9(7).
       01 WS-JUL-DESDE                 PIC 9(7).
       01 WS-JUL-HASTA                 PIC 9(7).
       01 WS-JUL-AUS-DESDE             PIC 9(7).
       01 WS-JUL-AUS-HASTA             PIC 9(7).
       01 WS-DIA-SEMANA                PIC 9.
       01 WS-ES-HABIL                  PIC X.
       01 WS-DIAS-AUSENTE              PIC 9(3).
       01 WS-TOT-DIAS-AUSENTE          PIC 9(3).

       01 WS-ANIO-INGRESO              PIC 9(4).
       01 WS-ANTIGUEDAD                PIC S9(3).
       01 WS-DIAS-GANADOS              PIC 9(3).
       01 WS-DIAS-TOMADOS              PIC 9(3).
       01 WS-SALDO-DIAS                PIC S9(3).

       01 WS-I                         PIC 9(4).
       01 WS-G                         PIC 9(4).
       01 WS-J                         PIC 9(4).

      * Horas del consultor en el mes, ordenadas por cliente,
      * proyecto y fecha para subtotalizar.
       01 WS-T-HOR-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-HOR.
           03 WS-T-HOR-CAMPO OCCURS 400 TIMES.
               05 WS-T-HOR-ORDEN.
                   07 WS-T-HOR-CLIENTE  PIC 9(4).
                   07 WS-T-HOR-PROYECTO PIC X(6).
                   07 WS-T-HOR-FECHA    PIC X(8).
               05 WS-T-HOR-HORAS        PIC S9(2)V99.
               05 WS-T-HOR-ESTADO       PIC X.
               05 WS-T-HOR-NRO-FACT     PIC 9(6).
               05 WS-T-HOR-TIPO         PIC X.
       01 WS-T-HOR-CAMPO-TEMP          PIC X(30).

       01 WS-SUB-CLIENTE               PIC 9(4).
       01 WS-SUB-PROYECTO              PIC X(6).
       01 WS-SUB-HORAS                 PIC S9(5)V99.
       01 WS-TOT-HORAS                 PIC S9(5)V99.
       01 WS-TOT-INGRESADAS            PIC S9(5)V99.
       01 WS-TOT-APROBADAS             PIC S9(5)V99.
       01 WS-TOT-OBSERVADAS            PIC S9(5)V99.
       01 WS-TOT-FACTURADAS            PIC S9(5)V99.
       01 WS-TOT-GASTOS                PIC S9(9)V99.
       01 WS-CANT-GASTOS               PIC 9(4).

      * Comisiones exportadas para el periodo y direcciones de mail,
      * por codigo de consultor.
       01 WS-T-NOM.
           03 WS-T-NOM-CAMPO OCCURS 999 TIMES.
               05 WS-T-NOM-HAY          PIC X.
               05 WS-T-NOM-HORAS        PIC 9(5)V99.
               05 WS-T-NOM-IMPORTE      PIC 9(11)V99.
               05 WS-T-NOM-PORCENTAJE   PIC 9(2)V99.
               05 WS-T-NOM-DESCUENTO    PIC 9(11)V99.
               05 WS-T-NOM-PAGO         PIC 9(11)V99.
       01 WS-T-ECO.
           03 WS-T-ECO-DIR OCCURS 999 TIMES PIC X(60).

       01 WS-NRO-EDIT                  PIC Z(5)9.

       01 WS-ENC-CONS.
           03 FILLER               PIC X(11) VALUE "Consultor: ".
           03 WS-ENC-CONS-COD      PIC 9(3).
           03 FILLER               PIC X(3) VALUE " - ".
           03 WS-ENC-CONS-NOM      PIC X(25).

       01 WS-ENC-PERIODO.
           03 FILLER               PIC X(36)
               VALUE "Resumen mensual del consultor, mes: ".
           03 WS-ENC-PER-MES       PIC 99.
           03 FILLER               PIC X VALUE "/".
           03 WS-ENC-PER-ANIO      PIC 9(4).

       01 WS-LIN-HOR.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-HOR-FECHA     PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-HOR-CLIENTE   PIC 9(4).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-HOR-PROYECTO  PIC X(6).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-HOR-HORAS     PIC -Z9,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-HOR-ESTADO    PIC X(10).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-HOR-TIPO      PIC X(12).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-HOR-FACT      PIC X(12).

       01 WS-LIN-SUB.
           03 FILLER               PIC X(20)
               VALUE "  SUBTOTAL CLIENTE ".
           03 WS-LIN-SUB-CLIENTE   PIC 9(4).
           03 FILLER               PIC X(11) VALUE " PROYECTO ".
           03 WS-LIN-SUB-PROYECTO  PIC X(6).
           03 FILLER               PIC X(2) VALUE ": ".
           03 WS-LIN-SUB-HORAS     PIC -ZZ.ZZ9,99.

       01 WS-LIN-AUS.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-AUS-DESDE     PIC X(8).
           03 FILLER               PIC X(3) VALUE " - ".
           03 WS-LIN-AUS-HASTA     PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-AUS-MOTIVO    PIC X(20).
           03 FILLER               PIC X(24)
               VALUE "  DIAS HABILES EN EL MES".
           03 WS-LIN-AUS-DIAS      PIC ZZ9.

       01 WS-LIN-VAC.
           03 FILLER               PIC X(23)
               VALUE "  VACACIONES DEL ANIO ".
           03 WS-LIN-VAC-ANIO      PIC 9(4).
           03 FILLER               PIC X(10) VALUE "  GANADOS ".
           03 WS-LIN-VAC-GAN       PIC ZZ9.
           03 FILLER               PIC X(10) VALUE "  TOMADOS ".
           03 WS-LIN-VAC-TOM       PIC ZZ9.
           03 FILLER               PIC X(8) VALUE "  SALDO ".
           03 WS-LIN-VAC-SALDO     PIC --9.

       01 WS-LIN-GAS.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-GAS-FECHA     PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-GAS-CLIENTE   PIC 9(4).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-GAS-CONCEPTO  PIC X(30).
           03 FILLER               PIC X(1) VALUE SPACE.
           03 WS-LIN-GAS-MONEDA    PIC X(3).
           03 WS-LIN-GAS-IMPORTE   PIC -Z.ZZZ.ZZ9,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-GAS-ESTADO    PIC X(10).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-GAS-FACT      PIC X(12).

       01 WS-LIN-TOT.
           03 WS-LIN-TOT-TXT       PIC X(45).
           03 WS-LIN-TOT-VAL       PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF WS-CONS NOT = ZERO
               MOVE WS-CONS TO CON-COD-CONS
               MOVE 'S' TO WS-REXIST
               READ CON
                   INVALID KEY MOVE 'N' TO WS-REXIST
               END-READ
               IF WS-REXIST = 'N'
                   DISPLAY "CONSULTOR NO EXISTE"
               ELSE
                   PERFORM 100-RESUMEN-CONSULTOR
               END-IF
           ELSE
               MOVE ZERO TO CON-COD-CONS
               START CON KEY IS NOT LESS THAN CON-COD-CONS
                   INVALID KEY MOVE '10' TO CON-FS
               END-START
               PERFORM 050-LEER-CON UNTIL CON-EOF
           END-IF.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "RESUMEN MENSUAL DEL CONSULTOR".
           DISPLAY "INGRESE EL PERIODO (AAAAMM): ".
           ACCEPT WS-PERIODO.
           DISPLAY "INGRESE EL CONSULTOR (0 = TODOS LOS ACTIVOS): ".
           ACCEPT WS-CONS.
           STRING WS-PERIODO DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO WS-FECHA-DESDE.
           STRING WS-PERIODO(1:4) DELIMITED BY SIZE
               "0101" DELIMITED BY SIZE
               INTO WS-FECHA-ANIO.
           MOVE WS-FECHA-DESDE TO WS-FEC-NUM.
           COMPUTE WS-JUL-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FEC-NUM).
           IF WS-PER-MES = 12
               COMPUTE WS-FEC-NUM = (WS-PER-ANIO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-FEC-NUM =
                   WS-PER-ANIO * 10000 + (WS-PER-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-JUL-HASTA =
               FUNCTION INTEGER-OF-DATE(WS-FEC-NUM) - 1.
           COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-JUL-HASTA).
           MOVE WS-FEC-NUM TO WS-FECHA-HASTA.

           OPEN INPUT CON.
           IF NOT CON-OK
               DISPLAY "ERROR APERTURA CONSULTORES.DAT"
               STOP RUN.
           OPEN INPUT HOR.
           IF HOR-FS NOT = '00'
               DISPLAY "ERROR APERTURA HORAS.DAT"
               STOP RUN.
           OPEN INPUT AUS.
           IF AUS-FS = '00'
               MOVE 'S' TO WS-HAY-AUSENCIAS
           END-IF.
           OPEN INPUT FER.
           IF FER-FS = '00'
               MOVE 'S' TO WS-HAY-FERIADOS
           END-IF.
           OPEN INPUT GAS.
           IF GAS-FS = '00'
               MOVE 'S' TO WS-HAY-GASTOS
           END-IF.
           OPEN INPUT ACO.
           IF ACO-FS = '00'
               MOVE 'S' TO WS-HAY-ANTICIPOS
           END-IF.
           PERFORM 020-CARGAR-NOMINA.
           PERFORM 030-CARGAR-EMAILS.

      * Solo los renglones de NOMINA.TXT del periodo pedido.
       020-CARGAR-NOMINA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 999
               MOVE 'N' TO WS-T-NOM-HAY(WS-I)
               MOVE SPACES TO WS-T-ECO-DIR(WS-I)
           END-PERFORM.
           OPEN INPUT NOMINA.
           PERFORM 025-LEER-NOMINA UNTIL NOMINA-EOF.
           CLOSE NOMINA.

       025-LEER-NOMINA.
           READ NOMINA
               AT END MOVE '10' TO NOMINA-FS
           END-READ.
           IF NOT NOMINA-EOF
               IF NOM-PERIODO = WS-PERIODO AND NOM-LEGAJO > ZERO
                   MOVE 'S' TO WS-T-NOM-HAY(NOM-LEGAJO)
                   MOVE NOM-HORAS TO WS-T-NOM-HORAS(NOM-LEGAJO)
                   MOVE NOM-IMPORTE TO WS-T-NOM-IMPORTE(NOM-LEGAJO)
                   MOVE NOM-PORCENTAJE
                       TO WS-T-NOM-PORCENTAJE(NOM-LEGAJO)
                   MOVE NOM-DESCUENTO
                       TO WS-T-NOM-DESCUENTO(NOM-LEGAJO)
                   MOVE NOM-PAGO TO WS-T-NOM-PAGO(NOM-LEGAJO)
               END-IF
           END-IF.

       030-CARGAR-EMAILS.
           OPEN INPUT EMAILCONS.
           PERFORM 035-LEER-EMAIL UNTIL EMAILCONS-EOF.
           CLOSE EMAILCONS.

       035-LEER-EMAIL.
           READ EMAILCONS
               AT END MOVE '10' TO EMAILCONS-FS
           END-READ.
           IF NOT EMAILCONS-EOF
               IF ECO-CONS > ZERO
                   MOVE ECO-DIRECCION TO WS-T-ECO-DIR(ECO-CONS)
               END-IF
           END-IF.

       050-LEER-CON.
           READ CON NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT CON-EOF
               IF CON-ACTIVO OR CON-FECHA-BAJA >= WS-FECHA-DESDE
                   PERFORM 100-RESUMEN-CONSULTOR
               END-IF
           END-IF.

       100-RESUMEN-CONSULTOR.
           MOVE SPACES TO WS-RESUMEN-NOMBRE.
           STRING "CONSULTOR_" DELIMITED BY SIZE
               CON-COD-CONS DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-RESUMEN-NOMBRE.
           OPEN OUTPUT RESUMEN.
           MOVE CON-COD-CONS TO WS-ENC-CONS-COD.
           MOVE CON-APEYNOM TO WS-ENC-CONS-NOM.
           MOVE WS-ENC-CONS TO RESUMEN-LINEA.
           WRITE RESUMEN-LINEA.
           MOVE WS-PER-MES TO WS-ENC-PER-MES.
           MOVE WS-PER-ANIO TO WS-ENC-PER-ANIO.
           MOVE WS-ENC-PERIODO TO RESUMEN-LINEA.
           WRITE RESUMEN-LINEA.
           PERFORM 200-HORAS.
           PERFORM 300-AUSENCIAS.
           PERFORM 400-GASTOS.
           PERFORM 500-ANTICIPOS.
           PERFORM 600-COMISION.
           CLOSE RESUMEN.
           ADD 1 TO WS-CANT-RESUMENES.
           PERFORM 700-ENVIAR.

       110-TITULO.
           MOVE SPACES TO RESUMEN-LINEA.
           WRITE RESUMEN-LINEA.
           MOVE WS-LIN-TOT-TXT TO RESUMEN-LINEA.
           WRITE RESUMEN-LINEA.

       120-TOTAL.
           MOVE WS-LIN-TOT TO RESUMEN-LINEA.
           WRITE RESUMEN-LINEA.

      *----------------------------------------------------------------
      * Horas cargadas en el mes por cliente y proyecto.
      *----------------------------------------------------------------
       200-HORAS.
           MOVE "HORAS CARGADAS EN EL MES:" TO WS-LIN-TOT-TXT.
           PERFORM 110-TITULO.
           MOVE ZERO TO WS-T-HOR-COUNT.
           MOVE ZERO TO WS-TOT-HORAS.
           MOVE ZERO TO WS-TOT-INGRESADAS.
           MOVE ZERO TO WS-TOT-APROBADAS.
           MOVE ZERO TO WS-TOT-OBSERVADAS.
           MOVE ZERO TO WS-TOT-FACTURADAS.
           MOVE CON-COD-CONS TO HOR-CONS.
           MOVE WS-FECHA-DESDE TO HOR-FECHA.
           MOVE ZERO TO HOR-CLIENTE.
           MOVE ZERO TO HOR-SECUENCIA.
           MOVE 'N' TO WS-HOR-FIN.
           START HOR KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE 'S' TO WS-HOR-FIN
           END-START.
           PERFORM 210-LEER-HORA UNTIL WS-HOR-FIN = 'S'.
           PERFORM 220-ORDENAR-HORAS.
           IF WS-T-HOR-COUNT = ZERO
               MOVE "  SIN HORAS CARGADAS EN EL MES" TO RESUMEN-LINEA
               WRITE RESUMEN-LINEA
           ELSE
               MOVE WS-T-HOR-CLIENTE(1) TO WS-SUB-CLIENTE
               MOVE WS-T-HOR-PROYECTO(1) TO WS-SUB-PROYECTO
               MOVE ZERO TO WS-SUB-HORAS
               PERFORM 230-IMPRIMIR-HORA
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-HOR-COUNT
               PERFORM 240-IMPRIMIR-SUBTOTAL
           END-IF.
           MOVE "  TOTAL HORAS DEL MES:" TO WS-LIN-TOT-TXT.
           MOVE WS-TOT-HORAS TO WS-LIN-TOT-VAL.
           PERFORM 120-TOTAL.
           MOVE "    INGRESADAS:" TO WS-LIN-TOT-TXT.
           MOVE WS-TOT-INGRESADAS TO WS-LIN-TOT-VAL.
           PERFORM 120-TOTAL.
           MOVE "    APROBADAS:" TO WS-LIN-TOT-TXT.
           MOVE WS-TOT-APROBADAS TO WS-LIN-TOT-VAL.
           PERFORM 120-TOTAL.
           MOVE "    OBSERVADAS:" TO WS-LIN-TOT-TXT.
           MOVE WS-TOT-OBSERVADAS TO WS-LIN-TOT-VAL.
           PERFORM 120-TOTAL.
           MOVE "    FACTURADAS:" TO WS-LIN-TOT-TXT.
           MOVE WS-TOT-FACTURADAS TO WS-LIN-TOT-VAL.
           PERFORM 120-TOTAL.

       210-LEER-HORA.
           READ HOR NEXT RECORD
               AT END MOVE 'S' TO WS-HOR-FIN
           END-READ.
           IF WS-HOR-FIN = 'N'
               IF HOR-CONS NOT = CON-COD-CONS OR
                   HOR-FECHA > WS-FECHA-HASTA
                   MOVE 'S' TO WS-HOR-FIN
               ELSE
                   IF WS-T-HOR-COUNT < 400
                       ADD 1 TO WS-T-HOR-COUNT
                       MOVE HOR-CLIENTE
                           TO WS-T-HOR-CLIENTE(WS-T-HOR-COUNT)
                       MOVE HOR-PROYECTO
                           TO WS-T-HOR-PROYECTO(WS-T-HOR-COUNT)
                       MOVE HOR-FECHA TO WS-T-HOR-FECHA(WS-T-HOR-COUNT)
                       MOVE HOR-CANT-HORAS
                           TO WS-T-HOR-HORAS(WS-T-HOR-COUNT)
                       MOVE HOR-ESTADO
                           TO WS-T-HOR-ESTADO(WS-T-HOR-COUNT)
                       MOVE HOR-NRO-FACT
                           TO WS-T-HOR-NRO-FACT(WS-T-HOR-COUNT)
                       MOVE HOR-TIPO TO WS-T-HOR-TIPO(WS-T-HOR-COUNT)
                   END-IF
               END-IF
           END-IF.

       220-ORDENAR-HORAS.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G >= WS-T-HOR-COUNT
               PERFORM VARYING WS-J FROM WS-G BY 1
                   UNTIL WS-J > WS-T-HOR-COUNT
                   IF WS-T-HOR-ORDEN(WS-G) > WS-T-HOR-ORDEN(WS-J)
                       MOVE WS-T-HOR-CAMPO(WS-G)
                           TO WS-T-HOR-CAMPO-TEMP
                       MOVE WS-T-HOR-CAMPO(WS-J)
                           TO WS-T-HOR-CAMPO(WS-G)
                       MOVE WS-T-HOR-CAMPO-TEMP
                           TO WS-T-HOR-CAMPO(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       230-IMPRIMIR-HORA.
           IF WS-T-HOR-CLIENTE(WS-I) NOT = WS-SUB-CLIENTE OR
               WS-T-HOR-PROYECTO(WS-I) NOT = WS-SUB-PROYECTO
               PERFORM 240-IMPRIMIR-SUBTOTAL
               MOVE WS-T-HOR-CLIENTE(WS-I) TO WS-SUB-CLIENTE
               MOVE WS-T-HOR-PROYECTO(WS-I) TO WS-SUB-PROYECTO
               MOVE ZERO TO WS-SUB-HORAS
           END-IF.
           MOVE WS-T-HOR-FECHA(WS-I) TO WS-LIN-HOR-FECHA.
           MOVE WS-T-HOR-CLIENTE(WS-I) TO WS-LIN-HOR-CLIENTE.
           MOVE WS-T-HOR-PROYECTO(WS-I) TO WS-LIN-HOR-PROYECTO.
           MOVE WS-T-HOR-HORAS(WS-I) TO WS-LIN-HOR-HORAS.
           EVALUATE WS-T-HOR-ESTADO(WS-I)
               WHEN 'A'
                   MOVE "APROBADA" TO WS-LIN-HOR-ESTADO
                   ADD WS-T-HOR-HORAS(WS-I) TO WS-TOT-APROBADAS
               WHEN 'O'
                   MOVE "OBSERVADA" TO WS-LIN-HOR-ESTADO
                   ADD WS-T-HOR-HORAS(WS-I) TO WS-TOT-OBSERVADAS
               WHEN OTHER
                   MOVE "INGRESADA" TO WS-LIN-HOR-ESTADO
                   ADD WS-T-HOR-HORAS(WS-I) TO WS-TOT-INGRESADAS
           END-EVALUATE.
           EVALUATE WS-T-HOR-TIPO(WS-I)
               WHEN 'N'
                   MOVE "NO FACTURAB" TO WS-LIN-HOR-TIPO
               WHEN 'I'
                   MOVE "INTERNA" TO WS-LIN-HOR-TIPO
               WHEN OTHER
                   MOVE "FACTURABLE" TO WS-LIN-HOR-TIPO
           END-EVALUATE.
           IF WS-T-HOR-NRO-FACT(WS-I) = ZERO
               MOVE "SIN FACTURAR" TO WS-LIN-HOR-FACT
           ELSE
               MOVE WS-T-HOR-NRO-FACT(WS-I) TO WS-NRO-EDIT
               MOVE SPACES TO WS-LIN-HOR-FACT
               STRING "FACT " DELIMITED BY SIZE
                   WS-NRO-EDIT DELIMITED BY SIZE
                   INTO WS-LIN-HOR-FACT
               ADD WS-T-HOR-HORAS(WS-I) TO WS-TOT-FACTURADAS
           END-IF.
           MOVE WS-LIN-HOR TO RESUMEN-LINEA.
           WRITE RESUMEN-LINEA.
           ADD WS-T-HOR-HORAS(WS-I) TO WS-SUB-HORAS.
           ADD WS-T-HOR-HORAS(WS-I) TO WS-TOT-HORAS.

       240-IMPRIMIR-SUBTOTAL.
           MOVE WS-SUB-CLIENTE TO WS-LIN-SUB-CLIENTE.
           MOVE WS-SUB-PROYECTO TO WS-LIN-SUB-PROYECTO.
           MOVE WS-SUB-HORAS TO WS-LIN-SUB-HORAS.
           MOVE WS-LIN-SUB TO RESUMEN-LINEA.
           WRITE RESUMEN-LINEA.

      *----------------------------------------------------------------
      * Ausencias del mes segun el calendario y saldo de vacaciones
      * del anio con la misma regla de antiguedad del convenio que
      * usa el listado de vacaciones.
      *----------------------------------------------------------------
       300-AUSENCIAS.
           MOVE "AUSENCIAS DEL MES:" TO WS-LIN-TOT-TXT.
           PERFORM 110-TITULO.
           MOVE ZERO TO WS-TOT-DIAS-AUSENTE.
           MOVE ZERO TO WS-DIAS-TOMADOS.
           IF WS-HAY-AUSENCIAS = 'S'
               MOVE CON-COD-CONS TO AUS-CONS
               MOVE LOW-VALUE TO AUS-DESDE
               MOVE 'N' TO WS-AUS-FIN
               START AUS KEY IS NOT LESS THAN AUS-KEY
                   INVALID KEY MOVE 'S' TO WS-AUS-FIN
               END-START
               PERFORM 310-LEER-AUSENCIA UNTIL WS-AUS-FIN = 'S'
           END-IF.
           MOVE "  TOTAL DIAS HABILES AUSENTE EN EL MES:"
               TO WS-LIN-TOT-TXT.
           MOVE WS-TOT-DIAS-AUSENTE TO WS-LIN-TOT-VAL.
           PERFORM 120-TOTAL.

           MOVE CON-FECHA-INGRESO(1:4) TO WS-ANIO-INGRESO.
           COMPUTE WS-ANTIGUEDAD = WS-PER-ANIO - WS-ANIO-INGRESO.
           IF WS-ANTIGUEDAD < ZERO
               MOVE ZERO TO WS-ANTIGUEDAD
           END-IF.
           EVALUATE TRUE
               WHEN WS-ANTIGUEDAD < 5
                   MOVE 14 TO WS-DIAS-GANADOS
               WHEN WS-ANTIGUEDAD < 10
                   MOVE 21 TO WS-DIAS-GANADOS
               WHEN WS-ANTIGUEDAD < 20
                   MOVE 28 TO WS-DIAS-GANADOS
               WHEN OTHER
                   MOVE 35 TO WS-DIAS-GANADOS
           END-EVALUATE.
           COMPUTE WS-SALDO-DIAS = WS-DIAS-GANADOS - WS-DIAS-TOMADOS.
           MOVE SPACES TO RESUMEN-LINEA.
           WRITE RESUMEN-LINEA.
           MOVE WS-PER-ANIO TO WS-LIN-VAC-ANIO.
           MOVE WS-DIAS-GANADOS TO WS-LIN-VAC-GAN.
           MOVE WS-DIAS-TOMADOS TO WS-LIN-VAC-TOM.
           MOVE WS-SALDO-DIAS TO WS-LIN-VAC-SALDO.
           MOVE WS-LIN-VAC TO RESUMEN-LINEA.
           WRITE RESUMEN-LINEA.
           MOVE "  (TOMADOS HASTA EL CIERRE DEL MES)" TO RESUMEN-LINEA.
           WRITE RESUMEN-LINEA.

       310-LEER-AUSENCIA.
           READ AUS NEXT RECORD
               AT END MOVE 'S' TO WS-AUS-FIN
           END-READ.
           IF WS-AUS-FIN = 'N'
               IF AUS-CONS NOT = CON-COD-CONS
                   MOVE 'S' TO WS-AUS-FIN
               ELSE
                   IF AUS-MOTIVO(1:4) = "VACA"
                       PERFORM 330-CONTAR-VACACIONES
                   END-IF
                   IF AUS-DESDE <= WS-FECHA-HASTA AND
                       AUS-HASTA >= WS-FECHA-DESDE
                       PERFORM 320-IMPRIMIR-AUSENCIA
                   END-IF
               END-IF
           END-IF.

       320-IMPRIMIR-AUSENCIA.
           MOVE ZERO TO WS-DIAS-AUSENTE.
           PERFORM VARYING WS-JUL-D FROM WS-JUL-DESDE BY 1
               UNTIL WS-JUL-D > WS-JUL-HASTA
               COMPUTE WS-FEC-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-JUL-D)
               MOVE WS-FEC-NUM TO WS-FEC-DIA
               IF WS-FEC-DIA >= AUS-DESDE AND
                   WS-FEC-DIA <= AUS-HASTA
                   PERFORM 340-ES-DIA-HABIL
                   IF WS-ES-HABIL = 'S'
                       ADD 1 TO WS-DIAS-AUSENTE
                   END-IF
               END-IF
           END-PERFORM.
           ADD WS-DIAS-AUSENTE TO WS-TOT-DIAS-AUSENTE.
           MOVE AUS-DESDE TO WS-LIN-AUS-DESDE.
           MOVE AUS-HASTA TO WS-LIN-AUS-HASTA.
           MOVE AUS-MOTIVO TO WS-LIN-AUS-MOTIVO.
           MOVE WS-DIAS-AUSENTE TO WS-LIN-AUS-DIAS.
           MOVE WS-LIN-AUS TO RESUMEN-LINEA.
           WRITE RESUMEN-LINEA.

      * Dias habiles de vacaciones del anio hasta el cierre del mes.
       330-CONTAR-VACACIONES.
           IF AUS-DESDE <= WS-FECHA-HASTA
               MOVE AUS-DESDE TO WS-FEC-NUM
               COMPUTE WS-JUL-AUS-DESDE =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
               MOVE AUS-HASTA TO WS-FEC-NUM
               COMPUTE WS-JUL-AUS-HASTA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
               IF WS-JUL-AUS-HASTA > WS-JUL-HASTA
                   MOVE WS-JUL-HASTA TO WS-JUL-AUS-HASTA
               END-IF
               PERFORM VARYING WS-JUL-D FROM WS-JUL-AUS-DESDE BY 1
                   UNTIL WS-JUL-D > WS-JUL-AUS-HASTA
                   COMPUTE WS-FEC-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-JUL-D)
                   COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JUL-D, 7)
                   IF WS-FEC-NUM(1:4) = WS-PERIODO(1:4) AND
                       WS-DIA-SEMANA NOT = 0 AND WS-DIA-SEMANA NOT = 6
                       ADD 1 TO WS-DIAS-TOMADOS
                   END-IF
               END-PERFORM
           END-IF.

      * Lunes a viernes menos feriados.
       340-ES-DIA-HABIL.
           MOVE 'S' TO WS-ES-HABIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JUL-D, 7).
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               MOVE 'N' TO WS-ES-HABIL
           ELSE
               IF WS-HAY-FERIADOS = 'S'
                   MOVE WS-FEC-DIA TO FER-FECHA
                   READ FER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'N' TO WS-ES-HABIL
                   END-READ
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Gastos rendidos en el mes y su estado de aprobacion.
      *----------------------------------------------------------------
       400-GASTOS.
           MOVE "GASTOS RENDIDOS EN EL MES:" TO WS-LIN-TOT-TXT.
           PERFORM 110-TITULO.
           MOVE ZERO TO WS-TOT-GASTOS.
           MOVE ZERO TO WS-CANT-GASTOS.
           IF WS-HAY-GASTOS = 'S'
               MOVE CON-COD-CONS TO GAS-CONS
               MOVE WS-FECHA-DESDE TO GAS-FECHA
               MOVE ZERO TO GAS-CLIENTE
               MOVE ZERO TO GAS-SECUENCIA
               MOVE 'N' TO WS-GAS-FIN
               START GAS KEY IS NOT LESS THAN GAS-KEY
                   INVALID KEY MOVE 'S' TO WS-GAS-FIN
               END-START
               PERFORM 410-LEER-GASTO UNTIL WS-GAS-FIN = 'S'
           END-IF.
           IF WS-CANT-GASTOS = ZERO
               MOVE "  SIN GASTOS RENDIDOS EN EL MES" TO RESUMEN-LINEA
               WRITE RESUMEN-LINEA
           ELSE
               MOVE "  TOTAL GASTOS DEL MES:" TO WS-LIN-TOT-TXT
               MOVE WS-TOT-GASTOS TO WS-LIN-TOT-VAL
               PERFORM 120-TOTAL
           END-IF.

       410-LEER-GASTO.
           READ GAS NEXT RECORD
               AT END MOVE 'S' TO WS-GAS-FIN
           END-READ.
           IF WS-GAS-FIN = 'N'
               IF GAS-CONS NOT = CON-COD-CONS OR
                   GAS-FECHA > WS-FECHA-HASTA
                   MOVE 'S' TO WS-GAS-FIN
               ELSE
                   ADD 1 TO WS-CANT-GASTOS
                   ADD GAS-IMPORTE TO WS-TOT-GASTOS
                   MOVE GAS-FECHA TO WS-LIN-GAS-FECHA
                   MOVE GAS-CLIENTE TO WS-LIN-GAS-CLIENTE
                   MOVE GAS-CONCEPTO TO WS-LIN-GAS-CONCEPTO
                   MOVE GAS-MONEDA TO WS-LIN-GAS-MONEDA
                   MOVE GAS-IMPORTE TO WS-LIN-GAS-IMPORTE
                   EVALUATE TRUE
                       WHEN GAS-EST-APROBADO
                           MOVE "APROBADO" TO WS-LIN-GAS-ESTADO
                       WHEN GAS-EST-OBSERVADO
                           MOVE "OBSERVADO" TO WS-LIN-GAS-ESTADO
                       WHEN OTHER
                           MOVE "INGRESADO" TO WS-LIN-GAS-ESTADO
                   END-EVALUATE
                   IF GAS-NRO-FACT = ZERO
                       MOVE SPACES TO WS-LIN-GAS-FACT
                   ELSE
                       MOVE GAS-NRO-FACT TO WS-NRO-EDIT
                       MOVE SPACES TO WS-LIN-GAS-FACT
                       STRING "FACT " DELIMITED BY SIZE
                           WS-NRO-EDIT DELIMITED BY SIZE
                           INTO WS-LIN-GAS-FACT
                   END-IF
                   MOVE WS-LIN-GAS TO RESUMEN-LINEA
                   WRITE RESUMEN-LINEA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Anticipos de gastos pendientes de rendicion.
      *----------------------------------------------------------------
       500-ANTICIPOS.
           MOVE "ANTICIPOS PENDIENTES DE RENDICION:" TO WS-LIN-TOT-TXT.
           PERFORM 110-TITULO.
           MOVE 'N' TO WS-REXIST.
           IF WS-HAY-ANTICIPOS = 'S'
               MOVE CON-COD-CONS TO ACO-CONS
               MOVE 'S' TO WS-REXIST
               READ ACO
                   INVALID KEY MOVE 'N' TO WS-REXIST
               END-READ
           END-IF.
           IF WS-REXIST = 'S' AND ACO-SALDO NOT = ZERO
               MOVE SPACES TO WS-LIN-TOT-TXT
               STRING "  SALDO PENDIENTE (ULTIMO MOV. "
                       DELIMITED BY SIZE
                   ACO-FECHA-ULT DELIMITED BY SIZE
                   "):" DELIMITED BY SIZE
                   INTO WS-LIN-TOT-TXT
               MOVE ACO-SALDO TO WS-LIN-TOT-VAL
               PERFORM 120-TOTAL
           ELSE
               MOVE "  SIN ANTICIPOS PENDIENTES" TO RESUMEN-LINEA
               WRITE RESUMEN-LINEA
           END-IF.

      *----------------------------------------------------------------
      * Comision del periodo exportada a nomina.
      *----------------------------------------------------------------
       600-COMISION.
           MOVE "COMISION EXPORTADA A NOMINA:" TO WS-LIN-TOT-TXT.
           PERFORM 110-TITULO.
           IF WS-T-NOM-HAY(CON-COD-CONS) = 'S'
               MOVE "  HORAS LIQUIDADAS:" TO WS-LIN-TOT-TXT
               MOVE WS-T-NOM-HORAS(CON-COD-CONS) TO WS-LIN-TOT-VAL
               PERFORM 120-TOTAL
               MOVE "  IMPORTE FACTURADO:" TO WS-LIN-TOT-TXT
               MOVE WS-T-NOM-IMPORTE(CON-COD-CONS) TO WS-LIN-TOT-VAL
               PERFORM 120-TOTAL
               MOVE "  PORCENTAJE DE COMISION:" TO WS-LIN-TOT-TXT
               MOVE WS-T-NOM-PORCENTAJE(CON-COD-CONS)
                   TO WS-LIN-TOT-VAL
               PERFORM 120-TOTAL
               MOVE "  DESCUENTO POR ANTICIPOS:" TO WS-LIN-TOT-TXT
               MOVE WS-T-NOM-DESCUENTO(CON-COD-CONS) TO WS-LIN-TOT-VAL
               PERFORM 120-TOTAL
               MOVE "  PAGO NETO:" TO WS-LIN-TOT-TXT
               MOVE WS-T-NOM-PAGO(CON-COD-CONS) TO WS-LIN-TOT-VAL
               PERFORM 120-TOTAL
           ELSE
               MOVE "  COMISION DEL PERIODO NO EXPORTADA"
                   TO RESUMEN-LINEA
               WRITE RESUMEN-LINEA
           END-IF.

      *----------------------------------------------------------------
      * Envio del resumen a la direccion del consultor.
      *----------------------------------------------------------------
       700-ENVIAR.
           MOVE WS-T-ECO-DIR(CON-COD-CONS) TO WS-EMAIL-DIR.
           IF WS-EMAIL-DIR = SPACES
               DISPLAY "CONSULTOR " CON-COD-CONS
                   " SIN DIRECCION DE MAIL, RESUMEN NO ENVIADO"
           ELSE
               PERFORM 710-VALIDAR-EMAIL-DIR
               IF WS-EMAIL-BAD-COUNT = ZERO
                   MOVE SPACES TO WS-EMAIL-CMD
                   STRING 'mail -s "Resumen mensual del consultor" '
                               DELIMITED BY SIZE
                           WS-EMAIL-DIR DELIMITED BY SPACE
                           " < " DELIMITED BY SIZE
                           WS-RESUMEN-NOMBRE DELIMITED BY SPACE
                       INTO WS-EMAIL-CMD
                   CALL "SYSTEM" USING WS-EMAIL-CMD
                   ADD 1 TO WS-CANT-ENVIADOS
               ELSE
                   DISPLAY "DIRECCION DEL CONSULTOR INVALIDA, "
                       "NO ENVIADA: " WS-EMAIL-DIR
               END-IF
           END-IF.

       710-VALIDAR-EMAIL-DIR.
           MOVE ZERO TO WS-EMAIL-BAD-COUNT.
           INSPECT WS-EMAIL-DIR TALLYING WS-EMAIL-BAD-COUNT
               FOR ALL ";" ALL "`" ALL "$" ALL "(" ALL ")"
                       ALL "|" ALL "&" ALL "<" ALL ">" ALL "*"
                       ALL "~" ALL "{" ALL "}" ALL "\" ALL X"22"
                       ALL X"27".

       900-FIN.
           CLOSE CON.
           CLOSE HOR.
           IF WS-HAY-AUSENCIAS = 'S'
               CLOSE AUS
           END-IF.
           IF WS-HAY-FERIADOS = 'S'
               CLOSE FER
           END-IF.
           IF WS-HAY-GASTOS = 'S'
               CLOSE GAS
           END-IF.
           IF WS-HAY-ANTICIPOS = 'S'
               CLOSE ACO
           END-IF.
           DISPLAY "RESUMENES GENERADOS: " WS-CANT-RESUMENES.
           DISPLAY "RESUMENES ENVIADOS:  " WS-CANT-ENVIADOS.

       END PROGRAM RESUMENCONS.
