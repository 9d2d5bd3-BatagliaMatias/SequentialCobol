       IDENTIFICATION DIVISION.

       PROGRAM-ID. FLUJOFONDOS.
      * Proyeccion de fondos a trece semanas por empresa y moneda:
      * cobranza esperada de la facturacion abierta (fecha de la
      * facturacion mas el plazo del cliente, corrido por el atraso
      * que muestra su DSO historico), cheques en cartera por fecha
      * de deposito, el lote de debitos automaticos ya generado y
      * las facturas de subcontratistas impagas por vencimiento.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT CAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAS-KEY
               FILE STATUS IS CAS-FS.

           SELECT CHQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS CHQ-FS.

           SELECT REC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REC-NRO
               FILE STATUS IS REC-FS.

           SELECT FPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPR-KEY
               FILE STATUS IS FPR-FS.

           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS CON-FS.

      * Ultimo lote de debitos generado por DEBAUTO.
           SELECT OPTIONAL ENVIO ASSIGN TO "DEBITOS_ENVIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENVIO-FS.

           SELECT OPTIONAL TASAHIST ASSIGN TO "TASASHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TASAHIST-FS.

           SELECT LISTADO ASSIGN TO "FLUJO_FONDOS.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

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

      * Facturaciones castigadas contra la prevision.
       FD CAS
           VALUE OF FILE-ID IS "CASTIGOS.DAT".
       01 CAS-REG.
           02 CAS-KEY.
               03 CAS-NRO-FACT PIC 9(6).
               03 CAS-CLIENTE PIC 9(4).
           02 CAS-DATOS.
               03 CAS-FECHA PIC X(8).
               03 CAS-IMPORTE PIC S9(9)V99.
               03 CAS-MOTIVO PIC X(40).
               03 CAS-USUARIO PIC X(8).
               03 CAS-RECUPERADO PIC S9(9)V99.
               03 CAS-FECHA-RECUPERO PIC X(8).

       FD CHQ
           VALUE OF FILE-ID IS "CHEQUES.DAT".
       01 CHQ-REG.
           02 CHQ-KEY.
               03 CHQ-REC-NRO PIC 9(6).
               03 CHQ-SEC PIC 9(2).
           02 CHQ-DATOS.
               03 CHQ-BANCO PIC X(20).
               03 CHQ-NRO-CHEQUE PIC X(12).
               03 CHQ-FECHA-DEP PIC X(8).
               03 CHQ-IMPORTE PIC S9(9)V99.
               03 CHQ-CLIENTE PIC 9(4).
               03 CHQ-ESTADO PIC X(10).
                   88 CHQ-EN-CARTERA VALUE "CARTERA".
                   88 CHQ-DEPOSITADO VALUE "DEPOSITADO".
                   88 CHQ-ACREDITADO VALUE "ACREDITADO".
                   88 CHQ-RECHAZADO VALUE "RECHAZADO".
               03 CHQ-CTA-BANCO PIC 9(3).

       FD REC
           VALUE OF FILE-ID IS "COBRANZAS.DAT".
       01 REC-REG.
           03 REC-NRO PIC 9(6).
           03 REC-FECHA PIC X(8).
           03 REC-CLIENTE PIC 9(4).
           03 REC-IMPORTE PIC S9(9)V99.
           03 REC-MEDIO PIC X(15).
           03 REC-APLICADO PIC S9(9)V99.
           03 REC-EMPRESA PIC X(3).

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

      * Linea del lote: cbu,cliente,factura,importe,vencimiento
      * (importe con signo adelante y centavos implicitos).
       FD ENVIO
           LABEL RECORD OMITTED.
       01 ENV-REG.
           03 ENV-CBU PIC X(22).
           03 FILLER PIC X.
           03 ENV-CLIENTE PIC 9(4).
           03 FILLER PIC X.
           03 ENV-NRO-FACT PIC 9(6).
           03 FILLER PIC X.
           03 ENV-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 FILLER PIC X.
           03 ENV-VTO PIC X(8).
           03 FILLER PIC X(46).

       FD TASAHIST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TASASHIST.DAT".
       01 TSH-REG.
           03 TSH-MONEDA PIC X(3).
           03 TSH-FVIGENCIA PIC X(8).
           03 TSH-VALOR PIC 9(5)V9999.

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(140).

       WORKING-STORAGE SECTION.

       01 FACTCLI-FS                   PIC X(2).
           88 FACTCLI-OK                      VALUE '00'.
           88 FACTCLI-EOF                     VALUE '10'.
       01 APROB-FS                     PIC X(2).
       01 APL-FS                       PIC X(2).
           88 APL-OK                          VALUE '00'.
           88 APL-EOF                         VALUE '10'.
       01 CLI-FS                       PIC X(2).
       01 CAS-FS                       PIC X(2).
       01 CHQ-FS                       PIC X(2).
           88 CHQ-EOF                         VALUE '10'.
       01 REC-FS                       PIC X(2).
       01 FPR-FS                       PIC X(2).
           88 FPR-EOF                         VALUE '10'.
       01 CON-FS                       PIC X(2).
       01 ENVIO-FS                     PIC X(2).
           88 ENVIO-OK                        VALUE '00'.
           88 ENVIO-EOF                       VALUE '10'.
       01 TASAHIST-FS                  PIC X(2).
           88 TASAHIST-OK                     VALUE '00'.
           88 TASAHIST-EOF                    VALUE '10'.
       01 LISTADO-FS                   PIC X(2).

       01 WS-HAY-CASTIGOS              PIC X VALUE 'N'.
       01 WS-HAY-CHEQUES               PIC X VALUE 'N'.
       01 WS-HAY-FACPROV               PIC X VALUE 'N'.
       01 WS-CASTIGADA                 PIC X.
       01 WS-REXIST                    PIC X.
       01 WS-APL-EOF                   PIC X.
       01 WS-HALLADO                   PIC X.

       01 WS-FECHA-REF                 PIC X(8).
       01 WS-FEC-8                     PIC 9(8).
       01 WS-JULIANO-REF               PIC 9(7).
       01 WS-JULIANO-ESP               PIC 9(7).
       01 WS-JUL-FACT                  PIC 9(7).
       01 WS-JUL-COBRO                 PIC 9(7).
       01 WS-DIAS                      PIC S9(5).
       01 WS-ATRASO                    PIC S9(5).
       01 WS-DSO                       PIC S9(5)V99.

       01 WS-FACTURADO                 PIC S9(9)V99.
       01 WS-COBRADO                   PIC S9(9)V99.
       01 WS-SALDO                     PIC S9(9)V99.

      * Movimiento a volcar en la grilla de semanas.
       01 WS-MOV-EMPRESA               PIC X(3).
       01 WS-MOV-MONEDA                PIC X(3).
       01 WS-MOV-IMPORTE               PIC S9(11)V99.
       01 WS-MOV-ORIGEN                PIC X.
           88 WS-MOV-FACTURA                  VALUE 'F'.
           88 WS-MOV-CHEQUE                   VALUE 'C'.
           88 WS-MOV-DEBITO                   VALUE 'D'.
           88 WS-MOV-PROVEEDOR                VALUE 'P'.
       01 WS-MOV-FUERA                 PIC 9(5) VALUE ZERO.

      * DSO historico por cliente: cada aplicacion pesada por los
      * dias desde la facturacion, como en DSO.
       01 WS-T-DSO-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-DSO.
           03 WS-T-DSO-CAMPO OCCURS 500 TIMES.
               05 WS-T-DSO-COD          PIC 9(4).
               05 WS-T-DSO-IMP          PIC S9(13)V99.
               05 WS-T-DSO-IMPDIAS      PIC S9(15)V99.

      * Facturaciones incluidas en el lote de debitos: su cobranza
      * se proyecta por el debito y no por el DSO del cliente.
       01 WS-T-DEB-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-DEB.
           03 WS-T-DEB-CAMPO OCCURS 500 TIMES.
               05 WS-T-DEB-FACT         PIC 9(6).
               05 WS-T-DEB-CLIENTE      PIC 9(4).
               05 WS-T-DEB-IMPORTE      PIC S9(9)V99.
               05 WS-T-DEB-VTO          PIC X(8).

       01 WS-T-TSH-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-TSH.
           03 WS-T-TSH-CAMPO OCCURS 200 TIMES.
               05 WS-T-TSH-MONEDA       PIC X(3).
               05 WS-T-TSH-FVIGENCIA    PIC X(8).
               05 WS-T-TSH-VALOR        PIC 9(5)V9999.
       01 WS-TSH-K                     PIC 9(4).
       01 WS-TSH-MEJOR-FVIG            PIC X(8).
       01 WS-TSH-HALLADA               PIC X.
       01 WS-MONEDA-BUSCADA            PIC X(3).
       01 WS-FECHA-BUSCADA             PIC X(8).
       01 WS-TASA-BUSCADA              PIC 9(5)V9999.

      * Grilla de la proyeccion: una fila por empresa y moneda, con
      * trece semanas a partir de la fecha de referencia.
       01 WS-T-FLU-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-T-FLU.
           03 WS-T-FLU-CAMPO OCCURS 30 TIMES.
               05 WS-T-FLU-EMPRESA      PIC X(3).
               05 WS-T-FLU-MONEDA       PIC X(3).
               05 WS-T-FLU-SEM OCCURS 13 TIMES.
                   07 WS-T-FLU-FACT     PIC S9(13)V99.
                   07 WS-T-FLU-CHQ      PIC S9(13)V99.
                   07 WS-T-FLU-DEB      PIC S9(13)V99.
                   07 WS-T-FLU-PROV     PIC S9(13)V99.
       01 WS-T-FLU-CAMPO-TEMP          PIC X(786).

       01 WS-I                         PIC 9(4).
       01 WS-J                         PIC 9(4).
       01 WS-K                         PIC 9(4).
       01 WS-F                         PIC 9(3).
       01 WS-S                         PIC 9(3).

       01 WS-SEM-INGRESOS              PIC S9(13)V99.
       01 WS-SEM-NETO                  PIC S9(13)V99.
       01 WS-ACUMULADO                 PIC S9(13)V99.
       01 WS-TOT-FACT                  PIC S9(13)V99.
       01 WS-TOT-CHQ                   PIC S9(13)V99.
       01 WS-TOT-DEB                   PIC S9(13)V99.
       01 WS-TOT-PROV                  PIC S9(13)V99.
       01 WS-TOT-INGRESOS              PIC S9(13)V99.

       01 WS-LIN-TIT.
           03 FILLER               PIC X(9) VALUE "EMPRESA: ".
           03 WS-LIN-TIT-EMPRESA   PIC X(3).
           03 FILLER               PIC X(11) VALUE "   MONEDA: ".
           03 WS-LIN-TIT-MONEDA    PIC X(3).

       01 WS-LIN-ENC.
           03 FILLER PIC X(14) VALUE "SEM  DESDE    ".
           03 FILLER PIC X(17) VALUE "       FACTURAS  ".
           03 FILLER PIC X(17) VALUE "        CHEQUES  ".
           03 FILLER PIC X(17) VALUE "        DEBITOS  ".
           03 FILLER PIC X(17) VALUE " TOTAL INGRESOS  ".
           03 FILLER PIC X(17) VALUE "SUBCONTRATISTAS  ".
           03 FILLER PIC X(17) VALUE "    NETO SEMANA  ".
           03 FILLER PIC X(15) VALUE "   POSIC. ACUM.".

       01 WS-LIN-SEM.
           03 WS-LIN-SEM-NRO       PIC Z9.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-SEM-DESDE     PIC X(8).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-SEM-FACT      PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-SEM-CHQ       PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-SEM-DEB       PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-SEM-ING       PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-SEM-PROV      PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-SEM-NETO      PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-SEM-ACUM      PIC -ZZZ.ZZZ.Z99,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 050-CALCULAR-DSO UNTIL APL-EOF.
           PERFORM 060-POSICIONAR-FACTCLI.
           PERFORM 100-RECORRER-FACTCLI UNTIL FACTCLI-EOF.
           PERFORM 200-RECORRER-CHEQUES.
           PERFORM 300-PROYECTAR-DEBITOS
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-T-DEB-COUNT.
           PERFORM 400-RECORRER-FACPROV.
           PERFORM 600-IMPRIMIR-FLUJO.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "PROYECCION DE FONDOS A 13 SEMANAS".
           DISPLAY "INGRESE LA FECHA DE REFERENCIA (AAAAMMDD): ".
           ACCEPT WS-FECHA-REF.
           MOVE WS-FECHA-REF TO WS-FEC-8.
           COMPUTE WS-JULIANO-REF =
               FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           OPEN INPUT FACTCLI.
           IF NOT FACTCLI-OK
               DISPLAY "ERROR APERTURA FACTCLI.DAT - EJECUTE UNA "
                   "FACTURACION PRIMERO"
               STOP RUN.
           OPEN INPUT APROB.
           OPEN INPUT APL.
           OPEN INPUT CLI.
           OPEN INPUT CAS.
           IF CAS-FS = '00'
               MOVE 'S' TO WS-HAY-CASTIGOS
           END-IF.
           OPEN INPUT CHQ.
           IF CHQ-FS = '00'
               MOVE 'S' TO WS-HAY-CHEQUES
               OPEN INPUT REC
           END-IF.
           OPEN INPUT FPR.
           IF FPR-FS = '00'
               MOVE 'S' TO WS-HAY-FACPROV
               OPEN INPUT CON
           END-IF.
           OPEN INPUT TASAHIST.
           IF TASAHIST-OK
               PERFORM 012-CARGAR-TASA UNTIL TASAHIST-EOF
           END-IF.
           CLOSE TASAHIST.
           OPEN INPUT ENVIO.
           IF ENVIO-OK
               PERFORM 014-CARGAR-DEBITO UNTIL ENVIO-EOF
           END-IF.
           CLOSE ENVIO.
           OPEN OUTPUT LISTADO.
           IF NOT APL-OK
               MOVE '10' TO APL-FS
           ELSE
               MOVE LOW-VALUE TO APL-KEY
               START APL KEY IS NOT LESS THAN APL-KEY
                   INVALID KEY MOVE '10' TO APL-FS
               END-START
           END-IF.

       012-CARGAR-TASA.
           READ TASAHIST RECORD
               AT END CONTINUE
           END-READ.
           IF NOT TASAHIST-EOF AND WS-T-TSH-COUNT < 200
               ADD 1 TO WS-T-TSH-COUNT
               MOVE TSH-MONEDA TO WS-T-TSH-MONEDA(WS-T-TSH-COUNT)
               MOVE TSH-FVIGENCIA
                   TO WS-T-TSH-FVIGENCIA(WS-T-TSH-COUNT)
               MOVE TSH-VALOR TO WS-T-TSH-VALOR(WS-T-TSH-COUNT)
           END-IF.

       014-CARGAR-DEBITO.
           READ ENVIO RECORD
               AT END CONTINUE
           END-READ.
           IF NOT ENVIO-EOF AND WS-T-DEB-COUNT < 500
               ADD 1 TO WS-T-DEB-COUNT
               MOVE ENV-NRO-FACT TO WS-T-DEB-FACT(WS-T-DEB-COUNT)
               MOVE ENV-CLIENTE TO WS-T-DEB-CLIENTE(WS-T-DEB-COUNT)
               MOVE ENV-IMPORTE TO WS-T-DEB-IMPORTE(WS-T-DEB-COUNT)
               MOVE ENV-VTO TO WS-T-DEB-VTO(WS-T-DEB-COUNT)
           END-IF.

      * DSO por cliente sobre toda la historia de aplicaciones.
       050-CALCULAR-DSO.
           READ APL NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT APL-EOF
               MOVE APL-NRO-FACT TO FCL-NRO-FACT
               MOVE APL-CLIENTE TO FCL-CLIENTE
               MOVE 'S' TO WS-REXIST
               READ FACTCLI
                   INVALID KEY MOVE 'N' TO WS-REXIST
               END-READ
               IF WS-REXIST = 'S'
                   PERFORM 055-SUMAR-DSO-CLIENTE
               END-IF
           END-IF.

       055-SUMAR-DSO-CLIENTE.
           MOVE FCL-FECHA-HASTA TO WS-FEC-8.
           COMPUTE WS-JUL-FACT = FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           MOVE APL-FECHA TO WS-FEC-8.
           COMPUTE WS-JUL-COBRO =
               FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           COMPUTE WS-DIAS = WS-JUL-COBRO - WS-JUL-FACT.
           IF WS-DIAS < ZERO
               MOVE ZERO TO WS-DIAS
           END-IF.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-DSO-COUNT OR WS-HALLADO = 'S'
               IF WS-T-DSO-COD(WS-I) = APL-CLIENTE
                   MOVE 'S' TO WS-HALLADO
                   SUBTRACT 1 FROM WS-I
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N' AND WS-T-DSO-COUNT < 500
               ADD 1 TO WS-T-DSO-COUNT
               MOVE WS-T-DSO-COUNT TO WS-I
               MOVE APL-CLIENTE TO WS-T-DSO-COD(WS-I)
               MOVE ZERO TO WS-T-DSO-IMP(WS-I)
               MOVE ZERO TO WS-T-DSO-IMPDIAS(WS-I)
           END-IF.
           IF WS-I <= WS-T-DSO-COUNT
               ADD APL-IMPORTE TO WS-T-DSO-IMP(WS-I)
               COMPUTE WS-T-DSO-IMPDIAS(WS-I) =
                   WS-T-DSO-IMPDIAS(WS-I) + APL-IMPORTE * WS-DIAS
           END-IF.

       060-POSICIONAR-FACTCLI.
           MOVE LOW-VALUE TO FCL-KEY.
           START FACTCLI KEY IS NOT LESS THAN FCL-KEY
               INVALID KEY MOVE '10' TO FACTCLI-FS
           END-START.
           PERFORM 020-LEER-FACTCLI.

       020-LEER-FACTCLI.
           IF NOT FACTCLI-EOF
               READ FACTCLI NEXT RECORD
                   AT END CONTINUE
               END-READ
           END-IF.

       100-RECORRER-FACTCLI.
           MOVE FCL-NRO-FACT TO APROB-NRO-FACT.
           MOVE 'S' TO WS-REXIST.
           READ APROB
               INVALID KEY MOVE 'N' TO WS-REXIST
           END-READ.
           IF WS-REXIST = 'S' AND APROB-ESTADO = "APROBADO"
               PERFORM 110-PROYECTAR-FACTURA
           END-IF.
           PERFORM 020-LEER-FACTCLI.

       110-PROYECTAR-FACTURA.
           ADD FCL-TOTAL-NETO FCL-TOTAL-IVA GIVING WS-FACTURADO.
           PERFORM 120-SUMAR-COBRADO.
           SUBTRACT WS-COBRADO FROM WS-FACTURADO GIVING WS-SALDO.
           PERFORM 137-VERIFICAR-CASTIGO.
           PERFORM 138-VERIFICAR-DEBITO.
           IF WS-SALDO > ZERO AND WS-CASTIGADA = 'N'
               AND WS-HALLADO = 'N'
               PERFORM 130-CALCULAR-COBRO-ESPERADO
               MOVE FCL-EMPRESA TO WS-MOV-EMPRESA
               MOVE WS-SALDO TO WS-MOV-IMPORTE
               PERFORM 140-CONVERTIR-MONEDA
               MOVE 'F' TO WS-MOV-ORIGEN
               PERFORM 500-ACUMULAR-MOVIMIENTO
           END-IF.

       120-SUMAR-COBRADO.
           MOVE ZERO TO WS-COBRADO.
           MOVE FCL-NRO-FACT TO APL-NRO-FACT.
           MOVE ZERO TO APL-REC-NRO.
           MOVE 'N' TO WS-APL-EOF.
           START APL KEY IS NOT LESS THAN APL-KEY
               INVALID KEY MOVE 'S' TO WS-APL-EOF
           END-START.
           PERFORM 125-SUMAR-COBRADO-UNA UNTIL WS-APL-EOF = 'S'.

       125-SUMAR-COBRADO-UNA.
           READ APL NEXT RECORD
               AT END MOVE 'S' TO WS-APL-EOF
           END-READ.
           IF WS-APL-EOF = 'N'
               IF APL-NRO-FACT NOT = FCL-NRO-FACT
                   MOVE 'S' TO WS-APL-EOF
               ELSE
                   IF APL-CLIENTE = FCL-CLIENTE
                       ADD APL-IMPORTE TO WS-COBRADO
                   END-IF
               END-IF
           END-IF.

      * Cobro esperado: fecha de la facturacion mas el plazo pactado,
      * mas el atraso medio del cliente (DSO historico menos plazo)
      * cuando paga tarde. Al que paga en termino no se lo adelanta.
       130-CALCULAR-COBRO-ESPERADO.
           MOVE FCL-CLIENTE TO CLI-COD-CLIENTE.
           MOVE 'S' TO WS-REXIST.
           READ CLI
               INVALID KEY MOVE 'N' TO WS-REXIST
           END-READ.
           IF WS-REXIST = 'N'
               MOVE ZERO TO CLI-PLAZO-PAGO
               MOVE SPACES TO CLI-MONEDA
           END-IF.
           MOVE ZERO TO WS-ATRASO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-DSO-COUNT
               IF WS-T-DSO-COD(WS-I) = FCL-CLIENTE
                   AND WS-T-DSO-IMP(WS-I) > ZERO
                   COMPUTE WS-DSO ROUNDED =
                       WS-T-DSO-IMPDIAS(WS-I) / WS-T-DSO-IMP(WS-I)
                   COMPUTE WS-ATRASO ROUNDED =
                       WS-DSO - CLI-PLAZO-PAGO
               END-IF
           END-PERFORM.
           IF WS-ATRASO < ZERO
               MOVE ZERO TO WS-ATRASO
           END-IF.
           MOVE FCL-FECHA-HASTA TO WS-FEC-8.
           COMPUTE WS-JULIANO-ESP =
               FUNCTION INTEGER-OF-DATE(WS-FEC-8) + CLI-PLAZO-PAGO
               + WS-ATRASO.

      * Una facturacion castigada ya no es saldo del cliente.
       137-VERIFICAR-CASTIGO.
           MOVE 'N' TO WS-CASTIGADA.
           IF WS-HAY-CASTIGOS = 'S'
               MOVE FCL-NRO-FACT TO CAS-NRO-FACT
               MOVE FCL-CLIENTE TO CAS-CLIENTE
               READ CAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO WS-CASTIGADA
               END-READ
           END-IF.

       138-VERIFICAR-DEBITO.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-DEB-COUNT OR WS-HALLADO = 'S'
               IF WS-T-DEB-FACT(WS-I) = FCL-NRO-FACT
                   AND WS-T-DEB-CLIENTE(WS-I) = FCL-CLIENTE
                   MOVE 'S' TO WS-HALLADO
               END-IF
           END-PERFORM.

      * Los saldos se llevan en pesos a la tasa de la facturacion;
      * el cliente en moneda extranjera paga en su moneda, asi que
      * se proyecta el equivalente a esa tasa. Sin tasa historica
      * queda en pesos.
       140-CONVERTIR-MONEDA.
           MOVE "ARS" TO WS-MOV-MONEDA.
           IF CLI-MONEDA NOT = "ARS" AND CLI-MONEDA NOT = SPACES
               MOVE CLI-MONEDA TO WS-MONEDA-BUSCADA
               MOVE FCL-FECHA-HASTA TO WS-FECHA-BUSCADA
               PERFORM 145-BUSCAR-TASA-HIST
               IF WS-TSH-HALLADA = 'S' AND WS-TASA-BUSCADA > ZERO
                   DIVIDE WS-MOV-IMPORTE BY WS-TASA-BUSCADA
                       GIVING WS-MOV-IMPORTE ROUNDED
                   MOVE CLI-MONEDA TO WS-MOV-MONEDA
               END-IF
           END-IF.

       145-BUSCAR-TASA-HIST.
           MOVE 'N' TO WS-TSH-HALLADA.
           MOVE ZERO TO WS-TASA-BUSCADA.
           MOVE LOW-VALUES TO WS-TSH-MEJOR-FVIG.
           PERFORM VARYING WS-TSH-K FROM 1 BY 1
               UNTIL WS-TSH-K > WS-T-TSH-COUNT
               IF WS-T-TSH-MONEDA(WS-TSH-K) = WS-MONEDA-BUSCADA
                   AND WS-T-TSH-FVIGENCIA(WS-TSH-K) <=
                       WS-FECHA-BUSCADA
                   AND WS-T-TSH-FVIGENCIA(WS-TSH-K) >=
                       WS-TSH-MEJOR-FVIG
                   MOVE WS-T-TSH-FVIGENCIA(WS-TSH-K)
                       TO WS-TSH-MEJOR-FVIG
                   MOVE WS-T-TSH-VALOR(WS-TSH-K) TO WS-TASA-BUSCADA
                   MOVE 'S' TO WS-TSH-HALLADA
               END-IF
           END-PERFORM.

      * Cheques de pago diferido todavia en cartera, por fecha de
      * deposito; la empresa es la del recibo que los trajo.
       200-RECORRER-CHEQUES.
           IF WS-HAY-CHEQUES = 'S'
               MOVE LOW-VALUE TO CHQ-KEY
               START CHQ KEY IS NOT LESS THAN CHQ-KEY
                   INVALID KEY MOVE '10' TO CHQ-FS
               END-START
               PERFORM 210-PROYECTAR-CHEQUE UNTIL CHQ-EOF
           END-IF.

       210-PROYECTAR-CHEQUE.
           READ CHQ NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT CHQ-EOF AND CHQ-EN-CARTERA
               MOVE CHQ-REC-NRO TO REC-NRO
               READ REC
                   INVALID KEY MOVE SPACES TO REC-EMPRESA
               END-READ
               MOVE REC-EMPRESA TO WS-MOV-EMPRESA
               MOVE "ARS" TO WS-MOV-MONEDA
               MOVE CHQ-IMPORTE TO WS-MOV-IMPORTE
               MOVE CHQ-FECHA-DEP TO WS-FEC-8
               COMPUTE WS-JULIANO-ESP =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-8)
               MOVE 'C' TO WS-MOV-ORIGEN
               PERFORM 500-ACUMULAR-MOVIMIENTO
           END-IF.

      * Lote de debitos: se acredita al vencimiento presentado.
       300-PROYECTAR-DEBITOS.
           MOVE WS-T-DEB-FACT(WS-K) TO FCL-NRO-FACT.
           MOVE WS-T-DEB-CLIENTE(WS-K) TO FCL-CLIENTE.
           READ FACTCLI
               INVALID KEY MOVE SPACES TO FCL-EMPRESA
           END-READ.
           MOVE FCL-EMPRESA TO WS-MOV-EMPRESA.
           MOVE "ARS" TO WS-MOV-MONEDA.
           MOVE WS-T-DEB-IMPORTE(WS-K) TO WS-MOV-IMPORTE.
           MOVE WS-T-DEB-VTO(WS-K) TO WS-FEC-8.
           COMPUTE WS-JULIANO-ESP =
               FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           MOVE 'D' TO WS-MOV-ORIGEN.
           PERFORM 500-ACUMULAR-MOVIMIENTO.

      * Facturas de subcontratistas no pagadas (las observadas
      * tambien: se deben igual, solo falta revisarlas).
       400-RECORRER-FACPROV.
           IF WS-HAY-FACPROV = 'S'
               MOVE LOW-VALUE TO FPR-KEY
               START FPR KEY IS NOT LESS THAN FPR-KEY
                   INVALID KEY MOVE '10' TO FPR-FS
               END-START
               PERFORM 410-PROYECTAR-FACPROV UNTIL FPR-EOF
           END-IF.

       410-PROYECTAR-FACPROV.
           READ FPR NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT FPR-EOF AND NOT FPR-PAGADA
               MOVE FPR-CONS TO CON-COD-CONS
               READ CON
                   INVALID KEY MOVE SPACES TO CON-EMPRESA
               END-READ
               MOVE CON-EMPRESA TO WS-MOV-EMPRESA
               MOVE "ARS" TO WS-MOV-MONEDA
               MOVE FPR-IMPORTE TO WS-MOV-IMPORTE
               MOVE FPR-VENCIMIENTO TO WS-FEC-8
               COMPUTE WS-JULIANO-ESP =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-8)
               MOVE 'P' TO WS-MOV-ORIGEN
               PERFORM 500-ACUMULAR-MOVIMIENTO
           END-IF.

      * Lo ya vencido se espera en la primera semana; lo que cae
      * despues de la semana trece queda fuera de la proyeccion.
       500-ACUMULAR-MOVIMIENTO.
           IF WS-JULIANO-ESP < WS-JULIANO-REF
               MOVE 1 TO WS-S
           ELSE
               COMPUTE WS-S =
                   (WS-JULIANO-ESP - WS-JULIANO-REF) / 7 + 1
           END-IF.
           IF WS-S > 13
               ADD 1 TO WS-MOV-FUERA
           ELSE
               PERFORM 510-BUSCAR-FILA
               IF WS-F <= WS-T-FLU-COUNT
                   EVALUATE TRUE
                       WHEN WS-MOV-FACTURA
                           ADD WS-MOV-IMPORTE
                               TO WS-T-FLU-FACT(WS-F, WS-S)
                       WHEN WS-MOV-CHEQUE
                           ADD WS-MOV-IMPORTE
                               TO WS-T-FLU-CHQ(WS-F, WS-S)
                       WHEN WS-MOV-DEBITO
                           ADD WS-MOV-IMPORTE
                               TO WS-T-FLU-DEB(WS-F, WS-S)
                       WHEN WS-MOV-PROVEEDOR
                           ADD WS-MOV-IMPORTE
                               TO WS-T-FLU-PROV(WS-F, WS-S)
                   END-EVALUATE
               END-IF
           END-IF.

       510-BUSCAR-FILA.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-T-FLU-COUNT OR WS-HALLADO = 'S'
               IF WS-T-FLU-EMPRESA(WS-F) = WS-MOV-EMPRESA
                   AND WS-T-FLU-MONEDA(WS-F) = WS-MOV-MONEDA
                   MOVE 'S' TO WS-HALLADO
                   SUBTRACT 1 FROM WS-F
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N' AND WS-T-FLU-COUNT < 30
               ADD 1 TO WS-T-FLU-COUNT
               MOVE WS-T-FLU-COUNT TO WS-F
               MOVE WS-MOV-EMPRESA TO WS-T-FLU-EMPRESA(WS-F)
               MOVE WS-MOV-MONEDA TO WS-T-FLU-MONEDA(WS-F)
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 13
                   MOVE ZERO TO WS-T-FLU-FACT(WS-F, WS-I)
                   MOVE ZERO TO WS-T-FLU-CHQ(WS-F, WS-I)
                   MOVE ZERO TO WS-T-FLU-DEB(WS-F, WS-I)
                   MOVE ZERO TO WS-T-FLU-PROV(WS-F, WS-I)
               END-PERFORM
           END-IF.

      * Las filas ordenadas por empresa y moneda (burbujeo).
       600-IMPRIMIR-FLUJO.
           MOVE WS-T-FLU-COUNT TO WS-K.
           SUBTRACT 1 FROM WS-K.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-K
               PERFORM VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J > WS-K
                   IF WS-T-FLU-EMPRESA(WS-J + 1) <
                       WS-T-FLU-EMPRESA(WS-J)
                       OR (WS-T-FLU-EMPRESA(WS-J + 1) =
                           WS-T-FLU-EMPRESA(WS-J)
                       AND WS-T-FLU-MONEDA(WS-J + 1) <
                           WS-T-FLU-MONEDA(WS-J))
                       MOVE WS-T-FLU-CAMPO(WS-J)
                           TO WS-T-FLU-CAMPO-TEMP
                       MOVE WS-T-FLU-CAMPO(WS-J + 1)
                           TO WS-T-FLU-CAMPO(WS-J)
                       MOVE WS-T-FLU-CAMPO-TEMP
                           TO WS-T-FLU-CAMPO(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "PROYECCION DE FONDOS A 13 SEMANAS DESDE "
               DELIMITED BY SIZE
               WS-FECHA-REF DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 610-IMPRIMIR-FILA
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-T-FLU-COUNT.
           IF WS-MOV-FUERA > ZERO
               MOVE SPACES TO LISTADO-LINEA
               WRITE LISTADO-LINEA
               MOVE SPACES TO LISTADO-LINEA
               STRING "MOVIMIENTOS POSTERIORES A LA SEMANA 13 "
                   DELIMITED BY SIZE
                   "(NO INCLUIDOS): " DELIMITED BY SIZE
                   WS-MOV-FUERA DELIMITED BY SIZE
                   INTO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

       610-IMPRIMIR-FILA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-T-FLU-EMPRESA(WS-F) TO WS-LIN-TIT-EMPRESA.
           MOVE WS-T-FLU-MONEDA(WS-F) TO WS-LIN-TIT-MONEDA.
           MOVE WS-LIN-TIT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-LIN-ENC TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE ZERO TO WS-ACUMULADO.
           MOVE ZERO TO WS-TOT-FACT.
           MOVE ZERO TO WS-TOT-CHQ.
           MOVE ZERO TO WS-TOT-DEB.
           MOVE ZERO TO WS-TOT-PROV.
           PERFORM 620-IMPRIMIR-SEMANA
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 13.
           ADD WS-TOT-FACT WS-TOT-CHQ WS-TOT-DEB
               GIVING WS-TOT-INGRESOS.
           MOVE ZERO TO WS-LIN-SEM-NRO.
           MOVE "TOTAL   " TO WS-LIN-SEM-DESDE.
           MOVE WS-TOT-FACT TO WS-LIN-SEM-FACT.
           MOVE WS-TOT-CHQ TO WS-LIN-SEM-CHQ.
           MOVE WS-TOT-DEB TO WS-LIN-SEM-DEB.
           MOVE WS-TOT-INGRESOS TO WS-LIN-SEM-ING.
           MOVE WS-TOT-PROV TO WS-LIN-SEM-PROV.
           COMPUTE WS-SEM-NETO = WS-TOT-INGRESOS - WS-TOT-PROV.
           MOVE WS-SEM-NETO TO WS-LIN-SEM-NETO.
           MOVE WS-ACUMULADO TO WS-LIN-SEM-ACUM.
           MOVE WS-LIN-SEM TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       620-IMPRIMIR-SEMANA.
           ADD WS-T-FLU-FACT(WS-F, WS-S) WS-T-FLU-CHQ(WS-F, WS-S)
               WS-T-FLU-DEB(WS-F, WS-S) GIVING WS-SEM-INGRESOS.
           COMPUTE WS-SEM-NETO =
               WS-SEM-INGRESOS - WS-T-FLU-PROV(WS-F, WS-S).
           ADD WS-SEM-NETO TO WS-ACUMULADO.
           ADD WS-T-FLU-FACT(WS-F, WS-S) TO WS-TOT-FACT.
           ADD WS-T-FLU-CHQ(WS-F, WS-S) TO WS-TOT-CHQ.
           ADD WS-T-FLU-DEB(WS-F, WS-S) TO WS-TOT-DEB.
           ADD WS-T-FLU-PROV(WS-F, WS-S) TO WS-TOT-PROV.
           MOVE WS-S TO WS-LIN-SEM-NRO.
           COMPUTE WS-FEC-8 = FUNCTION DATE-OF-INTEGER(
               WS-JULIANO-REF + (WS-S - 1) * 7).
           MOVE WS-FEC-8 TO WS-LIN-SEM-DESDE.
           MOVE WS-T-FLU-FACT(WS-F, WS-S) TO WS-LIN-SEM-FACT.
           MOVE WS-T-FLU-CHQ(WS-F, WS-S) TO WS-LIN-SEM-CHQ.
           MOVE WS-T-FLU-DEB(WS-F, WS-S) TO WS-LIN-SEM-DEB.
           MOVE WS-SEM-INGRESOS TO WS-LIN-SEM-ING.
           MOVE WS-T-FLU-PROV(WS-F, WS-S) TO WS-LIN-SEM-PROV.
           MOVE WS-SEM-NETO TO WS-LIN-SEM-NETO.
           MOVE WS-ACUMULADO TO WS-LIN-SEM-ACUM.
           MOVE WS-LIN-SEM TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       900-FIN.
           CLOSE FACTCLI.
           CLOSE APROB.
           CLOSE APL.
           CLOSE CLI.
           IF WS-HAY-CASTIGOS = 'S'
               CLOSE CAS
           END-IF.
           IF WS-HAY-CHEQUES = 'S'
               CLOSE CHQ
               CLOSE REC
           END-IF.
           IF WS-HAY-FACPROV = 'S'
               CLOSE FPR
               CLOSE CON
           END-IF.
           CLOSE LISTADO.
           DISPLAY "REPORTE GRABADO EN FLUJO_FONDOS.PRN".
       END PROGRAM FLUJOFONDOS.
