       IDENTIFICATION DIVISION.

       PROGRAM-ID. IMPORTTARJ.

      * Importacion de las liquidaciones de tarjeta y link de pago
      * (LIQ_TARJETAS.CSV, una linea por operacion liquidada):
      *   PROCESADOR,NRO LIQUIDACION,FECHA PAGO,TIPO (V=VENTA,
      *   C=CONTRACARGO),FECHA OPERACION,NRO RECIBO,BRUTO,ARANCEL,
      *   IVA ARANCEL,RET IVA,RET IIBB,JURISDICCION IIBB,RET GAN
      * Cada operacion se ata a su recibo de COBRANZAS.DAT por el
      * numero de recibo informado como referencia; sin referencia,
      * por un recibo de tarjeta o link del mismo importe y fecha
      * todavia sin liquidar. Lo atado queda en LIQTARJETAS.DAT, asi
      * una liquidacion reprocesada no se duplica.
      * Por cada liquidacion:
      *   - el arancel, su IVA y las retenciones se asientan en
      *     GL_EXPORT.CSV contra el rol TARJETAS (cupones a cobrar);
      *   - las retenciones de IVA, IIBB y ganancias se registran en
      *     RETCERT.DAT con el numero de liquidacion, para que se
      *     computen como credito (POSICIONIVA toma las de IVA);
      *   - el neto acreditado entra al libro banco sin conciliar,
      *     y IMPORTBANCO lo concilia al llegar el extracto.
      * Al final se listan los recibos de tarjeta o link sin
      * liquidar pasados los dias de acreditacion, y los que el
      * procesador revirtio por contracargo.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT LIQ ASSIGN TO "LIQ_TARJETAS.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIQ-FS.

           SELECT REC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NRO
               FILE STATUS IS REC-FS.

           SELECT LQT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LQT-KEY
               FILE STATUS IS LQT-FS.

           SELECT CERT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-KEY
               FILE STATUS IS CERT-FS.

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT OPTIONAL CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUENTAS-FS.

           SELECT OPTIONAL GLEXP ASSIGN TO "GL_EXPORT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLEXP-FS.

           SELECT LISTADO ASSIGN TO "LIQ_TARJETAS.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

       FD LIQ
           LABEL RECORD OMITTED.
       01 LIQ-LINEA PIC X(160).

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

      * Operaciones de tarjeta y link ya atadas a su recibo. Un
      * recibo tiene a lo sumo una venta liquidada y un contracargo.
       FD LQT
          VALUE OF FILE-ID IS "LIQTARJETAS.DAT".
       01 LQT-REG.
           02 LQT-KEY.
               03 LQT-REC-NRO PIC 9(6).
               03 LQT-TIPO PIC X.
                   88 LQT-VENTA VALUE 'V'.
                   88 LQT-CONTRACARGO VALUE 'C'.
           02 LQT-DATOS.
               03 LQT-PROCESADOR PIC X(10).
               03 LQT-NRO-LIQ PIC X(12).
               03 LQT-FECHA-PAGO PIC X(8).
               03 LQT-FECHA-OPER PIC X(8).
               03 LQT-BRUTO PIC S9(9)V99.
               03 LQT-ARANCEL PIC S9(9)V99.
               03 LQT-IVA-ARANCEL PIC S9(9)V99.
               03 LQT-RET-IVA PIC S9(9)V99.
               03 LQT-RET-IIBB PIC S9(9)V99.
               03 LQT-JURISDICCION PIC X(3).
               03 LQT-RET-GAN PIC S9(9)V99.
               03 LQT-NETO PIC S9(9)V99.

       FD CERT
          VALUE OF FILE-ID IS "RETCERT.DAT".
       01 CERT-REG.
           02 CERT-KEY.
               03 CERT-TIPO PIC X(4).
               03 CERT-JURISDICCION PIC X(3).
               03 CERT-NUMERO PIC X(15).
           02 CERT-DATOS.
               03 CERT-FECHA PIC X(8).
               03 CERT-CLIENTE PIC 9(4).
               03 CERT-IMPORTE PIC S9(9)V99.
               03 CERT-REC-NRO PIC 9(6).

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

       FD CUENTAS
           LABEL RECORD OMITTED.
       01 CTA-REG.
           03 CTA-ROL PIC X(10).
           03 CTA-CUENTA PIC X(40).

       FD GLEXP
           LABEL RECORD OMITTED.
       01 GLEXP-LINEA PIC X(120).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(120).

       WORKING-STORAGE SECTION.

       01 LIQ-FS                       PIC X(2).
           88 LIQ-OK                          VALUE '00'.
           88 LIQ-EOF                         VALUE '10'.
       01 REC-FS                       PIC X(2).
       01 LQT-FS                       PIC X(2).
       01 CERT-FS                      PIC X(2).
       01 CLI-FS                       PIC X(2).
       01 CUENTAS-FS                   PIC X(2).
           88 CUENTAS-OK                      VALUE '00'.
           88 CUENTAS-EOF                     VALUE '10'.
       01 GLEXP-FS                     PIC X(2).
       01 LISTADO-FS                   PIC X(2).

      * Campos desarmados de una linea de LIQ_TARJETAS.CSV
       01 WS-F-PROCESADOR              PIC X(10).
       01 WS-F-NRO-LIQ                 PIC X(12).
       01 WS-F-FECHA-PAGO              PIC X(12).
       01 WS-F-TIPO                    PIC X(2).
       01 WS-F-FECHA-OPER              PIC X(12).
       01 WS-F-RECIBO                  PIC X(10).
       01 WS-F-BRUTO                   PIC X(15).
       01 WS-F-ARANCEL                 PIC X(15).
       01 WS-F-IVA-ARANCEL             PIC X(15).
       01 WS-F-RET-IVA                 PIC X(15).
       01 WS-F-RET-IIBB                PIC X(15).
       01 WS-F-JURISDICCION            PIC X(3).
       01 WS-F-RET-GAN                 PIC X(15).

       01 WS-OP-TIPO                   PIC X.
           88 WS-OP-VENTA                     VALUE 'V'.
           88 WS-OP-CONTRACARGO               VALUE 'C'.
       01 WS-OP-FECHA-PAGO             PIC X(8).
       01 WS-OP-FECHA-OPER             PIC X(8).
       01 WS-OP-RECIBO                 PIC 9(6).
       01 WS-OP-BRUTO                  PIC S9(9)V99.
       01 WS-OP-ARANCEL                PIC S9(9)V99.
       01 WS-OP-IVA-ARANCEL            PIC S9(9)V99.
       01 WS-OP-RET-IVA                PIC S9(9)V99.
       01 WS-OP-RET-IIBB               PIC S9(9)V99.
       01 WS-OP-RET-GAN                PIC S9(9)V99.
       01 WS-OP-DEDUCCIONES            PIC S9(9)V99.
       01 WS-OP-NETO                   PIC S9(9)V99.
       01 WS-OP-JURISDICCION           PIC X(3).

      * Liquidacion en curso (corte por procesador y numero)
       01 WS-LIQ-ACTUAL.
           03 WS-LIQ-PROCESADOR        PIC X(10).
           03 WS-LIQ-NRO               PIC X(12).
       01 WS-LIQ-ANT.
           03 WS-LIQ-ANT-PROCESADOR    PIC X(10).
           03 WS-LIQ-ANT-NRO           PIC X(12).
       01 WS-LIQ-FECHA-PAGO            PIC X(8).
       01 WS-LIQ-EMPRESA               PIC X(3).
       01 WS-LIQ-OPERACIONES           PIC 9(5).
       01 WS-LIQ-ARANCEL               PIC S9(9)V99.
       01 WS-LIQ-IVA-ARANCEL           PIC S9(9)V99.
       01 WS-LIQ-RET-IVA               PIC S9(9)V99.
       01 WS-LIQ-RET-IIBB              PIC S9(9)V99.
       01 WS-LIQ-RET-GAN               PIC S9(9)V99.
       01 WS-LIQ-DEDUCCIONES           PIC S9(9)V99.
       01 WS-LIQ-NETO                  PIC S9(9)V99.

       01 WS-REC-HALLADO               PIC X.
       01 WS-REC-EOF                   PIC X.
       01 WS-EXISTE                    PIC X.
       01 WS-TARJETA                   PIC X.

      * Cuentas contables por rol (CUENTAS.DAT)
       01 WS-CTA-TARJETAS              PIC X(40) VALUE SPACES.
       01 WS-CTA-ARANCELES             PIC X(40) VALUE SPACES.
       01 WS-CTA-IVACREDITO            PIC X(40) VALUE SPACES.
       01 WS-CTA-RETIVA                PIC X(40) VALUE SPACES.
       01 WS-CTA-RETIIBB               PIC X(40) VALUE SPACES.
       01 WS-CTA-RETGAN                PIC X(40) VALUE SPACES.
       01 WS-GL-CUENTA                 PIC X(40).
       01 WS-GL-IMPORTE                PIC S9(9)V99.
       01 WS-GL-NUM                    PIC -(7)9,99.

      * Certificado a registrar
       01 WS-CRT-TIPO                  PIC X(4).
       01 WS-CRT-JURISDICCION          PIC X(3).
       01 WS-CRT-IMPORTE               PIC S9(9)V99.

       01 WS-HAY-BANCOS                PIC X VALUE 'N'.
       01 WS-CTA-BANCO                 PIC 9(3) VALUE ZERO.

       01 WS-DIAS-ACREDITACION         PIC 9(3) VALUE ZERO.
       01 WS-FECHA-HOY                 PIC 9(8).
       01 WS-HOY-INT                   PIC 9(7).
       01 WS-REC-FECHA-NUM             PIC 9(8).
       01 WS-DIAS-PENDIENTE            PIC 9(5).

       01 WS-IMP-EDIT                  PIC -ZZZ.ZZZ.Z99,99.

       01 WS-CANT-LEIDOS               PIC 9(5) VALUE ZERO.
       01 WS-CANT-ATADAS               PIC 9(5) VALUE ZERO.
       01 WS-CANT-CONTRACARGOS         PIC 9(5) VALUE ZERO.
       01 WS-CANT-REPETIDAS            PIC 9(5) VALUE ZERO.
       01 WS-CANT-SIN-RECIBO           PIC 9(5) VALUE ZERO.
       01 WS-CANT-INVALIDAS            PIC 9(5) VALUE ZERO.
       01 WS-CANT-LIQUIDACIONES        PIC 9(5) VALUE ZERO.
       01 WS-CANT-NO-LIQUIDADOS        PIC 9(5) VALUE ZERO.
       01 WS-CANT-REVERTIDOS           PIC 9(5) VALUE ZERO.

       01 WS-LIN-OPERACION.
           03 WS-LIN-OP-TIPO           PIC X(12).
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-OP-RECIBO         PIC 9(6).
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-OP-CLIENTE        PIC 9(4).
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-OP-RAZON          PIC X(20).
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-OP-BRUTO          PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-OP-DEDUCC         PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-OP-NETO           PIC -ZZZ.ZZZ.Z99,99.

       01 WS-LIN-TOTAL-LIQ.
           03 FILLER                   PIC X(14)
               VALUE "  LIQUIDACION ".
           03 WS-LIN-TL-PROCESADOR     PIC X(10).
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-TL-NRO            PIC X(12).
           03 FILLER                   PIC X(7) VALUE " PAGO ".
           03 WS-LIN-TL-FECHA          PIC X(8).
           03 FILLER                   PIC X(10) VALUE " ARANCEL ".
           03 WS-LIN-TL-ARANCEL        PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER                   PIC X(6) VALUE " RET ".
           03 WS-LIN-TL-RETENCIONES    PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER                   PIC X(7) VALUE " NETO ".
           03 WS-LIN-TL-NETO           PIC -ZZZ.ZZZ.Z99,99.

       01 WS-LIN-PENDIENTE.
           03 WS-LIN-PE-ESTADO         PIC X(12).
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-PE-RECIBO         PIC 9(6).
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-PE-FECHA          PIC X(8).
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-PE-CLIENTE        PIC 9(4).
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-PE-RAZON          PIC X(20).
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-PE-MEDIO          PIC X(15).
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-PE-IMPORTE        PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-PE-DETALLE        PIC X(30).

       01 LBC-PARAM.
           03 LBC-OPER PIC X.
           03 LBC-EMPRESA PIC X(3).
           03 LBC-CUENTA PIC 9(3).
           03 LBC-FECHA PIC X(8).
           03 LBC-TIPO PIC X(12).
           03 LBC-IMPORTE PIC S9(9)V99.
           03 LBC-REFERENCIA PIC X(20).
           03 LBC-ORIGEN PIC X(12).
           03 LBC-CONCILIADO PIC X.
           03 LBC-NRO-MOV PIC 9(6).
           03 LBC-SALDO PIC S9(11)V99.
           03 LBC-OK PIC X.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 100-PROCESAR-LINEA UNTIL LIQ-EOF.
           PERFORM 300-CERRAR-LIQUIDACION.
           PERFORM 400-LISTAR-PENDIENTES.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "IMPORTACION DE LIQUIDACIONES DE TARJETA Y LINK "
               "DE PAGO DESDE LIQ_TARJETAS.CSV".
           OPEN INPUT LIQ.
           IF NOT LIQ-OK
               DISPLAY "ERROR: NO SE ENCUENTRA LIQ_TARJETAS.CSV"
               STOP RUN.
           OPEN I-O REC.
           IF REC-FS NOT = '00'
               DISPLAY "ERROR APERTURA COBRANZAS.DAT"
               STOP RUN.
           OPEN I-O LQT.
           IF LQT-FS NOT = '00'
               OPEN OUTPUT LQT
               CLOSE LQT
               OPEN I-O LQT
           END-IF.
           OPEN I-O CERT.
           IF CERT-FS NOT = '00'
               OPEN OUTPUT CERT
               CLOSE CERT
               OPEN I-O CERT
           END-IF.
           OPEN INPUT CLI.
           PERFORM 015-CARGAR-CUENTAS-GL.
           DISPLAY "DIAS DE ACREDITACION ANTES DE RECLAMAR UN RECIBO "
               "SIN LIQUIDAR (0=30)".
           ACCEPT WS-DIAS-ACREDITACION.
           IF WS-DIAS-ACREDITACION = ZERO
               MOVE 30 TO WS-DIAS-ACREDITACION
           END-IF.
           MOVE 'A' TO LBC-OPER.
           CALL 'LIBROBCO' USING LBC-PARAM.
           MOVE LBC-OK TO WS-HAY-BANCOS.
           IF WS-HAY-BANCOS = 'S'
               DISPLAY "CUENTA BANCARIA DE ACREDITACION (0=PRINCIPAL "
                   "DE LA EMPRESA)"
               ACCEPT WS-CTA-BANCO
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE "LIQUIDACIONES DE TARJETA Y LINK DE PAGO"
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO WS-LIQ-ANT.
           PERFORM 020-LIMPIAR-LIQUIDACION.

       015-CARGAR-CUENTAS-GL.
           OPEN INPUT CUENTAS.
           IF CUENTAS-OK
               PERFORM 016-CARGAR-UNA-CUENTA UNTIL CUENTAS-EOF
           END-IF.
           CLOSE CUENTAS.

       016-CARGAR-UNA-CUENTA.
           READ CUENTAS RECORD
               AT END CONTINUE
           END-READ.
           IF NOT CUENTAS-EOF
               EVALUATE CTA-ROL
                   WHEN "TARJETAS"
                       MOVE CTA-CUENTA TO WS-CTA-TARJETAS
                   WHEN "ARANCELES"
                       MOVE CTA-CUENTA TO WS-CTA-ARANCELES
                   WHEN "IVACREDITO"
                       MOVE CTA-CUENTA TO WS-CTA-IVACREDITO
                   WHEN "RETIVA"
                       MOVE CTA-CUENTA TO WS-CTA-RETIVA
                   WHEN "RETIIBB"
                       MOVE CTA-CUENTA TO WS-CTA-RETIIBB
                   WHEN "RETGAN"
                       MOVE CTA-CUENTA TO WS-CTA-RETGAN
               END-EVALUATE
           END-IF.

       020-LIMPIAR-LIQUIDACION.
           MOVE SPACES TO WS-LIQ-FECHA-PAGO.
           MOVE SPACES TO WS-LIQ-EMPRESA.
           MOVE ZERO TO WS-LIQ-OPERACIONES.
           MOVE ZERO TO WS-LIQ-ARANCEL.
           MOVE ZERO TO WS-LIQ-IVA-ARANCEL.
           MOVE ZERO TO WS-LIQ-RET-IVA.
           MOVE ZERO TO WS-LIQ-RET-IIBB.
           MOVE ZERO TO WS-LIQ-RET-GAN.
           MOVE ZERO TO WS-LIQ-NETO.

       100-PROCESAR-LINEA.
           READ LIQ RECORD
               AT END CONTINUE
           END-READ.
           IF NOT LIQ-EOF AND LIQ-LINEA NOT = SPACES
               ADD 1 TO WS-CANT-LEIDOS
               PERFORM 110-DESARMAR-LINEA
               IF WS-OP-VENTA OR WS-OP-CONTRACARGO
                   IF WS-LIQ-ACTUAL NOT = WS-LIQ-ANT
                       PERFORM 300-CERRAR-LIQUIDACION
                       MOVE WS-LIQ-ACTUAL TO WS-LIQ-ANT
                   END-IF
                   PERFORM 120-BUSCAR-RECIBO
                   IF WS-REC-HALLADO = 'S'
                       PERFORM 130-REGISTRAR-OPERACION
                   ELSE
                       PERFORM 190-OPERACION-SIN-RECIBO
                   END-IF
               ELSE
                   ADD 1 TO WS-CANT-INVALIDAS
               END-IF
           END-IF.

       110-DESARMAR-LINEA.
           MOVE SPACES TO WS-F-RECIBO.
           MOVE SPACES TO WS-F-JURISDICCION.
           UNSTRING LIQ-LINEA DELIMITED BY ","
               INTO WS-F-PROCESADOR
                    WS-F-NRO-LIQ
                    WS-F-FECHA-PAGO
                    WS-F-TIPO
                    WS-F-FECHA-OPER
                    WS-F-RECIBO
                    WS-F-BRUTO
                    WS-F-ARANCEL
                    WS-F-IVA-ARANCEL
                    WS-F-RET-IVA
                    WS-F-RET-IIBB
                    WS-F-JURISDICCION
                    WS-F-RET-GAN
           END-UNSTRING.
           MOVE WS-F-PROCESADOR TO WS-LIQ-PROCESADOR.
           MOVE WS-F-NRO-LIQ TO WS-LIQ-NRO.
           MOVE WS-F-TIPO(1:1) TO WS-OP-TIPO.
           MOVE WS-F-FECHA-PAGO(1:8) TO WS-OP-FECHA-PAGO.
           MOVE WS-F-FECHA-OPER(1:8) TO WS-OP-FECHA-OPER.
           MOVE WS-F-JURISDICCION TO WS-OP-JURISDICCION.
           IF WS-F-RECIBO = SPACES
               MOVE ZERO TO WS-OP-RECIBO
           ELSE
               COMPUTE WS-OP-RECIBO = FUNCTION NUMVAL(WS-F-RECIBO)
           END-IF.
           IF WS-F-BRUTO = SPACES
               MOVE "0" TO WS-F-BRUTO
           END-IF.
           IF WS-F-ARANCEL = SPACES
               MOVE "0" TO WS-F-ARANCEL
           END-IF.
           IF WS-F-IVA-ARANCEL = SPACES
               MOVE "0" TO WS-F-IVA-ARANCEL
           END-IF.
           IF WS-F-RET-IVA = SPACES
               MOVE "0" TO WS-F-RET-IVA
           END-IF.
           IF WS-F-RET-IIBB = SPACES
               MOVE "0" TO WS-F-RET-IIBB
           END-IF.
           IF WS-F-RET-GAN = SPACES
               MOVE "0" TO WS-F-RET-GAN
           END-IF.
           COMPUTE WS-OP-BRUTO = FUNCTION NUMVAL(WS-F-BRUTO).
           COMPUTE WS-OP-ARANCEL = FUNCTION NUMVAL(WS-F-ARANCEL).
           COMPUTE WS-OP-IVA-ARANCEL =
               FUNCTION NUMVAL(WS-F-IVA-ARANCEL).
           COMPUTE WS-OP-RET-IVA = FUNCTION NUMVAL(WS-F-RET-IVA).
           COMPUTE WS-OP-RET-IIBB = FUNCTION NUMVAL(WS-F-RET-IIBB).
           COMPUTE WS-OP-RET-GAN = FUNCTION NUMVAL(WS-F-RET-GAN).
           ADD WS-OP-ARANCEL WS-OP-IVA-ARANCEL WS-OP-RET-IVA
               WS-OP-RET-IIBB WS-OP-RET-GAN
               GIVING WS-OP-DEDUCCIONES.
      *    La venta acredita el bruto menos lo descontado; el
      *    contracargo se lo debita al comercio.
           IF WS-OP-CONTRACARGO
               COMPUTE WS-OP-NETO =
                   ZERO - WS-OP-BRUTO - WS-OP-DEDUCCIONES
           ELSE
               COMPUTE WS-OP-NETO = WS-OP-BRUTO - WS-OP-DEDUCCIONES
           END-IF.

      * Primero por el numero de recibo que viaja como referencia de
      * la operacion; si no vino o no existe, por un recibo de
      * tarjeta o link del mismo importe y fecha que todavia no
      * tenga registrada una operacion de este tipo.
       120-BUSCAR-RECIBO.
           MOVE 'N' TO WS-REC-HALLADO.
           IF WS-OP-RECIBO NOT = ZERO
               MOVE WS-OP-RECIBO TO REC-NRO
               READ REC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO WS-REC-HALLADO
               END-READ
           END-IF.
           IF WS-REC-HALLADO = 'N'
               MOVE ZERO TO REC-NRO
               MOVE 'N' TO WS-REC-EOF
               START REC KEY IS NOT LESS THAN REC-NRO
                   INVALID KEY MOVE 'S' TO WS-REC-EOF
               END-START
               PERFORM 125-EXAMINAR-RECIBO UNTIL WS-REC-EOF = 'S'
           END-IF.

       125-EXAMINAR-RECIBO.
           READ REC NEXT RECORD
               AT END MOVE 'S' TO WS-REC-EOF
           END-READ.
           IF WS-REC-EOF = 'N'
               PERFORM 126-ES-TARJETA
               IF WS-TARJETA = 'S' AND
                   REC-IMPORTE = WS-OP-BRUTO AND
                   REC-FECHA = WS-OP-FECHA-OPER
                   MOVE REC-NRO TO LQT-REC-NRO
                   MOVE WS-OP-TIPO TO LQT-TIPO
                   READ LQT
                       INVALID KEY
                           MOVE 'S' TO WS-REC-HALLADO
                           MOVE 'S' TO WS-REC-EOF
                   END-READ
               END-IF
           END-IF.

       126-ES-TARJETA.
           IF REC-MEDIO(1:7) = "TARJETA" OR REC-MEDIO(1:4) = "LINK"
               MOVE 'S' TO WS-TARJETA
           ELSE
               MOVE 'N' TO WS-TARJETA
           END-IF.

       130-REGISTRAR-OPERACION.
           MOVE REC-NRO TO LQT-REC-NRO.
           MOVE WS-OP-TIPO TO LQT-TIPO.
           MOVE WS-LIQ-PROCESADOR TO LQT-PROCESADOR.
           MOVE WS-LIQ-NRO TO LQT-NRO-LIQ.
           MOVE WS-OP-FECHA-PAGO TO LQT-FECHA-PAGO.
           MOVE WS-OP-FECHA-OPER TO LQT-FECHA-OPER.
           MOVE WS-OP-BRUTO TO LQT-BRUTO.
           MOVE WS-OP-ARANCEL TO LQT-ARANCEL.
           MOVE WS-OP-IVA-ARANCEL TO LQT-IVA-ARANCEL.
           MOVE WS-OP-RET-IVA TO LQT-RET-IVA.
           MOVE WS-OP-RET-IIBB TO LQT-RET-IIBB.
           MOVE WS-OP-JURISDICCION TO LQT-JURISDICCION.
           MOVE WS-OP-RET-GAN TO LQT-RET-GAN.
           MOVE WS-OP-NETO TO LQT-NETO.
           MOVE 'S' TO WS-EXISTE.
           WRITE LQT-REG
               INVALID KEY MOVE 'N' TO WS-EXISTE
           END-WRITE.
      *    Operacion ya importada en una corrida anterior: no se
      *    vuelve a asentar ni a acreditar.
           IF WS-EXISTE = 'N'
               ADD 1 TO WS-CANT-REPETIDAS
           ELSE
               IF WS-OP-CONTRACARGO
                   ADD 1 TO WS-CANT-CONTRACARGOS
               ELSE
                   ADD 1 TO WS-CANT-ATADAS
               END-IF
               MOVE REC-CLIENTE TO CLI-COD-CLIENTE
               READ CLI
                   INVALID KEY MOVE SPACES TO CLI-RAZON-SOCIAL
                               MOVE SPACES TO CLI-JURISDICCION
               END-READ
               ADD 1 TO WS-LIQ-OPERACIONES
               MOVE WS-OP-FECHA-PAGO TO WS-LIQ-FECHA-PAGO
               MOVE REC-EMPRESA TO WS-LIQ-EMPRESA
               ADD WS-OP-ARANCEL TO WS-LIQ-ARANCEL
               ADD WS-OP-IVA-ARANCEL TO WS-LIQ-IVA-ARANCEL
               ADD WS-OP-RET-IVA TO WS-LIQ-RET-IVA
               ADD WS-OP-RET-IIBB TO WS-LIQ-RET-IIBB
               ADD WS-OP-RET-GAN TO WS-LIQ-RET-GAN
               ADD WS-OP-NETO TO WS-LIQ-NETO
               PERFORM 140-REGISTRAR-RETENCIONES
               IF WS-OP-CONTRACARGO
                   MOVE "CONTRACARGO" TO WS-LIN-OP-TIPO
               ELSE
                   MOVE "LIQUIDADO" TO WS-LIN-OP-TIPO
               END-IF
               MOVE REC-NRO TO WS-LIN-OP-RECIBO
               MOVE REC-CLIENTE TO WS-LIN-OP-CLIENTE
               MOVE CLI-RAZON-SOCIAL TO WS-LIN-OP-RAZON
               MOVE WS-OP-BRUTO TO WS-LIN-OP-BRUTO
               MOVE WS-OP-DEDUCCIONES TO WS-LIN-OP-DEDUCC
               MOVE WS-OP-NETO TO WS-LIN-OP-NETO
               MOVE WS-LIN-OPERACION TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

      * Las retenciones sufridas en la liquidacion se registran como
      * certificados, uno por tipo, jurisdiccion y liquidacion; las
      * operaciones de la misma liquidacion se suman en el mismo.
      * IVA y ganancias son nacionales (901); IIBB va por la
      * jurisdiccion informada o, si no vino, la del cliente.
       140-REGISTRAR-RETENCIONES.
           IF WS-OP-RET-IVA NOT = ZERO
               MOVE "IVA" TO WS-CRT-TIPO
               MOVE "901" TO WS-CRT-JURISDICCION
               MOVE WS-OP-RET-IVA TO WS-CRT-IMPORTE
               PERFORM 145-GRABAR-CERTIFICADO
           END-IF.
           IF WS-OP-RET-IIBB NOT = ZERO
               MOVE "IIBB" TO WS-CRT-TIPO
               IF WS-OP-JURISDICCION = SPACES
                   MOVE CLI-JURISDICCION TO WS-CRT-JURISDICCION
               ELSE
                   MOVE WS-OP-JURISDICCION TO WS-CRT-JURISDICCION
               END-IF
               MOVE WS-OP-RET-IIBB TO WS-CRT-IMPORTE
               PERFORM 145-GRABAR-CERTIFICADO
           END-IF.
           IF WS-OP-RET-GAN NOT = ZERO
               MOVE "GAN" TO WS-CRT-TIPO
               MOVE "901" TO WS-CRT-JURISDICCION
               MOVE WS-OP-RET-GAN TO WS-CRT-IMPORTE
               PERFORM 145-GRABAR-CERTIFICADO
           END-IF.

       145-GRABAR-CERTIFICADO.
           MOVE WS-CRT-TIPO TO CERT-TIPO.
           MOVE WS-CRT-JURISDICCION TO CERT-JURISDICCION.
           MOVE WS-LIQ-NRO TO CERT-NUMERO.
           MOVE 'S' TO WS-EXISTE.
           READ CERT
               INVALID KEY MOVE 'N' TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 'S'
               ADD WS-CRT-IMPORTE TO CERT-IMPORTE
               REWRITE CERT-REG
                   INVALID KEY DISPLAY "ERROR AL ACTUALIZAR EL "
                       "CERTIFICADO " CERT-TIPO " " CERT-NUMERO
               END-REWRITE
           ELSE
               MOVE WS-OP-FECHA-PAGO TO CERT-FECHA
               MOVE REC-CLIENTE TO CERT-CLIENTE
               MOVE WS-CRT-IMPORTE TO CERT-IMPORTE
               MOVE REC-NRO TO CERT-REC-NRO
               WRITE CERT-REG
                   INVALID KEY DISPLAY "ERROR AL GRABAR EL "
                       "CERTIFICADO " CERT-TIPO " " CERT-NUMERO
               END-WRITE
           END-IF.

      * Operacion que no se pudo atar a ningun recibo: se lista para
      * que cobranzas cargue el recibo o corrija la referencia y se
      * reprocese la liquidacion.
       190-OPERACION-SIN-RECIBO.
           ADD 1 TO WS-CANT-SIN-RECIBO.
           MOVE SPACES TO WS-LIN-OPERACION.
           MOVE "SIN RECIBO" TO WS-LIN-OP-TIPO.
           MOVE WS-OP-RECIBO TO WS-LIN-OP-RECIBO.
           MOVE ZERO TO WS-LIN-OP-CLIENTE.
           MOVE SPACES TO WS-LIN-OP-RAZON.
           STRING WS-LIQ-PROCESADOR DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-OP-FECHA-OPER DELIMITED BY SIZE
               INTO WS-LIN-OP-RAZON.
           MOVE WS-OP-BRUTO TO WS-LIN-OP-BRUTO.
           MOVE WS-OP-DEDUCCIONES TO WS-LIN-OP-DEDUCC.
           MOVE WS-OP-NETO TO WS-LIN-OP-NETO.
           MOVE WS-LIN-OPERACION TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      * Corte de liquidacion: asiento de arancel, IVA y retenciones
      * contra cupones a cobrar, y el neto acreditado al libro banco.
       300-CERRAR-LIQUIDACION.
           IF WS-LIQ-ANT NOT = SPACES AND WS-LIQ-OPERACIONES > ZERO
               ADD 1 TO WS-CANT-LIQUIDACIONES
               ADD WS-LIQ-ARANCEL WS-LIQ-IVA-ARANCEL WS-LIQ-RET-IVA
                   WS-LIQ-RET-IIBB WS-LIQ-RET-GAN
                   GIVING WS-LIQ-DEDUCCIONES
               IF WS-LIQ-DEDUCCIONES NOT = ZERO
                   PERFORM 310-ASENTAR-DEDUCCIONES
               END-IF
               IF WS-HAY-BANCOS = 'S' AND WS-LIQ-NETO NOT = ZERO
                   PERFORM 320-ASENTAR-BANCO
               END-IF
               MOVE WS-LIQ-ANT-PROCESADOR TO WS-LIN-TL-PROCESADOR
               MOVE WS-LIQ-ANT-NRO TO WS-LIN-TL-NRO
               MOVE WS-LIQ-FECHA-PAGO TO WS-LIN-TL-FECHA
               ADD WS-LIQ-ARANCEL WS-LIQ-IVA-ARANCEL
                   GIVING WS-LIN-TL-ARANCEL
               ADD WS-LIQ-RET-IVA WS-LIQ-RET-IIBB WS-LIQ-RET-GAN
                   GIVING WS-LIN-TL-RETENCIONES
               MOVE WS-LIQ-NETO TO WS-LIN-TL-NETO
               MOVE WS-LIN-TOTAL-LIQ TO LISTADO-LINEA
               WRITE LISTADO-LINEA
               MOVE SPACES TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.
           PERFORM 020-LIMPIAR-LIQUIDACION.

       310-ASENTAR-DEDUCCIONES.
           OPEN EXTEND GLEXP.
           MOVE WS-CTA-ARANCELES TO WS-GL-CUENTA.
           MOVE WS-LIQ-ARANCEL TO WS-GL-IMPORTE.
           PERFORM 315-LINEA-GL.
           MOVE WS-CTA-IVACREDITO TO WS-GL-CUENTA.
           MOVE WS-LIQ-IVA-ARANCEL TO WS-GL-IMPORTE.
           PERFORM 315-LINEA-GL.
           MOVE WS-CTA-RETIVA TO WS-GL-CUENTA.
           MOVE WS-LIQ-RET-IVA TO WS-GL-IMPORTE.
           PERFORM 315-LINEA-GL.
           MOVE WS-CTA-RETIIBB TO WS-GL-CUENTA.
           MOVE WS-LIQ-RET-IIBB TO WS-GL-IMPORTE.
           PERFORM 315-LINEA-GL.
           MOVE WS-CTA-RETGAN TO WS-GL-CUENTA.
           MOVE WS-LIQ-RET-GAN TO WS-GL-IMPORTE.
           PERFORM 315-LINEA-GL.
           MOVE WS-CTA-TARJETAS TO WS-GL-CUENTA.
           COMPUTE WS-GL-IMPORTE = ZERO - WS-LIQ-DEDUCCIONES.
           PERFORM 315-LINEA-GL.
           CLOSE GLEXP.

      * Importe positivo al debe, negativo al haber.
       315-LINEA-GL.
           IF WS-GL-IMPORTE NOT = ZERO
               MOVE SPACES TO GLEXP-LINEA
               IF WS-GL-IMPORTE > ZERO
                   MOVE WS-GL-IMPORTE TO WS-GL-NUM
                   STRING WS-LIQ-ANT-NRO DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       WS-LIQ-FECHA-PAGO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-GL-CUENTA DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-GL-NUM DELIMITED BY SIZE
                       ",0,00" DELIMITED BY SIZE
                       INTO GLEXP-LINEA
               ELSE
                   COMPUTE WS-GL-NUM = ZERO - WS-GL-IMPORTE
                   STRING WS-LIQ-ANT-NRO DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       WS-LIQ-FECHA-PAGO DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-GL-CUENTA DELIMITED BY SIZE
                       ",0,00," DELIMITED BY SIZE
                       WS-GL-NUM DELIMITED BY SIZE
                       INTO GLEXP-LINEA
               END-IF
               WRITE GLEXP-LINEA
           END-IF.

      * El neto de la liquidacion entra sin conciliar: lo concilia
      * IMPORTBANCO cuando aparece en el extracto.
       320-ASENTAR-BANCO.
           MOVE 'G' TO LBC-OPER.
           MOVE WS-CTA-BANCO TO LBC-CUENTA.
           MOVE WS-LIQ-EMPRESA TO LBC-EMPRESA.
           MOVE WS-LIQ-FECHA-PAGO TO LBC-FECHA.
           MOVE "LIQ TARJETA" TO LBC-TIPO.
           MOVE WS-LIQ-NETO TO LBC-IMPORTE.
           MOVE SPACES TO LBC-REFERENCIA.
           STRING "LIQ " DELIMITED BY SIZE
               WS-LIQ-ANT-NRO DELIMITED BY SIZE
               INTO LBC-REFERENCIA.
           MOVE "IMPORTTARJ" TO LBC-ORIGEN.
           MOVE 'N' TO LBC-CONCILIADO.
           CALL 'LIBROBCO' USING LBC-PARAM.
           IF LBC-OK NOT = 'S'
               DISPLAY "AVISO: LA LIQUIDACION " WS-LIQ-ANT-NRO
                   " NO SE ASENTO EN LIBRO BANCO"
           END-IF.

      * Recibos de tarjeta o link sin venta liquidada pasados los
      * dias de acreditacion, y recibos revertidos por contracargo.
       400-LISTAR-PENDIENTES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           MOVE "RECIBOS DE TARJETA Y LINK SIN LIQUIDAR O REVERTIDOS"
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE ZERO TO REC-NRO.
           MOVE 'N' TO WS-REC-EOF.
           START REC KEY IS NOT LESS THAN REC-NRO
               INVALID KEY MOVE 'S' TO WS-REC-EOF
           END-START.
           PERFORM 410-EXAMINAR-PENDIENTE UNTIL WS-REC-EOF = 'S'.

       410-EXAMINAR-PENDIENTE.
           READ REC NEXT RECORD
               AT END MOVE 'S' TO WS-REC-EOF
           END-READ.
           IF WS-REC-EOF = 'N'
               PERFORM 126-ES-TARJETA
               IF WS-TARJETA = 'S'
                   MOVE REC-NRO TO LQT-REC-NRO
                   MOVE 'C' TO LQT-TIPO
                   MOVE 'S' TO WS-EXISTE
                   READ LQT
                       INVALID KEY MOVE 'N' TO WS-EXISTE
                   END-READ
                   IF WS-EXISTE = 'S'
                       PERFORM 420-LISTAR-CONTRACARGO
                   ELSE
                       MOVE 'V' TO LQT-TIPO
                       MOVE 'S' TO WS-EXISTE
                       READ LQT
                           INVALID KEY MOVE 'N' TO WS-EXISTE
                       END-READ
                       IF WS-EXISTE = 'N'
                           PERFORM 430-CONTROLAR-ACREDITACION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       420-LISTAR-CONTRACARGO.
           ADD 1 TO WS-CANT-REVERTIDOS.
           MOVE "CONTRACARGO" TO WS-LIN-PE-ESTADO.
           MOVE SPACES TO WS-LIN-PE-DETALLE.
           STRING "LIQ " DELIMITED BY SIZE
               LQT-NRO-LIQ DELIMITED BY SPACE
               " DEL " DELIMITED BY SIZE
               LQT-FECHA-PAGO DELIMITED BY SIZE
               INTO WS-LIN-PE-DETALLE.
           PERFORM 440-IMPRIMIR-PENDIENTE.

       430-CONTROLAR-ACREDITACION.
           IF REC-FECHA IS NUMERIC
               MOVE REC-FECHA TO WS-REC-FECHA-NUM
               COMPUTE WS-DIAS-PENDIENTE = WS-HOY-INT -
                   FUNCTION INTEGER-OF-DATE(WS-REC-FECHA-NUM)
               IF WS-DIAS-PENDIENTE > WS-DIAS-ACREDITACION
                   ADD 1 TO WS-CANT-NO-LIQUIDADOS
                   MOVE "NO LIQUIDADO" TO WS-LIN-PE-ESTADO
                   MOVE SPACES TO WS-LIN-PE-DETALLE
                   STRING WS-DIAS-PENDIENTE DELIMITED BY SIZE
                       " DIAS SIN ACREDITAR" DELIMITED BY SIZE
                       INTO WS-LIN-PE-DETALLE
                   PERFORM 440-IMPRIMIR-PENDIENTE
               END-IF
           END-IF.

       440-IMPRIMIR-PENDIENTE.
           MOVE REC-CLIENTE TO CLI-COD-CLIENTE.
           READ CLI
               INVALID KEY MOVE SPACES TO CLI-RAZON-SOCIAL
           END-READ.
           MOVE REC-NRO TO WS-LIN-PE-RECIBO.
           MOVE REC-FECHA TO WS-LIN-PE-FECHA.
           MOVE REC-CLIENTE TO WS-LIN-PE-CLIENTE.
           MOVE CLI-RAZON-SOCIAL TO WS-LIN-PE-RAZON.
           MOVE REC-MEDIO TO WS-LIN-PE-MEDIO.
           MOVE REC-IMPORTE TO WS-LIN-PE-IMPORTE.
           MOVE WS-LIN-PENDIENTE TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       900-FIN.
           CLOSE LIQ.
           CLOSE REC.
           CLOSE LQT.
           CLOSE CERT.
           CLOSE CLI.
           CLOSE LISTADO.
           MOVE 'C' TO LBC-OPER.
           CALL 'LIBROBCO' USING LBC-PARAM.
           DISPLAY "OPERACIONES LEIDAS: " WS-CANT-LEIDOS.
           DISPLAY "VENTAS ATADAS A SU RECIBO: " WS-CANT-ATADAS.
           DISPLAY "CONTRACARGOS REGISTRADOS: " WS-CANT-CONTRACARGOS.
           DISPLAY "OPERACIONES YA IMPORTADAS: " WS-CANT-REPETIDAS.
           DISPLAY "OPERACIONES SIN RECIBO: " WS-CANT-SIN-RECIBO.
           DISPLAY "LINEAS CON TIPO INVALIDO: " WS-CANT-INVALIDAS.
           DISPLAY "LIQUIDACIONES ASENTADAS: " WS-CANT-LIQUIDACIONES.
           DISPLAY "RECIBOS SIN LIQUIDAR: " WS-CANT-NO-LIQUIDADOS
               "  REVERTIDOS POR CONTRACARGO: " WS-CANT-REVERTIDOS.
           DISPLAY "LISTADO GRABADO EN LIQ_TARJETAS.PRN".

       END PROGRAM IMPORTTARJ.
