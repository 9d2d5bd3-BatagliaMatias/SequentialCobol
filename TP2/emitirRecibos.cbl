       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMITIRRECIBOS.

      * Recibo oficial de cobranza, uno por recibo de COBRANZAS.DAT y
      * con su mismo numero, en RECIBO_nnnnnn.TXT:
      *   - cliente, CUIT e importe recibido;
      *   - medio de pago, con el detalle de los cheques del recibo
      *     (CHEQUES.DAT, banco y numero);
      *   - facturaciones a las que se aplico (COBRO_APLIC.DAT);
      *   - certificados de retencion que el cliente entrego en la
      *     misma cobranza (mismo cliente y fecha, cada uno con su
      *     propio recibo RETENCION);
      *   - el saldo que queda a cuenta sin aplicar.
      * El documento va por mail a los contactos de cobranzas del
      * cliente (CONTACTOS.DAT, rol C). RECIBOS_EMITIDOS.DAT guarda lo
      * emitido: la opcion 1 emite los recibos todavia no emitidos
      * desde una fecha, y la opcion 2 reimprime uno ya emitido como
      * DUPLICADO.
      * Un cheque rechazado de un recibo ya emitido genera el aviso
      * de anulacion ANULACION_nnnnnn_ss.TXT (recibo y secuencia del
      * cheque), que se manda a los mismos contactos.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT REC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NRO
               FILE STATUS IS REC-FS.

           SELECT APL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-KEY
               ALTERNATE RECORD KEY IS APL-CLIENTE WITH DUPLICATES
               FILE STATUS IS APL-FS.

           SELECT CHQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS CHQ-FS.

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

           SELECT CTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTO-KEY
               FILE STATUS IS CTO-FS.

           SELECT RDE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDE-KEY
               FILE STATUS IS RDE-FS.

           SELECT DOC ASSIGN USING WS-DOC-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOC-FS.

       DATA DIVISION.

       FILE SECTION.

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

       FD CTO
           VALUE OF FILE-ID IS "CONTACTOS.DAT".
       01 CTO-REG.
           02 CTO-KEY.
               03 CTO-CLIENTE PIC 9(4).
               03 CTO-SEC PIC 9(2).
           02 CTO-DATOS.
               03 CTO-NOMBRE PIC X(25).
               03 CTO-ROL PIC X.
               03 CTO-EMAIL PIC X(60).

      * Documentos emitidos: secuencia 00 es el recibo; las demas
      * son los avisos de anulacion por el cheque de esa secuencia.
       FD RDE
           VALUE OF FILE-ID IS "RECIBOS_EMITIDOS.DAT".
       01 RDE-REG.
           02 RDE-KEY.
               03 RDE-REC-NRO PIC 9(6).
               03 RDE-SEC PIC 9(2).
           02 RDE-DATOS.
               03 RDE-TIPO PIC X.
                   88 RDE-RECIBO VALUE 'R'.
                   88 RDE-ANULACION VALUE 'A'.
               03 RDE-FECHA PIC X(8).
               03 RDE-ENVIOS PIC 9(3).
               03 RDE-REIMPRESIONES PIC 9(3).

       FD DOC
           LABEL RECORD OMITTED.
       01 DOC-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       01 REC-FS                       PIC X(2).
       01 APL-FS                       PIC X(2).
       01 CHQ-FS                       PIC X(2).
       01 CERT-FS                      PIC X(2).
       01 CLI-FS                       PIC X(2).
       01 CTO-FS                       PIC X(2).
       01 RDE-FS                       PIC X(2).
       01 DOC-FS                       PIC X(2).

       01 WS-DOC-NOMBRE                PIC X(30).
       01 WS-DOC-ASUNTO                PIC X(40).

       01 WS-OPCION                    PIC 9 VALUE ZERO.
       01 WS-FECHA-DESDE               PIC X(8).
       01 WS-FECHA-HOY                 PIC X(8).
       01 WS-DUPLICADO                 PIC X VALUE 'N'.
       01 WS-ENVIAR                    PIC X VALUE 'S'.
       01 WS-EXISTE                    PIC X.
       01 WS-REC-EOF                   PIC X.
       01 WS-APL-EOF                   PIC X.
       01 WS-CHQ-EOF                   PIC X.
       01 WS-CERT-EOF                  PIC X.
       01 WS-CTO-FIN                   PIC X.
       01 WS-HAY-CHEQUES               PIC X VALUE 'N'.
       01 WS-HAY-CERTIFICADOS          PIC X VALUE 'N'.
       01 WS-HAY-CONTACTOS             PIC X VALUE 'N'.
       01 WS-HAY-LINEAS                PIC X.
       01 WS-ES-RETENCION              PIC X.

       01 WS-EMAIL-DIR                 PIC X(60).
       01 WS-EMAIL-CMD                 PIC X(180).
       01 WS-EMAIL-BAD-COUNT           PIC 9(3).
       01 WS-ENVIOS                    PIC 9(3).

      * Recibos a emitir en la corrida
       01 WS-T-PEND-COUNT              PIC 9(4) VALUE ZERO.
       01 WS-T-PEND.
           03 WS-T-PEND-NRO OCCURS 1000 TIMES PIC 9(6).
       01 WS-I                         PIC 9(4).

      * Recibo del documento en curso
       01 WS-RD.
           03 WS-RD-NRO                PIC 9(6).
           03 WS-RD-FECHA              PIC X(8).
           03 WS-RD-CLIENTE            PIC 9(4).
           03 WS-RD-IMPORTE            PIC S9(9)V99.
           03 WS-RD-MEDIO              PIC X(15).
           03 WS-RD-APLICADO           PIC S9(9)V99.
           03 WS-RD-EMPRESA            PIC X(3).

       01 WS-TOT-APLICADO              PIC S9(11)V99.
       01 WS-TOT-RETENCIONES           PIC S9(11)V99.
       01 WS-SIN-APLICAR               PIC S9(11)V99.

       01 WS-FECHA-IN                  PIC X(8).
       01 WS-FECHA-OUT.
           03 WS-FO-DIA                PIC X(2).
           03 FILLER                   PIC X VALUE "/".
           03 WS-FO-MES                PIC X(2).
           03 FILLER                   PIC X VALUE "/".
           03 WS-FO-ANIO               PIC X(4).

       01 WS-CUIT-NUM                  PIC 9(11).
       01 FILLER REDEFINES WS-CUIT-NUM.
           03 WS-CUIT-PREFIJO          PIC 9(2).
           03 WS-CUIT-NUMERO           PIC 9(8).
           03 WS-CUIT-VERIF            PIC 9.

       01 WS-CANT-RECIBOS              PIC 9(5) VALUE ZERO.
       01 WS-CANT-AVISOS               PIC 9(5) VALUE ZERO.
       01 WS-CANT-SIN-CONTACTO         PIC 9(5) VALUE ZERO.

       01 WS-ENC-TITULO.
           03 WS-ENC-TIT-TEXTO         PIC X(30).
           03 WS-ENC-TIT-NRO           PIC 9(6).
           03 WS-ENC-TIT-DUP           PIC X(16).

       01 WS-ENC-EMPRESA.
           03 FILLER                   PIC X(9) VALUE "Empresa: ".
           03 WS-ENC-EMP-COD           PIC X(3).
           03 FILLER                   PIC X(12) VALUE SPACES.
           03 FILLER                   PIC X(7) VALUE "Fecha: ".
           03 WS-ENC-EMP-FECHA         PIC X(10).

       01 WS-ENC-CLIENTE.
           03 FILLER                   PIC X(14)
               VALUE "Recibimos de: ".
           03 WS-ENC-CLI-COD           PIC 9(4).
           03 FILLER                   PIC X(3) VALUE " - ".
           03 WS-ENC-CLI-RAZON         PIC X(30).

       01 WS-ENC-CUIT.
           03 FILLER                   PIC X(14)
               VALUE "CUIT:         ".
           03 WS-ENC-CUIT-PRE          PIC 9(2).
           03 FILLER                   PIC X VALUE "-".
           03 WS-ENC-CUIT-NRO          PIC 9(8).
           03 FILLER                   PIC X VALUE "-".
           03 WS-ENC-CUIT-DV           PIC 9.

       01 WS-LIN-IMPORTE.
           03 WS-LIN-IMP-TXT           PIC X(40).
           03 FILLER                   PIC X(2) VALUE "$ ".
           03 WS-LIN-IMP-VAL           PIC -ZZ.ZZZ.ZZZ.Z99,99.

       01 WS-LIN-CHEQUE.
           03 FILLER                   PIC X(16)
               VALUE "  Cheque banco ".
           03 WS-LIN-CHQ-BANCO         PIC X(20).
           03 FILLER                   PIC X(5) VALUE " Nro ".
           03 WS-LIN-CHQ-NRO           PIC X(12).
           03 FILLER                   PIC X(3) VALUE " $ ".
           03 WS-LIN-CHQ-IMP           PIC -ZZZ.ZZZ.Z99,99.
           03 WS-LIN-CHQ-ESTADO        PIC X(12).

       01 WS-LIN-APLIC.
           03 FILLER                   PIC X(16)
               VALUE "  Facturacion ".
           03 WS-LIN-APL-FACT          PIC 9(6).
           03 FILLER                   PIC X(6) VALUE " del ".
           03 WS-LIN-APL-FECHA         PIC X(10).
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 FILLER                   PIC X(2) VALUE "$ ".
           03 WS-LIN-APL-IMP           PIC -ZZZ.ZZZ.Z99,99.

       01 WS-LIN-RETENCION.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LIN-RET-TIPO          PIC X(4).
           03 FILLER                   PIC X VALUE SPACE.
           03 WS-LIN-RET-JUR           PIC X(3).
           03 FILLER                   PIC X(8) VALUE " Cert. ".
           03 WS-LIN-RET-NRO           PIC X(15).
           03 FILLER                   PIC X(5) VALUE SPACES.
           03 FILLER                   PIC X(2) VALUE "$ ".
           03 WS-LIN-RET-IMP           PIC -ZZZ.ZZZ.Z99,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 100-EMITIR-AVISOS
                   PERFORM 200-EMITIR-PENDIENTES
               WHEN 2
                   PERFORM 300-REIMPRIMIR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "EMISION DE RECIBOS OFICIALES DE COBRANZA".
           DISPLAY "    1=EMITIR RECIBOS PENDIENTES Y AVISOS DE "
               "ANULACION".
           DISPLAY "    2=REIMPRIMIR UN RECIBO".
           ACCEPT WS-OPCION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           OPEN INPUT REC.
           IF REC-FS NOT = '00'
               DISPLAY "ERROR APERTURA COBRANZAS.DAT"
               STOP RUN.
           OPEN INPUT APL.
           OPEN INPUT CLI.
           OPEN INPUT CHQ.
           IF CHQ-FS = '00'
               MOVE 'S' TO WS-HAY-CHEQUES
           END-IF.
           OPEN INPUT CERT.
           IF CERT-FS = '00'
               MOVE 'S' TO WS-HAY-CERTIFICADOS
           END-IF.
           OPEN INPUT CTO.
           IF CTO-FS = '00'
               MOVE 'S' TO WS-HAY-CONTACTOS
           END-IF.
           OPEN I-O RDE.
           IF RDE-FS NOT = '00'
               OPEN OUTPUT RDE
               CLOSE RDE
               OPEN I-O RDE
           END-IF.

      * Avisos de anulacion: cheques rechazados de recibos ya
      * emitidos que todavia no tienen su aviso.
       100-EMITIR-AVISOS.
           IF WS-HAY-CHEQUES = 'S'
               MOVE LOW-VALUE TO CHQ-KEY
               MOVE 'N' TO WS-CHQ-EOF
               START CHQ KEY IS NOT LESS THAN CHQ-KEY
                   INVALID KEY MOVE 'S' TO WS-CHQ-EOF
               END-START
               PERFORM 110-EXAMINAR-CHEQUE UNTIL WS-CHQ-EOF = 'S'
           END-IF.

       110-EXAMINAR-CHEQUE.
           READ CHQ NEXT RECORD
               AT END MOVE 'S' TO WS-CHQ-EOF
           END-READ.
           IF WS-CHQ-EOF = 'N' AND CHQ-RECHAZADO
               MOVE CHQ-REC-NRO TO RDE-REC-NRO
               MOVE ZERO TO RDE-SEC
               MOVE 'S' TO WS-EXISTE
               READ RDE
                   INVALID KEY MOVE 'N' TO WS-EXISTE
               END-READ
               IF WS-EXISTE = 'S'
                   MOVE CHQ-SEC TO RDE-SEC
                   READ RDE
                       INVALID KEY MOVE 'N' TO WS-EXISTE
                   END-READ
                   IF WS-EXISTE = 'N'
                       PERFORM 120-EMITIR-AVISO
                   END-IF
               END-IF
           END-IF.

       120-EMITIR-AVISO.
           MOVE CHQ-REC-NRO TO REC-NRO.
           READ REC
               INVALID KEY MOVE 'N' TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 'N'
               DISPLAY "RECIBO " CHQ-REC-NRO " DEL CHEQUE RECHAZADO "
                   "NO ENCONTRADO"
           ELSE
               MOVE REC-REG TO WS-RD
               PERFORM 410-LEER-CLIENTE
               MOVE SPACES TO WS-DOC-NOMBRE
               STRING "ANULACION_" DELIMITED BY SIZE
                   CHQ-REC-NRO DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   CHQ-SEC DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
                   INTO WS-DOC-NOMBRE
               OPEN OUTPUT DOC
               MOVE "AVISO DE ANULACION DE RECIBO " TO WS-ENC-TIT-TEXTO
               MOVE WS-RD-NRO TO WS-ENC-TIT-NRO
               MOVE SPACES TO WS-ENC-TIT-DUP
               MOVE WS-FECHA-HOY TO WS-FECHA-IN
               PERFORM 420-ENCABEZADO
               MOVE "El cheque entregado con este recibo fue rechazado:"
                   TO DOC-LINEA
               WRITE DOC-LINEA
               PERFORM 430-LINEA-CHEQUE
               MOVE SPACES TO DOC-LINEA
               WRITE DOC-LINEA
               MOVE "Se anula el recibo por el importe del cheque."
                   TO DOC-LINEA
               WRITE DOC-LINEA
               IF WS-RD-IMPORTE <= ZERO
                   MOVE "El recibo queda anulado en su totalidad."
                       TO DOC-LINEA
                   WRITE DOC-LINEA
               ELSE
                   MOVE "Importe vigente del recibo:"
                       TO WS-LIN-IMP-TXT
                   MOVE WS-RD-IMPORTE TO WS-LIN-IMP-VAL
                   MOVE WS-LIN-IMPORTE TO DOC-LINEA
                   WRITE DOC-LINEA
               END-IF
               MOVE "Las facturaciones canceladas con ese valor vuelven"
                   TO DOC-LINEA
               WRITE DOC-LINEA
               MOVE "a quedar pendientes de pago." TO DOC-LINEA
               WRITE DOC-LINEA
               CLOSE DOC
               MOVE SPACES TO WS-DOC-ASUNTO
               STRING "Anulacion recibo " DELIMITED BY SIZE
                   WS-RD-NRO DELIMITED BY SIZE
                   INTO WS-DOC-ASUNTO
               PERFORM 500-ENVIAR-A-CONTACTOS
               MOVE CHQ-REC-NRO TO RDE-REC-NRO
               MOVE CHQ-SEC TO RDE-SEC
               MOVE 'A' TO RDE-TIPO
               MOVE WS-FECHA-HOY TO RDE-FECHA
               MOVE WS-ENVIOS TO RDE-ENVIOS
               MOVE ZERO TO RDE-REIMPRESIONES
               WRITE RDE-REG
                   INVALID KEY DISPLAY "ERROR AL REGISTRAR EL AVISO "
                       WS-DOC-NOMBRE
               END-WRITE
               ADD 1 TO WS-CANT-AVISOS
               DISPLAY "AVISO DE ANULACION GRABADO EN " WS-DOC-NOMBRE
           END-IF.

      * Primero se juntan los recibos a emitir y despues se emiten,
      * porque armar cada documento vuelve a leer COBRANZAS.DAT.
       200-EMITIR-PENDIENTES.
           DISPLAY "EMITIR LOS RECIBOS DESDE LA FECHA (AAAAMMDD, "
               "EN BLANCO=HOY)".
           ACCEPT WS-FECHA-DESDE.
           IF WS-FECHA-DESDE = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE
           END-IF.
           MOVE ZERO TO WS-T-PEND-COUNT.
           MOVE ZERO TO REC-NRO.
           MOVE 'N' TO WS-REC-EOF.
           START REC KEY IS NOT LESS THAN REC-NRO
               INVALID KEY MOVE 'S' TO WS-REC-EOF
           END-START.
           PERFORM 210-EXAMINAR-RECIBO UNTIL WS-REC-EOF = 'S'.
           MOVE 'N' TO WS-DUPLICADO.
           MOVE 'S' TO WS-ENVIAR.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-PEND-COUNT
               MOVE WS-T-PEND-NRO(WS-I) TO REC-NRO
               READ REC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 400-EMITIR-RECIBO
               END-READ
           END-PERFORM.

       210-EXAMINAR-RECIBO.
           READ REC NEXT RECORD
               AT END MOVE 'S' TO WS-REC-EOF
           END-READ.
           IF WS-REC-EOF = 'N' AND REC-FECHA NOT < WS-FECHA-DESDE
               AND REC-IMPORTE > ZERO
               MOVE REC-NRO TO RDE-REC-NRO
               MOVE ZERO TO RDE-SEC
               READ RDE
                   INVALID KEY
                       IF WS-T-PEND-COUNT < 1000
                           ADD 1 TO WS-T-PEND-COUNT
                           MOVE REC-NRO
                               TO WS-T-PEND-NRO(WS-T-PEND-COUNT)
                       ELSE
                           DISPLAY "AVISO: MAS DE 1000 RECIBOS, EL "
                               "RECIBO " REC-NRO " QUEDA PARA LA "
                               "PROXIMA CORRIDA"
                           MOVE 'S' TO WS-REC-EOF
                       END-IF
               END-READ
           END-IF.

      * Reimpresion: un recibo ya emitido sale como DUPLICADO y el
      * reenvio por mail es opcional; uno nunca emitido sale como
      * original y se envia.
       300-REIMPRIMIR.
           DISPLAY "ENTER THE  NRO DE RECIBO".
           ACCEPT REC-NRO.
           MOVE 'S' TO WS-EXISTE.
           READ REC
               INVALID KEY MOVE 'N' TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 'N'
               DISPLAY "  RECIBO NO EXISTE"
           ELSE
               MOVE REC-NRO TO RDE-REC-NRO
               MOVE ZERO TO RDE-SEC
               MOVE 'S' TO WS-DUPLICADO
               READ RDE
                   INVALID KEY MOVE 'N' TO WS-DUPLICADO
               END-READ
               MOVE 'S' TO WS-ENVIAR
               IF WS-DUPLICADO = 'S'
                   DISPLAY "  RECIBO EMITIDO EL " RDE-FECHA
                       ", SE REIMPRIME COMO DUPLICADO"
                   DISPLAY "REENVIAR POR MAIL A LOS CONTACTOS DE "
                       "COBRANZAS (S/N)"
                   ACCEPT WS-ENVIAR
               END-IF
               PERFORM 400-EMITIR-RECIBO
           END-IF.

      * Documento del recibo que esta en REC-REG.
       400-EMITIR-RECIBO.
           MOVE REC-REG TO WS-RD.
           PERFORM 410-LEER-CLIENTE.
           MOVE SPACES TO WS-DOC-NOMBRE.
           STRING "RECIBO_" DELIMITED BY SIZE
               WS-RD-NRO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-DOC-NOMBRE.
           OPEN OUTPUT DOC.
           MOVE "RECIBO OFICIAL NRO " TO WS-ENC-TIT-TEXTO.
           MOVE WS-RD-NRO TO WS-ENC-TIT-NRO.
           IF WS-DUPLICADO = 'S'
               MOVE "  -  DUPLICADO" TO WS-ENC-TIT-DUP
           ELSE
               MOVE SPACES TO WS-ENC-TIT-DUP
           END-IF.
           MOVE WS-RD-FECHA TO WS-FECHA-IN.
           PERFORM 420-ENCABEZADO.
           MOVE "La suma de:" TO WS-LIN-IMP-TXT.
           MOVE WS-RD-IMPORTE TO WS-LIN-IMP-VAL.
           MOVE WS-LIN-IMPORTE TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE SPACES TO DOC-LINEA.
           STRING "Medio de pago: " DELIMITED BY SIZE
               WS-RD-MEDIO DELIMITED BY SIZE
               INTO DOC-LINEA.
           WRITE DOC-LINEA.
           IF WS-HAY-CHEQUES = 'S'
               PERFORM 440-DETALLAR-CHEQUES
           END-IF.
           MOVE SPACES TO DOC-LINEA.
           WRITE DOC-LINEA.
           PERFORM 450-DETALLAR-APLICACIONES.
           IF WS-HAY-CERTIFICADOS = 'S'
               PERFORM 460-DETALLAR-RETENCIONES
           END-IF.
           COMPUTE WS-SIN-APLICAR = WS-RD-IMPORTE - WS-RD-APLICADO.
           IF WS-SIN-APLICAR > ZERO
               MOVE SPACES TO DOC-LINEA
               WRITE DOC-LINEA
               MOVE "Saldo a cuenta, sin aplicar:" TO WS-LIN-IMP-TXT
               MOVE WS-SIN-APLICAR TO WS-LIN-IMP-VAL
               MOVE WS-LIN-IMPORTE TO DOC-LINEA
               WRITE DOC-LINEA
           END-IF.
           CLOSE DOC.
           MOVE ZERO TO WS-ENVIOS.
           IF WS-ENVIAR = 'S' OR WS-ENVIAR = 's'
               MOVE SPACES TO WS-DOC-ASUNTO
               STRING "Recibo " DELIMITED BY SIZE
                   WS-RD-NRO DELIMITED BY SIZE
                   INTO WS-DOC-ASUNTO
               PERFORM 500-ENVIAR-A-CONTACTOS
           END-IF.
           IF WS-DUPLICADO = 'S'
               ADD 1 TO RDE-REIMPRESIONES
               ADD WS-ENVIOS TO RDE-ENVIOS
               REWRITE RDE-REG
                   INVALID KEY DISPLAY "ERROR AL REGISTRAR LA "
                       "REIMPRESION DEL RECIBO " WS-RD-NRO
               END-REWRITE
           ELSE
               MOVE WS-RD-NRO TO RDE-REC-NRO
               MOVE ZERO TO RDE-SEC
               MOVE 'R' TO RDE-TIPO
               MOVE WS-FECHA-HOY TO RDE-FECHA
               MOVE WS-ENVIOS TO RDE-ENVIOS
               MOVE ZERO TO RDE-REIMPRESIONES
               WRITE RDE-REG
                   INVALID KEY DISPLAY "ERROR AL REGISTRAR EL RECIBO "
                       WS-RD-NRO
               END-WRITE
           END-IF.
           ADD 1 TO WS-CANT-RECIBOS.
           DISPLAY "RECIBO GRABADO EN " WS-DOC-NOMBRE.

       410-LEER-CLIENTE.
           MOVE WS-RD-CLIENTE TO CLI-COD-CLIENTE.
           READ CLI
               INVALID KEY
                   MOVE SPACES TO CLI-RAZON-SOCIAL
                   MOVE ZERO TO CLI-CUIT
           END-READ.

       420-ENCABEZADO.
           MOVE WS-ENC-TITULO TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE SPACES TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE WS-FECHA-IN(7:2) TO WS-FO-DIA.
           MOVE WS-FECHA-IN(5:2) TO WS-FO-MES.
           MOVE WS-FECHA-IN(1:4) TO WS-FO-ANIO.
           MOVE WS-RD-EMPRESA TO WS-ENC-EMP-COD.
           MOVE WS-FECHA-OUT TO WS-ENC-EMP-FECHA.
           MOVE WS-ENC-EMPRESA TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE WS-RD-CLIENTE TO WS-ENC-CLI-COD.
           MOVE CLI-RAZON-SOCIAL TO WS-ENC-CLI-RAZON.
           MOVE WS-ENC-CLIENTE TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE CLI-CUIT TO WS-CUIT-NUM.
           MOVE WS-CUIT-PREFIJO TO WS-ENC-CUIT-PRE.
           MOVE WS-CUIT-NUMERO TO WS-ENC-CUIT-NRO.
           MOVE WS-CUIT-VERIF TO WS-ENC-CUIT-DV.
           MOVE WS-ENC-CUIT TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE SPACES TO DOC-LINEA.
           WRITE DOC-LINEA.

       430-LINEA-CHEQUE.
           MOVE CHQ-BANCO TO WS-LIN-CHQ-BANCO.
           MOVE CHQ-NRO-CHEQUE TO WS-LIN-CHQ-NRO.
           MOVE CHQ-IMPORTE TO WS-LIN-CHQ-IMP.
           IF CHQ-RECHAZADO
               MOVE "  RECHAZADO" TO WS-LIN-CHQ-ESTADO
           ELSE
               MOVE SPACES TO WS-LIN-CHQ-ESTADO
           END-IF.
           MOVE WS-LIN-CHEQUE TO DOC-LINEA.
           WRITE DOC-LINEA.

      * Un cheque ya rechazado al emitir el recibo original sale
      * marcado en el recibo mismo y no necesita aviso aparte.
       440-DETALLAR-CHEQUES.
           MOVE WS-RD-NRO TO CHQ-REC-NRO.
           MOVE ZERO TO CHQ-SEC.
           MOVE 'N' TO WS-CHQ-EOF.
           START CHQ KEY IS NOT LESS THAN CHQ-KEY
               INVALID KEY MOVE 'S' TO WS-CHQ-EOF
           END-START.
           PERFORM 441-DETALLAR-UN-CHEQUE UNTIL WS-CHQ-EOF = 'S'.

       441-DETALLAR-UN-CHEQUE.
           READ CHQ NEXT RECORD
               AT END MOVE 'S' TO WS-CHQ-EOF
           END-READ.
           IF WS-CHQ-EOF = 'N'
               IF CHQ-REC-NRO NOT = WS-RD-NRO
                   MOVE 'S' TO WS-CHQ-EOF
               ELSE
                   PERFORM 430-LINEA-CHEQUE
                   IF CHQ-RECHAZADO AND WS-DUPLICADO = 'N'
                       MOVE CHQ-REC-NRO TO RDE-REC-NRO
                       MOVE CHQ-SEC TO RDE-SEC
                       MOVE 'A' TO RDE-TIPO
                       MOVE WS-FECHA-HOY TO RDE-FECHA
                       MOVE ZERO TO RDE-ENVIOS
                       MOVE ZERO TO RDE-REIMPRESIONES
                       WRITE RDE-REG
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

      * Aplicaciones del recibo, por el camino de cliente.
       450-DETALLAR-APLICACIONES.
           MOVE "Aplicado a:" TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE ZERO TO WS-TOT-APLICADO.
           MOVE 'N' TO WS-HAY-LINEAS.
           MOVE WS-RD-CLIENTE TO APL-CLIENTE.
           MOVE 'N' TO WS-APL-EOF.
           START APL KEY IS NOT LESS THAN APL-CLIENTE
               INVALID KEY MOVE 'S' TO WS-APL-EOF
           END-START.
           PERFORM 451-DETALLAR-UNA-APLICACION UNTIL WS-APL-EOF = 'S'.
           IF WS-HAY-LINEAS = 'N'
               MOVE "  (sin aplicar a facturaciones)" TO DOC-LINEA
               WRITE DOC-LINEA
           ELSE
               MOVE "  Total aplicado:" TO WS-LIN-IMP-TXT
               MOVE WS-TOT-APLICADO TO WS-LIN-IMP-VAL
               MOVE WS-LIN-IMPORTE TO DOC-LINEA
               WRITE DOC-LINEA
           END-IF.

       451-DETALLAR-UNA-APLICACION.
           READ APL NEXT RECORD
               AT END MOVE 'S' TO WS-APL-EOF
           END-READ.
           IF WS-APL-EOF = 'N'
               IF APL-CLIENTE NOT = WS-RD-CLIENTE
                   MOVE 'S' TO WS-APL-EOF
               ELSE
                   IF APL-REC-NRO = WS-RD-NRO
                       MOVE 'S' TO WS-HAY-LINEAS
                       ADD APL-IMPORTE TO WS-TOT-APLICADO
                       MOVE APL-NRO-FACT TO WS-LIN-APL-FACT
                       MOVE APL-FECHA TO WS-FECHA-IN
                       MOVE WS-FECHA-IN(7:2) TO WS-FO-DIA
                       MOVE WS-FECHA-IN(5:2) TO WS-FO-MES
                       MOVE WS-FECHA-IN(1:4) TO WS-FO-ANIO
                       MOVE WS-FECHA-OUT TO WS-LIN-APL-FECHA
                       MOVE APL-IMPORTE TO WS-LIN-APL-IMP
                       MOVE WS-LIN-APLIC TO DOC-LINEA
                       WRITE DOC-LINEA
                   END-IF
               END-IF
           END-IF.

      * Certificados que el cliente entrego el mismo dia: cada uno
      * tiene su recibo RETENCION. Los de las liquidaciones de
      * tarjeta (retenciones del procesador) no van al cliente.
       460-DETALLAR-RETENCIONES.
           MOVE ZERO TO WS-TOT-RETENCIONES.
           MOVE 'N' TO WS-HAY-LINEAS.
           MOVE LOW-VALUE TO CERT-KEY.
           MOVE 'N' TO WS-CERT-EOF.
           START CERT KEY IS NOT LESS THAN CERT-KEY
               INVALID KEY MOVE 'S' TO WS-CERT-EOF
           END-START.
           PERFORM 461-DETALLAR-UN-CERTIFICADO
               UNTIL WS-CERT-EOF = 'S'.
           IF WS-HAY-LINEAS = 'S'
               MOVE "  Total retenciones:" TO WS-LIN-IMP-TXT
               MOVE WS-TOT-RETENCIONES TO WS-LIN-IMP-VAL
               MOVE WS-LIN-IMPORTE TO DOC-LINEA
               WRITE DOC-LINEA
           END-IF.

       461-DETALLAR-UN-CERTIFICADO.
           READ CERT NEXT RECORD
               AT END MOVE 'S' TO WS-CERT-EOF
           END-READ.
           IF WS-CERT-EOF = 'N' AND CERT-CLIENTE = WS-RD-CLIENTE
               AND CERT-FECHA = WS-RD-FECHA
               MOVE 'N' TO WS-ES-RETENCION
               MOVE CERT-REC-NRO TO REC-NRO
               READ REC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF REC-MEDIO(1:9) = "RETENCION"
                           MOVE 'S' TO WS-ES-RETENCION
                       END-IF
               END-READ
               IF WS-ES-RETENCION = 'S'
                   IF WS-HAY-LINEAS = 'N'
                       MOVE SPACES TO DOC-LINEA
                       WRITE DOC-LINEA
                       MOVE "Retenciones entregadas en esta cobranza:"
                           TO DOC-LINEA
                       WRITE DOC-LINEA
                       MOVE 'S' TO WS-HAY-LINEAS
                   END-IF
                   ADD CERT-IMPORTE TO WS-TOT-RETENCIONES
                   MOVE CERT-TIPO TO WS-LIN-RET-TIPO
                   MOVE CERT-JURISDICCION TO WS-LIN-RET-JUR
                   MOVE CERT-NUMERO TO WS-LIN-RET-NRO
                   MOVE CERT-IMPORTE TO WS-LIN-RET-IMP
                   MOVE WS-LIN-RETENCION TO DOC-LINEA
                   WRITE DOC-LINEA
               END-IF
           END-IF.

      * El documento va solo a los contactos de cobranzas del
      * cliente registrados en CONTACTOS.DAT.
       500-ENVIAR-A-CONTACTOS.
           MOVE ZERO TO WS-ENVIOS.
           IF WS-HAY-CONTACTOS = 'S'
               MOVE WS-RD-CLIENTE TO CTO-CLIENTE
               MOVE ZERO TO CTO-SEC
               MOVE 'N' TO WS-CTO-FIN
               START CTO KEY IS NOT LESS THAN CTO-KEY
                   INVALID KEY MOVE 'S' TO WS-CTO-FIN
               END-START
               PERFORM 510-ENVIAR-UN-CONTACTO
                   UNTIL WS-CTO-FIN = 'S'
           END-IF.
           IF WS-ENVIOS = ZERO
               ADD 1 TO WS-CANT-SIN-CONTACTO
               DISPLAY "  CLIENTE " WS-RD-CLIENTE " SIN CONTACTO DE "
                   "COBRANZAS: " WS-DOC-NOMBRE " QUEDA PARA ENTREGA "
                   "MANUAL"
           END-IF.

       510-ENVIAR-UN-CONTACTO.
           READ CTO NEXT RECORD
               AT END MOVE 'S' TO WS-CTO-FIN
           END-READ.
           IF WS-CTO-FIN = 'N'
               IF CTO-CLIENTE NOT = WS-RD-CLIENTE
                   MOVE 'S' TO WS-CTO-FIN
               ELSE
                   IF CTO-ROL = 'C' AND CTO-EMAIL NOT = SPACES
                       MOVE CTO-EMAIL TO WS-EMAIL-DIR
                       PERFORM 520-VALIDAR-EMAIL-DIR
                       IF WS-EMAIL-BAD-COUNT = ZERO
                           MOVE SPACES TO WS-EMAIL-CMD
                           STRING 'mail -s "' DELIMITED BY SIZE
                                   WS-DOC-ASUNTO DELIMITED BY "  "
                                   '" ' DELIMITED BY SIZE
                                   WS-EMAIL-DIR DELIMITED BY SPACE
                                   " < " DELIMITED BY SIZE
                                   WS-DOC-NOMBRE DELIMITED BY SPACE
                               INTO WS-EMAIL-CMD
                           CALL "SYSTEM" USING WS-EMAIL-CMD
                           ADD 1 TO WS-ENVIOS
                       ELSE
                           DISPLAY "DIRECCION DE CONTACTO INVALIDA, "
                               "NO ENVIADA: " WS-EMAIL-DIR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       520-VALIDAR-EMAIL-DIR.
           MOVE ZERO TO WS-EMAIL-BAD-COUNT.
           INSPECT WS-EMAIL-DIR TALLYING WS-EMAIL-BAD-COUNT
               FOR ALL ";" ALL "`" ALL "$" ALL "(" ALL ")"
                       ALL "|" ALL "&" ALL "<" ALL ">" ALL "*"
                       ALL "~" ALL "{" ALL "}" ALL "\" ALL X"22"
                       ALL X"27".

       900-FIN.
           CLOSE REC.
           CLOSE APL.
           CLOSE CLI.
           IF WS-HAY-CHEQUES = 'S'
               CLOSE CHQ
           END-IF.
           IF WS-HAY-CERTIFICADOS = 'S'
               CLOSE CERT
           END-IF.
           IF WS-HAY-CONTACTOS = 'S'
               CLOSE CTO
           END-IF.
           CLOSE RDE.
           DISPLAY "RECIBOS EMITIDOS: " WS-CANT-RECIBOS.
           DISPLAY "AVISOS DE ANULACION EMITIDOS: " WS-CANT-AVISOS.
           DISPLAY "DOCUMENTOS SIN CONTACTO DE COBRANZAS: "
               WS-CANT-SIN-CONTACTO.

       END PROGRAM EMITIRRECIBOS.
