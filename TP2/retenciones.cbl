               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUENTAS-FS.

           SELECT PAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAD-KEY
               FILE STATUS IS PAD-FS.

      * Alicuotas de IIBB por jurisdiccion (convenio multilateral).
           SELECT OPTIONAL IIBBALIC ASSIGN TO "IIBB_ALIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
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

      * Padron de IIBB por CUIT con vigencia (IMPPADRON).
       FD PAD
           VALUE OF FILE-ID IS "PADRONIIBB.DAT".
       01 PAD-REG.
           02 PAD-KEY.
               03 PAD-CUIT PIC 9(11).
               03 PAD-JURISDICCION PIC X(3).
               03 PAD-VIG-DESDE PIC X(8).
           02 PAD-DATOS.
               03 PAD-VIG-HASTA PIC X(8).
               03 PAD-ALIC-RET PIC 9(2)V99.
               03 PAD-ALIC-PERC PIC 9(2)V99.
               03 PAD-FECHA-PUBLIC PIC X(8).
               03 PAD-FECHA-IMPORT PIC X(8).

       FD LISTADO
           LABEL RECORD OMITTED.
           88 CUENTAS-OK                      VALUE '00'.
           88 CUENTAS-EOF                     VALUE '10'.
       01 IIBBALIC-FS                  PIC X(2).
       01 PAD-FS                       PIC X(2).

       01 WS-CTA-DEUDORES PIC X(40)
           VALUE "1.1.3 DEUDORES POR VENTAS".
       01 WS-CLI-EXISTE                PIC X.

       01 WS-ALIC-IIBB                 PIC 9(2)V99.
       01 WS-HAY-PADRON                PIC X VALUE 'N'.
       01 WS-PAD-EOF                   PIC X.
       01 WS-PAD-HALLADO               PIC X.
       01 WS-PAD-JUR                   PIC X(3).
       01 WS-PAD-FECHA                 PIC X(8).
       01 WS-PAD-ALIC                  PIC 9(2)V99.
       01 WS-ALIC-K                    PIC 9(2).
       01 WS-T-ALIC-COUNT              PIC 9(2) VALUE ZERO.
       01 WS-T-ALIC.
               CLOSE APROB
               STOP RUN.
           OPEN INPUT CLI.
           OPEN INPUT PAD.
           IF PAD-FS = '00'
               MOVE 'S' TO WS-HAY-PADRON
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE WS-NRO-FACT TO WS-ENC-RET-NRO.
           MOVE WS-ENC-RET TO LISTADO-LINEA.
                   END-IF
               END-PERFORM
           END-IF.
      *    Y la del padron vigente a la fecha de la facturacion manda
      *    sobre las dos.
           IF WS-CLI-EXISTE = 'S' AND WS-HAY-PADRON = 'S'
               MOVE APROB-FECHA-HASTA TO WS-PAD-FECHA
               PERFORM 120-ALICUOTA-PADRON
               IF WS-PAD-HALLADO = 'S'
                   MOVE WS-PAD-ALIC TO WS-ALIC-IIBB
               END-IF
           END-IF.
           IF WS-CLI-EXISTE = 'S' AND
               (CLI-RET-GAN > ZERO OR WS-ALIC-IIBB > ZERO)
               COMPUTE WS-RET-GAN ROUNDED =
               PERFORM 200-EMITIR-CERTIFICADO
           END-IF.

      * Fila del padron del CUIT en la jurisdiccion del cliente cuya
      * vigencia incluye la fecha; si hay mas de una, la de vigencia
      * mas reciente.
       120-ALICUOTA-PADRON.
           MOVE 'N' TO WS-PAD-HALLADO.
           IF CLI-JURISDICCION = SPACES
               MOVE "901" TO WS-PAD-JUR
           ELSE
               MOVE CLI-JURISDICCION TO WS-PAD-JUR
           END-IF.
           MOVE CLI-CUIT TO PAD-CUIT.
           MOVE WS-PAD-JUR TO PAD-JURISDICCION.
           MOVE LOW-VALUE TO PAD-VIG-DESDE.
           MOVE 'N' TO WS-PAD-EOF.
           START PAD KEY IS NOT LESS THAN PAD-KEY
               INVALID KEY MOVE 'S' TO WS-PAD-EOF
           END-START.
           PERFORM 121-EXAMINAR-PADRON UNTIL WS-PAD-EOF = 'S'.

       121-EXAMINAR-PADRON.
           READ PAD NEXT RECORD
               AT END MOVE 'S' TO WS-PAD-EOF
           END-READ.
           IF WS-PAD-EOF = 'N'
               IF PAD-CUIT NOT = CLI-CUIT OR
                   PAD-JURISDICCION NOT = WS-PAD-JUR OR
                   PAD-VIG-DESDE > WS-PAD-FECHA
                   MOVE 'S' TO WS-PAD-EOF
               ELSE
                   IF PAD-VIG-HASTA = SPACES OR
                       PAD-VIG-HASTA >= WS-PAD-FECHA
                       MOVE 'S' TO WS-PAD-HALLADO
                       MOVE PAD-ALIC-RET TO WS-PAD-ALIC
                   END-IF
               END-IF
           END-IF.

       200-EMITIR-CERTIFICADO.
           MOVE WS-NRO-FACT TO WS-CERT-FACT.
           MOVE FCL-CLIENTE TO WS-CERT-CLI.
           CLOSE APROB.
           CLOSE FACTCLI.
           CLOSE CLI.
           IF WS-HAY-PADRON = 'S'
               CLOSE PAD
           END-IF.
           CLOSE LISTADO.
           DISPLAY "CERTIFICADOS EMITIDOS: " WS-CANT-CERT.
           DISPLAY "REPORTE GRABADO EN RETENCIONES.PRN".
