           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LISTADO-FS.

      *    Datos fiscales del proveedor (ver PROVEEDORES).
           SELECT PRV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRV-CODIGO
           ALTERNATE RECORD KEY IS PRV-CONS WITH DUPLICATES
           FILE STATUS IS PRV-FS.

      *    Ordenes de pago emitidas.
           SELECT OPG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPG-NRO
           FILE STATUS IS OPG-FS.

           SELECT OPTIONAL NROOPG ASSIGN TO "NROORDPAGO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NROOPG-FS.

      *    Escala de retencion de Ganancias por condicion y regimen.
           SELECT OPTIONAL ESCGAN ASSIGN TO "RETGAN_ESCALA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESCGAN-FS.

           SELECT OPTIONAL CUENTAS ASSIGN TO "CUENTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUENTAS-FS.

           SELECT OPTIONAL GLEXP ASSIGN TO "GL_EXPORT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLEXP-FS.

      *    Retenciones practicadas para la presentacion mensual:
      *    Ganancias en formato de importacion SICORE, IIBB en el
      *    formato de la agencia provincial.
           SELECT OPTIONAL SICORE ASSIGN TO "SICORE_RET.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SICORE-FS.

           SELECT OPTIONAL RETIIBB ASSIGN TO "RET_IIBB.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETIIBB-FS.

           SELECT ORDEN ASSIGN USING WS-ORDEN-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDEN-FS.

       DATA DIVISION.
        FILE SECTION.
         FD FPR
                    88 FPR-PENDIENTE VALUES "PENDIENTE", SPACE.
                    88 FPR-PAGADA VALUE "PAGADA".
                    88 FPR-OBSERVADA VALUE "OBSERVADA".
                03 FPR-ORDEN-PAGO PIC 9(6).
      *         Datos fiscales del comprobante; el IVA va por alicuota
      *         en posicion fija: 1 = 21%, 2 = 10,5%, 3 = 27%.
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

         FD COSTOSUB
           LABEL RECORD OMITTED.
           LABEL RECORD OMITTED.
         01 LISTADO-LINEA PIC X(120).

         FD PRV
          VALUE OF FILE-ID IS "PROVEEDORES.DAT".
          01 PRV-REG.
            03 PRV-CODIGO PIC 9(4).
            03 PRV-RAZON-SOCIAL PIC X(30).
            03 PRV-DIRECCION PIC X(20).
            03 PRV-CUIT PIC 9(11).
            03 PRV-COND-IVA PIC X(2).
                88 PRV-IVA-INSCRIPTO VALUE "RI".
            03 PRV-COND-GAN PIC X.
                88 PRV-GAN-INSCRIPTO VALUE 'I'.
                88 PRV-GAN-NO-INSCRIPTO VALUE 'N'.
                88 PRV-GAN-EXENTO VALUE 'E'.
            03 PRV-REGIMEN-GAN PIC 9(3).
            03 PRV-ALIC-IIBB PIC 9(2)V99.
            03 PRV-JURISDICCION PIC X(3).
            03 PRV-CONS PIC 9(3).

      *  Orden de pago: hasta diez facturas del mismo subcontratista,
      *  con las bases y retenciones de Ganancias e IIBB practicadas.
         FD OPG
          VALUE OF FILE-ID IS "ORDENESPAGO.DAT".
          01 OPG-REG.
            03 OPG-NRO PIC 9(6).
            03 OPG-FECHA PIC X(8).
            03 OPG-CONS PIC 9(3).
            03 OPG-PROVEEDOR PIC 9(4).
            03 OPG-EMPRESA PIC X(3).
            03 OPG-TOTAL PIC S9(9)V99.
            03 OPG-BASE-GAN PIC S9(9)V99.
            03 OPG-RET-GAN PIC S9(9)V99.
            03 OPG-BASE-IIBB PIC S9(9)V99.
            03 OPG-RET-IIBB PIC S9(9)V99.
            03 OPG-NETO PIC S9(9)V99.
            03 OPG-CTA-BANCO PIC 9(3).
            03 OPG-CANT-FACT PIC 9(2).
            03 OPG-FACTURA OCCURS 10 TIMES.
                05 OPG-FAC-NUMERO PIC X(15).
                05 OPG-FAC-IMPORTE PIC S9(9)V99.

         FD NROOPG
           LABEL RECORD OMITTED.
         01 NROOPG-REG PIC 9(6).

         FD ESCGAN
           LABEL RECORD OMITTED.
         01 EGN-REG.
            03 EGN-COND PIC X.
            03 EGN-REGIMEN PIC 9(3).
            03 EGN-ALICUOTA PIC 9(2)V99.
            03 EGN-MNS PIC 9(9)V99.
            03 EGN-MIN-RET PIC 9(7)V99.

         FD CUENTAS
           LABEL RECORD OMITTED.
         01 CTA-REG.
            03 CTA-ROL PIC X(10).
            03 CTA-CUENTA PIC X(40).

         FD GLEXP
           LABEL RECORD OMITTED.
         01 GLEXP-LINEA PIC X(120).

         FD SICORE
           LABEL RECORD OMITTED.
         01 SICORE-LINEA PIC X(160).

         FD RETIIBB
           LABEL RECORD OMITTED.
         01 RETIIBB-LINEA PIC X(60).

         FD ORDEN
           LABEL RECORD OMITTED.
         01 ORDEN-LINEA PIC X(100).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
              88 COSTOSUB-OK VALUE '00'.
              88 COSTOSUB-EOF VALUE '10'.
          01 LISTADO-FS PIC X(2).
          01 PRV-FS PIC X(2).
          01 OPG-FS PIC X(2).
          01 NROOPG-FS PIC X(2).
          01 ESCGAN-FS PIC X(2).
              88 ESCGAN-OK VALUE '00'.
              88 ESCGAN-EOF VALUE '10'.
          01 CUENTAS-FS PIC X(2).
              88 CUENTAS-OK VALUE '00'.
              88 CUENTAS-EOF VALUE '10'.
          01 GLEXP-FS PIC X(2).
          01 SICORE-FS PIC X(2).
          01 RETIIBB-FS PIC X(2).
          01 ORDEN-FS PIC X(2).

          01 WS-LIST-EOF PIC X.
          01 WS-FDE-EOF PIC X.
                  05 WS-T-CSB-TARIFA PIC 9(7)V99.
          01 WS-IMP-EDIT PIC -ZZZ.ZZZ.Z99,99.
          01 WS-TOT-PENDIENTE PIC S9(11)V99.
          01 WS-HAY-BANCOS PIC X VALUE 'N'.
          01 WS-HAY-PRV PIC X VALUE 'N'.
          01 WS-ORDEN-NOMBRE PIC X(25).
          01 WS-CONFIRMA PIC X.
          01 WS-OPG-EOF PIC X.
          01 WS-NRO-OPG PIC 9(6).
          01 WS-FECHA-PAGO PIC X(8).
          01 WS-FAC-NUMERO PIC X(15).
          01 WS-F PIC 9(2).
          01 WS-REPETIDA PIC X.
          01 WS-GL-NUM PIC -(7)9,99.
          01 WS-NETO-FAC PIC S9(9)V99.
          01 WS-ACUM-BASE PIC S9(11)V99.
          01 WS-ACUM-RET PIC S9(11)V99.
          01 WS-RET-CALC PIC S9(11)V99.

      *  Orden en preparacion.
          01 WS-OP-CONS PIC 9(3).
          01 WS-OP-EMPRESA PIC X(3).
          01 WS-OP-CANT PIC 9(2).
          01 WS-OP-TOTAL PIC S9(9)V99.
          01 WS-OP-BASE PIC S9(9)V99.
          01 WS-OP-RET-GAN PIC S9(9)V99.
          01 WS-OP-RET-IIBB PIC S9(9)V99.
          01 WS-OP-NETO PIC S9(9)V99.
          01 WS-OP-FAC.
              03 WS-OP-FAC-CAMPO OCCURS 10 TIMES.
                  05 WS-OP-FAC-NUMERO PIC X(15).
                  05 WS-OP-FAC-IMPORTE PIC S9(9)V99.

      *  Escala de Ganancias (RG 830): alicuota sobre lo pagado en el
      *  mes por encima del minimo no sujeto, menos lo ya retenido en
      *  el mes; no se retiene por debajo del minimo de retencion.
      *  Sin RETGAN_ESCALA.DAT rigen estos valores.
          01 WS-GAN-ALIC-INSC PIC 9(2)V99 VALUE 2,00.
          01 WS-GAN-MNS-INSC PIC 9(9)V99 VALUE 67170,00.
          01 WS-GAN-ALIC-NOINSC PIC 9(2)V99 VALUE 28,00.
          01 WS-GAN-MNS-NOINSC PIC 9(9)V99 VALUE ZERO.
          01 WS-GAN-MIN-RET PIC 9(7)V99 VALUE 240,00.
          01 WS-GAN-ALIC PIC 9(2)V99.
          01 WS-GAN-MNS PIC 9(9)V99.
          01 WS-GAN-MIN PIC 9(7)V99.
          01 WS-EGN-K PIC 9(2).
          01 WS-T-EGN-COUNT PIC 9(2) VALUE ZERO.
          01 WS-T-EGN.
              03 WS-T-EGN-CAMPO OCCURS 20 TIMES.
                  05 WS-T-EGN-COND PIC X.
                  05 WS-T-EGN-REGIMEN PIC 9(3).
                  05 WS-T-EGN-ALIC PIC 9(2)V99.
                  05 WS-T-EGN-MNS PIC 9(9)V99.
                  05 WS-T-EGN-MIN PIC 9(7)V99.

          01 WS-CTA-PROVEEDOR PIC X(40)
              VALUE "2.1.1 PROVEEDORES".
          01 WS-CTA-BANCOS PIC X(40)
              VALUE "1.1.2 BANCOS CUENTA CORRIENTE".
          01 WS-CTA-RETGANDEP PIC X(40)
              VALUE "2.1.4 RET GANANCIAS A DEPOSITAR".
          01 WS-CTA-RETIIBBDEP PIC X(40)
              VALUE "2.1.5 RET IIBB A DEPOSITAR".
          01 WS-GL-CUENTA PIC X(40).
          01 WS-GL-DEBE PIC S9(9)V99.
          01 WS-GL-HABER PIC S9(9)V99.
          01 WS-GL-NUM2 PIC -(7)9,99.

          01 WS-FEC-DMA.
              03 WS-FEC-DMA-DIA PIC X(2).
              03 FILLER PIC X VALUE "/".
              03 WS-FEC-DMA-MES PIC X(2).
              03 FILLER PIC X VALUE "/".
              03 WS-FEC-DMA-ANIO PIC X(4).

          01 WS-CUIT-NUM PIC 9(11).
          01 WS-CUIT-PARTES REDEFINES WS-CUIT-NUM.
              03 WS-CUIT-TIPO PIC X(2).
              03 WS-CUIT-DOC PIC X(8).
              03 WS-CUIT-DV PIC X.

      *  Registro de retencion del SICORE (importacion de
      *  retenciones, campos de ancho fijo).
          01 WS-SIC-REG.
              03 WS-SIC-COMPROBANTE PIC X(2) VALUE "06".
              03 WS-SIC-FECHA-COMP PIC X(10).
              03 WS-SIC-NRO-COMP PIC 9(16).
              03 WS-SIC-IMP-COMP PIC 9(13),99.
              03 WS-SIC-IMPUESTO PIC X(3) VALUE "217".
              03 WS-SIC-REGIMEN PIC 9(3).
              03 WS-SIC-OPERACION PIC X VALUE "1".
              03 WS-SIC-BASE PIC 9(11),99.
              03 WS-SIC-FECHA-RET PIC X(10).
              03 WS-SIC-CONDICION PIC X(2).
              03 WS-SIC-SUSPENDIDO PIC X VALUE "0".
              03 WS-SIC-RETENCION PIC 9(11),99.
              03 WS-SIC-EXCLUSION PIC X(6) VALUE "000,00".
              03 WS-SIC-FECHA-PUBL PIC X(10) VALUE SPACES.
              03 WS-SIC-TIPO-DOC PIC X(2) VALUE "80".
              03 WS-SIC-NRO-DOC PIC X(20).
              03 WS-SIC-CERT-ORIG PIC 9(14) VALUE ZERO.

      *  Registro de retencion de IIBB para la agencia provincial.
          01 WS-IIB-REG.
              03 WS-IIB-CUIT.
                  05 WS-IIB-CUIT-TIPO PIC X(2).
                  05 FILLER PIC X VALUE "-".
                  05 WS-IIB-CUIT-DOC PIC X(8).
                  05 FILLER PIC X VALUE "-".
                  05 WS-IIB-CUIT-DV PIC X.
              03 WS-IIB-FECHA PIC X(10).
              03 WS-IIB-SUCURSAL PIC X(4) VALUE "0001".
              03 WS-IIB-EMISION PIC 9(8).
              03 WS-IIB-IMPORTE PIC 9(8),99.
              03 WS-IIB-OPERACION PIC X VALUE "A".
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

          01 WS-LIN-AP.
              03 WS-LIN-AP-CONS PIC 9(3).
              OPEN I-O FPR
          END-IF.
          OPEN INPUT CON.
          OPEN INPUT PRV.
          IF PRV-FS = '00'
              MOVE 'S' TO WS-HAY-PRV
          END-IF.
          OPEN I-O OPG.
          IF OPG-FS NOT = '00'
              OPEN OUTPUT OPG
              CLOSE OPG
              OPEN I-O OPG
          END-IF.
          PERFORM CARGAR-COSTOS-SUB.
          PERFORM CARGAR-CUENTAS-GL.
          PERFORM CARGAR-ESCALA-GAN.
          MOVE 'A' TO LBC-OPER.
          CALL 'LIBROBCO' USING LBC-PARAM.
          MOVE LBC-OK TO WS-HAY-BANCOS.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE CUENTAS A PAGAR SUBCONTRATISTAS::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=CARGAR FACTURA DE SUBCONTRATISTA"
          DISPLAY "    2=EMITIR ORDEN DE PAGO"
          DISPLAY "    3=LISTADO DE CUENTAS A PAGAR"
          DISPLAY "    4=VER ORDEN DE PAGO"
          display "    0=EXIT"
          ACCEPT choice

           WHEN 1 PERFORM ALTA1
           WHEN 2 PERFORM PAGAR1
           WHEN 3 PERFORM LISTAR1
           WHEN 4 PERFORM VER1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE FPR.
         CLOSE CON.
         IF WS-HAY-PRV = 'S'
             CLOSE PRV
         END-IF.
         CLOSE OPG.
         MOVE 'C' TO LBC-OPER.
         CALL 'LIBROBCO' USING LBC-PARAM.
         STOP RUN.

         CARGAR-COSTOS-SUB.
               DISPLAY "  EL CONSULTOR NO ESTA MARCADO COMO "
                   "SUBCONTRATISTA EN CONSULTORES.DAT"
             ELSE
               PERFORM PEDIR-COMPROBANTE
               DISPLAY "ENTER THE  FECHA (AAAAMMDD)"
               ACCEPT FPR-FECHA
               DISPLAY "ENTER THE  VENCIMIENTO (AAAAMMDD)"
               ACCEPT FPR-VENCIMIENTO
               PERFORM PEDIR-IMPORTES
               DISPLAY "ENTER THE  HORAS FACTURADAS POR EL PROVEEDOR"
               ACCEPT FPR-HORAS
               DISPLAY "ENTER THE  PERIODO DESDE (AAAAMMDD)"
               DISPLAY "ENTER THE  PERIODO HASTA (AAAAMMDD)"
               ACCEPT FPR-PER-HASTA
               PERFORM MATCHEAR-CONTRA-FACTDET
               MOVE ZERO TO FPR-ORDEN-PAGO
               WRITE FPR-REG
                 INVALID KEY DISPLAY "  LA FACTURA YA ESTA CARGADA"
               END-WRITE
             END-IF
           END-IF.

      *  El numero de factura del proveedor se arma con letra, punto
      *  de venta y numero del comprobante: A00001-00001234.
         PEDIR-COMPROBANTE.
           DISPLAY "ENTER THE  LETRA DEL COMPROBANTE (A/B/C/M)".
           ACCEPT FPR-LETRA.
           DISPLAY "ENTER THE  PUNTO DE VENTA".
           ACCEPT FPR-PTOVTA.
           DISPLAY "ENTER THE  NRO DE COMPROBANTE".
           ACCEPT FPR-NRO-CBTE.
           MOVE SPACES TO FPR-NUMERO.
           STRING FPR-LETRA DELIMITED BY SIZE
               FPR-PTOVTA DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FPR-NRO-CBTE DELIMITED BY SIZE
               INTO FPR-NUMERO.

      *  Una factura A o M discrimina el IVA: se piden los netos por
      *  alicuota y el IVA se calcula. B y C van por el total.
         PEDIR-IMPORTES.
           MOVE ZERO TO FPR-NO-GRAVADO.
           MOVE ZERO TO FPR-EXENTO.
           MOVE ZERO TO FPR-PERC-IVA.
           MOVE ZERO TO FPR-PERC-IIBB.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 3
             MOVE ZERO TO FPR-IVA-NETO(WS-F)
             MOVE ZERO TO FPR-IVA-IMPORTE(WS-F)
           END-PERFORM.
           IF FPR-LETRA = 'A' OR FPR-LETRA = 'M'
             DISPLAY "ENTER THE  NETO GRAVADO AL 21%"
             ACCEPT FPR-IVA-NETO(1)
             DISPLAY "ENTER THE  NETO GRAVADO AL 10,5%"
             ACCEPT FPR-IVA-NETO(2)
             DISPLAY "ENTER THE  NETO GRAVADO AL 27%"
             ACCEPT FPR-IVA-NETO(3)
             DISPLAY "ENTER THE  NO GRAVADO"
             ACCEPT FPR-NO-GRAVADO
             DISPLAY "ENTER THE  EXENTO"
             ACCEPT FPR-EXENTO
             DISPLAY "ENTER THE  PERCEPCION DE IVA SUFRIDA"
             ACCEPT FPR-PERC-IVA
             DISPLAY "ENTER THE  PERCEPCION DE IIBB SUFRIDA"
             ACCEPT FPR-PERC-IIBB
             COMPUTE FPR-IVA-IMPORTE(1) ROUNDED =
                 FPR-IVA-NETO(1) * 0,21
             COMPUTE FPR-IVA-IMPORTE(2) ROUNDED =
                 FPR-IVA-NETO(2) * 0,105
             COMPUTE FPR-IVA-IMPORTE(3) ROUNDED =
                 FPR-IVA-NETO(3) * 0,27
             COMPUTE FPR-IMPORTE = FPR-IVA-NETO(1) + FPR-IVA-NETO(2)
                 + FPR-IVA-NETO(3) + FPR-IVA-IMPORTE(1)
                 + FPR-IVA-IMPORTE(2) + FPR-IVA-IMPORTE(3)
                 + FPR-NO-GRAVADO + FPR-EXENTO + FPR-PERC-IVA
                 + FPR-PERC-IIBB
             MOVE FPR-IMPORTE TO WS-IMP-EDIT
             DISPLAY "  TOTAL DEL COMPROBANTE: $" WS-IMP-EDIT
           ELSE
             DISPLAY "ENTER THE  IMPORTE TOTAL"
             ACCEPT FPR-IMPORTE
           END-IF.

         MATCHEAR-CONTRA-FACTDET.
           MOVE ZERO TO WS-HORAS-FACT.
           OPEN INPUT FACTDET.
           END-PERFORM.
           MULTIPLY WS-HORAS-FACT BY WS-TARIFA-COMPRA
               GIVING WS-ESPERADO.
           PERFORM CALCULAR-NETO-FACTURA.
           SUBTRACT WS-ESPERADO FROM WS-NETO-FAC
               GIVING WS-DIFERENCIA.
           MOVE WS-HORAS-FACT TO WS-IMP-EDIT.
           DISPLAY "  HORAS REFACTURADAS EN EL PERIODO: " WS-IMP-EDIT.
             END-IF
           END-IF.

      *  Orden de pago: salda una o mas facturas pendientes del
      *  subcontratista, practica las retenciones de Ganancias e IIBB
      *  como agente y recien ahi marca las facturas PAGADAS.
         PAGAR1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  CODIGO DE CONSULTOR SUBCONTRATISTA".
           ACCEPT WS-OP-CONS.
           MOVE WS-OP-CONS TO CON-COD-CONS.
           READ CON
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  CONSULTOR NO EXISTE"
           ELSE
             MOVE CON-EMPRESA TO WS-OP-EMPRESA
             PERFORM BUSCAR-PROVEEDOR
             IF REXIST = 'N'
               DISPLAY "  EL SUBCONTRATISTA NO TIENE DATOS FISCALES "
                   "CARGADOS EN PROVEEDORES"
             ELSE
               DISPLAY "ENTER THE  FECHA DE PAGO (AAAAMMDD)"
               ACCEPT WS-FECHA-PAGO
               MOVE ZERO TO WS-OP-CANT
               MOVE ZERO TO WS-OP-TOTAL
               MOVE ZERO TO WS-OP-BASE
               MOVE 'S' TO WS-CONFIRMA
               PERFORM PAGAR1-FACTURA
                   UNTIL WS-CONFIRMA = 'N' OR WS-OP-CANT = 10
               IF WS-OP-CANT = ZERO
                 DISPLAY "  NO SE INDICO NINGUNA FACTURA"
               ELSE
                 PERFORM CALCULAR-RETENCIONES
                 PERFORM MOSTRAR-ORDEN
                 DISPLAY "CONFIRMA LA ORDEN DE PAGO (S/N)"
                 ACCEPT WS-CONFIRMA
                 IF WS-CONFIRMA = 'S'
                   PERFORM EMITIR-ORDEN
                 END-IF
               END-IF
             END-IF
           END-IF.

         BUSCAR-PROVEEDOR.
           MOVE 'N' TO REXIST.
           IF WS-HAY-PRV = 'S'
             MOVE WS-OP-CONS TO PRV-CONS
             START PRV KEY IS EQUAL TO PRV-CONS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 READ PRV NEXT RECORD
                   AT END CONTINUE
                   NOT AT END MOVE 'Y' TO REXIST
                 END-READ
             END-START
           END-IF.

         PAGAR1-FACTURA.
           DISPLAY "ENTER THE  NRO DE FACTURA (EN BLANCO=TERMINAR)".
           MOVE SPACES TO WS-FAC-NUMERO.
           ACCEPT WS-FAC-NUMERO.
           IF WS-FAC-NUMERO = SPACES
             MOVE 'N' TO WS-CONFIRMA
           ELSE
             MOVE WS-OP-CONS TO FPR-CONS
             MOVE WS-FAC-NUMERO TO FPR-NUMERO
             MOVE 'Y' TO REXIST
             READ FPR
               INVALID KEY MOVE 'N' TO REXIST
             END-READ
             MOVE 'N' TO WS-REPETIDA
             PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-OP-CANT
               IF WS-OP-FAC-NUMERO(WS-F) = WS-FAC-NUMERO
                 MOVE 'S' TO WS-REPETIDA
               END-IF
             END-PERFORM
             EVALUATE TRUE
               WHEN REXIST = 'N'
                 DISPLAY "  FACTURA NO EXISTE"
               WHEN WS-REPETIDA = 'S'
                 DISPLAY "  LA FACTURA YA ESTA EN LA ORDEN"
               WHEN FPR-PAGADA
                 DISPLAY "  LA FACTURA YA ESTA PAGADA CON LA ORDEN "
                     FPR-ORDEN-PAGO
               WHEN FPR-OBSERVADA
                 DISPLAY "  LA FACTURA ESTA OBSERVADA, REVISE LA "
                     "DIFERENCIA ANTES DE PAGAR"
               WHEN OTHER
                 ADD 1 TO WS-OP-CANT
                 MOVE FPR-NUMERO TO WS-OP-FAC-NUMERO(WS-OP-CANT)
                 MOVE FPR-IMPORTE TO WS-OP-FAC-IMPORTE(WS-OP-CANT)
                 ADD FPR-IMPORTE TO WS-OP-TOTAL
                 PERFORM CALCULAR-NETO-FACTURA
                 ADD WS-NETO-FAC TO WS-OP-BASE
             END-EVALUATE
           END-IF.

      *  Importe sin IVA ni percepciones de la factura: es la base de
      *  las retenciones y lo que se compara contra lo refacturado.
      *  Las facturas cargadas sin letra traen solo el total; a un
      *  responsable inscripto se le descuenta el 21%.
         CALCULAR-NETO-FACTURA.
           EVALUATE TRUE
             WHEN FPR-LETRA = 'A' OR FPR-LETRA = 'M'
               COMPUTE WS-NETO-FAC = FPR-IVA-NETO(1) + FPR-IVA-NETO(2)
                   + FPR-IVA-NETO(3) + FPR-NO-GRAVADO + FPR-EXENTO
             WHEN FPR-LETRA NOT = SPACE
               MOVE FPR-IMPORTE TO WS-NETO-FAC
             WHEN WS-HAY-PRV = 'S' AND PRV-IVA-INSCRIPTO
               COMPUTE WS-NETO-FAC ROUNDED = FPR-IMPORTE / 1,21
             WHEN OTHER
               MOVE FPR-IMPORTE TO WS-NETO-FAC
           END-EVALUATE.

         CALCULAR-RETENCIONES.
           MOVE ZERO TO WS-OP-RET-GAN.
           MOVE ZERO TO WS-OP-RET-IIBB.
           IF NOT PRV-GAN-EXENTO
             PERFORM BUSCAR-ESCALA-GAN
             PERFORM SUMAR-MES-PROVEEDOR
             COMPUTE WS-RET-CALC ROUNDED =
                 (WS-ACUM-BASE + WS-OP-BASE - WS-GAN-MNS)
                 * WS-GAN-ALIC / 100 - WS-ACUM-RET
             IF WS-RET-CALC >= WS-GAN-MIN
               MOVE WS-RET-CALC TO WS-OP-RET-GAN
             END-IF
           END-IF.
           COMPUTE WS-OP-RET-IIBB ROUNDED =
               WS-OP-BASE * PRV-ALIC-IIBB / 100.
           COMPUTE WS-OP-NETO =
               WS-OP-TOTAL - WS-OP-RET-GAN - WS-OP-RET-IIBB.

         BUSCAR-ESCALA-GAN.
           IF PRV-GAN-INSCRIPTO
             MOVE WS-GAN-ALIC-INSC TO WS-GAN-ALIC
             MOVE WS-GAN-MNS-INSC TO WS-GAN-MNS
           ELSE
             MOVE WS-GAN-ALIC-NOINSC TO WS-GAN-ALIC
             MOVE WS-GAN-MNS-NOINSC TO WS-GAN-MNS
           END-IF.
           MOVE WS-GAN-MIN-RET TO WS-GAN-MIN.
           PERFORM VARYING WS-EGN-K FROM 1 BY 1
               UNTIL WS-EGN-K > WS-T-EGN-COUNT
               IF WS-T-EGN-COND(WS-EGN-K) = PRV-COND-GAN AND
                   WS-T-EGN-REGIMEN(WS-EGN-K) = PRV-REGIMEN-GAN
                 MOVE WS-T-EGN-ALIC(WS-EGN-K) TO WS-GAN-ALIC
                 MOVE WS-T-EGN-MNS(WS-EGN-K) TO WS-GAN-MNS
                 MOVE WS-T-EGN-MIN(WS-EGN-K) TO WS-GAN-MIN
               END-IF
           END-PERFORM.

      *  Pagos y retenciones de Ganancias ya hechos al mismo
      *  proveedor en el mes de la fecha de pago.
         SUMAR-MES-PROVEEDOR.
           MOVE ZERO TO WS-ACUM-BASE.
           MOVE ZERO TO WS-ACUM-RET.
           MOVE ZERO TO OPG-NRO.
           MOVE 'N' TO WS-OPG-EOF.
           START OPG KEY IS NOT LESS THAN OPG-NRO
             INVALID KEY MOVE 'S' TO WS-OPG-EOF
           END-START.
           PERFORM SUMAR-MES-UNA UNTIL WS-OPG-EOF = 'S'.

         SUMAR-MES-UNA.
           READ OPG NEXT RECORD
             AT END MOVE 'S' TO WS-OPG-EOF
           END-READ.
           IF WS-OPG-EOF = 'N'
             IF OPG-PROVEEDOR = PRV-CODIGO AND
                 OPG-FECHA(1:6) = WS-FECHA-PAGO(1:6)
               ADD OPG-BASE-GAN TO WS-ACUM-BASE
               ADD OPG-RET-GAN TO WS-ACUM-RET
             END-IF
           END-IF.

         MOSTRAR-ORDEN.
           DISPLAY " ".
           DISPLAY "PROVEEDOR: " PRV-RAZON-SOCIAL "  CUIT: " PRV-CUIT.
           MOVE WS-OP-TOTAL TO WS-IMP-EDIT.
           DISPLAY "  TOTAL FACTURAS:       $" WS-IMP-EDIT.
           MOVE WS-OP-BASE TO WS-IMP-EDIT.
           DISPLAY "  BASE SIN IVA:         $" WS-IMP-EDIT.
           MOVE WS-OP-RET-GAN TO WS-IMP-EDIT.
           DISPLAY "  RETENCION GANANCIAS:  $" WS-IMP-EDIT.
           MOVE WS-OP-RET-IIBB TO WS-IMP-EDIT.
           DISPLAY "  RETENCION IIBB:       $" WS-IMP-EDIT.
           MOVE WS-OP-NETO TO WS-IMP-EDIT.
           DISPLAY "  NETO A PAGAR:         $" WS-IMP-EDIT.

         EMITIR-ORDEN.
           PERFORM TOMAR-NRO-OPG.
           MOVE WS-NRO-OPG TO OPG-NRO.
           MOVE WS-FECHA-PAGO TO OPG-FECHA.
           MOVE WS-OP-CONS TO OPG-CONS.
           MOVE PRV-CODIGO TO OPG-PROVEEDOR.
           MOVE WS-OP-EMPRESA TO OPG-EMPRESA.
           MOVE WS-OP-TOTAL TO OPG-TOTAL.
           MOVE WS-OP-BASE TO OPG-BASE-GAN.
           MOVE WS-OP-RET-GAN TO OPG-RET-GAN.
           MOVE WS-OP-BASE TO OPG-BASE-IIBB.
           MOVE WS-OP-RET-IIBB TO OPG-RET-IIBB.
           MOVE WS-OP-NETO TO OPG-NETO.
           MOVE ZERO TO OPG-CTA-BANCO.
           MOVE WS-OP-CANT TO OPG-CANT-FACT.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 10
             IF WS-F > WS-OP-CANT
               MOVE SPACES TO OPG-FAC-NUMERO(WS-F)
               MOVE ZERO TO OPG-FAC-IMPORTE(WS-F)
             ELSE
               MOVE WS-OP-FAC-NUMERO(WS-F) TO OPG-FAC-NUMERO(WS-F)
               MOVE WS-OP-FAC-IMPORTE(WS-F) TO OPG-FAC-IMPORTE(WS-F)
             END-IF
           END-PERFORM.
           PERFORM ASENTAR-PAGO.
           MOVE 'Y' TO REXIST.
           WRITE OPG-REG
             INVALID KEY MOVE 'N' TO REXIST
           END-WRITE.
           IF REXIST = 'N'
             DISPLAY "  ERROR: LA ORDEN " WS-NRO-OPG " YA EXISTE"
           ELSE
             PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-OP-CANT
               MOVE WS-OP-CONS TO FPR-CONS
               MOVE WS-OP-FAC-NUMERO(WS-F) TO FPR-NUMERO
               READ FPR
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   MOVE "PAGADA" TO FPR-ESTADO
                   MOVE WS-NRO-OPG TO FPR-ORDEN-PAGO
                   REWRITE FPR-REG
                     INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR "
                         FPR-NUMERO
                   END-REWRITE
               END-READ
             END-PERFORM
             PERFORM GRABAR-GL-ORDEN
             PERFORM GRABAR-SICORE
             PERFORM IMPRIMIR-ORDEN
             IF WS-OP-RET-GAN NOT = ZERO OR WS-OP-RET-IIBB NOT = ZERO
               PERFORM IMPRIMIR-CERTIFICADO
             END-IF
             DISPLAY "  ORDEN DE PAGO " WS-NRO-OPG " EMITIDA, GRABADA "
                 "EN " WS-ORDEN-NOMBRE
           END-IF.

         TOMAR-NRO-OPG.
           OPEN INPUT NROOPG.
           READ NROOPG RECORD
             AT END MOVE ZERO TO WS-NRO-OPG
             NOT AT END MOVE NROOPG-REG TO WS-NRO-OPG
           END-READ.
           CLOSE NROOPG.
           ADD 1 TO WS-NRO-OPG.
           OPEN OUTPUT NROOPG.
           MOVE WS-NRO-OPG TO NROOPG-REG.
           WRITE NROOPG-REG.
           CLOSE NROOPG.

      *  El neto pagado sale de la cuenta que elija el operador (cero
      *  toma la principal de la empresa del consultor).
         ASENTAR-PAGO.
           IF WS-HAY-BANCOS = 'S'
             DISPLAY "ENTER THE  CUENTA BANCARIA (0=PRINCIPAL DE LA "
                 "EMPRESA)"
             ACCEPT LBC-CUENTA
             MOVE WS-OP-EMPRESA TO LBC-EMPRESA
             MOVE WS-FECHA-PAGO TO LBC-FECHA
             MOVE "ORDEN PAGO" TO LBC-TIPO
             COMPUTE LBC-IMPORTE = ZERO - WS-OP-NETO
             MOVE SPACES TO LBC-REFERENCIA
             STRING "OP " DELIMITED BY SIZE
                 WS-NRO-OPG DELIMITED BY SIZE
                 INTO LBC-REFERENCIA
             MOVE "SUBCONTRATA" TO LBC-ORIGEN
             MOVE 'N' TO LBC-CONCILIADO
             MOVE 'G' TO LBC-OPER
             CALL 'LIBROBCO' USING LBC-PARAM
             IF LBC-OK = 'S'
               MOVE LBC-CUENTA TO OPG-CTA-BANCO
               DISPLAY "  ASENTADO EN LIBRO BANCO, CUENTA " LBC-CUENTA
             ELSE
               DISPLAY "  AVISO: EL PAGO NO SE ASENTO EN LIBRO BANCO"
             END-IF
           END-IF.

      *  Asiento de la orden: debe proveedores por el total de las
      *  facturas, haber bancos por el neto pagado y las retenciones
      *  a depositar.
         GRABAR-GL-ORDEN.
           OPEN EXTEND GLEXP.
           MOVE WS-CTA-PROVEEDOR TO WS-GL-CUENTA.
           MOVE WS-OP-TOTAL TO WS-GL-DEBE.
           MOVE ZERO TO WS-GL-HABER.
           PERFORM ESCRIBIR-GL.
           MOVE WS-CTA-BANCOS TO WS-GL-CUENTA.
           MOVE ZERO TO WS-GL-DEBE.
           MOVE WS-OP-NETO TO WS-GL-HABER.
           PERFORM ESCRIBIR-GL.
           IF WS-OP-RET-GAN NOT = ZERO
             MOVE WS-CTA-RETGANDEP TO WS-GL-CUENTA
             MOVE WS-OP-RET-GAN TO WS-GL-HABER
             PERFORM ESCRIBIR-GL
           END-IF.
           IF WS-OP-RET-IIBB NOT = ZERO
             MOVE WS-CTA-RETIIBBDEP TO WS-GL-CUENTA
             MOVE WS-OP-RET-IIBB TO WS-GL-HABER
             PERFORM ESCRIBIR-GL
           END-IF.
           CLOSE GLEXP.

         ESCRIBIR-GL.
           MOVE WS-GL-DEBE TO WS-GL-NUM.
           MOVE WS-GL-HABER TO WS-GL-NUM2.
           MOVE SPACES TO GLEXP-LINEA.
           STRING WS-NRO-OPG DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-FECHA-PAGO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GL-CUENTA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GL-NUM DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GL-NUM2 DELIMITED BY SIZE
               INTO GLEXP-LINEA.
           WRITE GLEXP-LINEA.

      *  Una linea SICORE por la retencion de Ganancias y una linea
      *  para la agencia provincial por la de IIBB.
         GRABAR-SICORE.
           MOVE WS-FECHA-PAGO(7:2) TO WS-FEC-DMA-DIA.
           MOVE WS-FECHA-PAGO(5:2) TO WS-FEC-DMA-MES.
           MOVE WS-FECHA-PAGO(1:4) TO WS-FEC-DMA-ANIO.
           IF WS-OP-RET-GAN NOT = ZERO
             MOVE WS-FEC-DMA TO WS-SIC-FECHA-COMP
             MOVE WS-NRO-OPG TO WS-SIC-NRO-COMP
             MOVE WS-OP-TOTAL TO WS-SIC-IMP-COMP
             MOVE PRV-REGIMEN-GAN TO WS-SIC-REGIMEN
             MOVE WS-OP-BASE TO WS-SIC-BASE
             MOVE WS-FEC-DMA TO WS-SIC-FECHA-RET
             IF PRV-GAN-INSCRIPTO
               MOVE "01" TO WS-SIC-CONDICION
             ELSE
               MOVE "02" TO WS-SIC-CONDICION
             END-IF
             MOVE WS-OP-RET-GAN TO WS-SIC-RETENCION
             MOVE SPACES TO WS-SIC-NRO-DOC
             MOVE PRV-CUIT TO WS-SIC-NRO-DOC(1:11)
             OPEN EXTEND SICORE
             MOVE WS-SIC-REG TO SICORE-LINEA
             WRITE SICORE-LINEA
             CLOSE SICORE
           END-IF.
           IF WS-OP-RET-IIBB NOT = ZERO
             MOVE PRV-CUIT TO WS-CUIT-NUM
             MOVE WS-CUIT-TIPO TO WS-IIB-CUIT-TIPO
             MOVE WS-CUIT-DOC TO WS-IIB-CUIT-DOC
             MOVE WS-CUIT-DV TO WS-IIB-CUIT-DV
             MOVE WS-FEC-DMA TO WS-IIB-FECHA
             MOVE WS-NRO-OPG TO WS-IIB-EMISION
             MOVE WS-OP-RET-IIBB TO WS-IIB-IMPORTE
             OPEN EXTEND RETIIBB
             MOVE WS-IIB-REG TO RETIIBB-LINEA
             WRITE RETIIBB-LINEA
             CLOSE RETIIBB
           END-IF.

         IMPRIMIR-ORDEN.
           MOVE SPACES TO WS-ORDEN-NOMBRE.
           STRING "ORDEN_PAGO_" DELIMITED BY SIZE
               WS-NRO-OPG DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-ORDEN-NOMBRE.
           OPEN OUTPUT ORDEN.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "ORDEN DE PAGO NRO " DELIMITED BY SIZE
               WS-NRO-OPG DELIMITED BY SIZE
               "   FECHA " DELIMITED BY SIZE
               WS-FECHA-PAGO DELIMITED BY SIZE
               "   EMPRESA " DELIMITED BY SIZE
               WS-OP-EMPRESA DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE SPACES TO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           PERFORM ESCRIBIR-DATOS-PROVEEDOR.
           MOVE SPACES TO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE "FACTURAS QUE SE CANCELAN:" TO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-OP-CANT
             MOVE WS-OP-FAC-IMPORTE(WS-F) TO WS-IMP-EDIT
             MOVE SPACES TO ORDEN-LINEA
             STRING "  " DELIMITED BY SIZE
                 WS-OP-FAC-NUMERO(WS-F) DELIMITED BY SIZE
                 "  $" DELIMITED BY SIZE
                 WS-IMP-EDIT DELIMITED BY SIZE
                 INTO ORDEN-LINEA
             WRITE ORDEN-LINEA
           END-PERFORM.
           MOVE SPACES TO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE WS-OP-TOTAL TO WS-IMP-EDIT.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "TOTAL FACTURAS:        $" DELIMITED BY SIZE
               WS-IMP-EDIT DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE WS-OP-RET-GAN TO WS-IMP-EDIT.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "RETENCION GANANCIAS:   $" DELIMITED BY SIZE
               WS-IMP-EDIT DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE WS-OP-RET-IIBB TO WS-IMP-EDIT.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "RETENCION IIBB:        $" DELIMITED BY SIZE
               WS-IMP-EDIT DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE WS-OP-NETO TO WS-IMP-EDIT.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "NETO A PAGAR:          $" DELIMITED BY SIZE
               WS-IMP-EDIT DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           IF OPG-CTA-BANCO NOT = ZERO
             MOVE SPACES TO ORDEN-LINEA
             STRING "CUENTA BANCARIA: " DELIMITED BY SIZE
                 OPG-CTA-BANCO DELIMITED BY SIZE
                 INTO ORDEN-LINEA
             WRITE ORDEN-LINEA
           END-IF.
           CLOSE ORDEN.

         ESCRIBIR-DATOS-PROVEEDOR.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "PROVEEDOR: " DELIMITED BY SIZE
               PRV-CODIGO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PRV-RAZON-SOCIAL DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "DOMICILIO: " DELIMITED BY SIZE
               PRV-DIRECCION DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "CUIT: " DELIMITED BY SIZE
               PRV-CUIT DELIMITED BY SIZE
               "   IVA: " DELIMITED BY SIZE
               PRV-COND-IVA DELIMITED BY SIZE
               "   GANANCIAS: " DELIMITED BY SIZE
               PRV-COND-GAN DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.

      *  Certificado de retencion para el proveedor, con la misma
      *  numeracion que la orden.
         IMPRIMIR-CERTIFICADO.
           MOVE SPACES TO WS-ORDEN-NOMBRE.
           STRING "CERT_RET_OP_" DELIMITED BY SIZE
               WS-NRO-OPG DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-ORDEN-NOMBRE.
           OPEN OUTPUT ORDEN.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "CERTIFICADO DE RETENCION NRO " DELIMITED BY SIZE
               WS-NRO-OPG DELIMITED BY SIZE
               "   FECHA " DELIMITED BY SIZE
               WS-FECHA-PAGO DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "AGENTE DE RETENCION: EMPRESA " DELIMITED BY SIZE
               WS-OP-EMPRESA DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE SPACES TO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE "SUJETO RETENIDO:" TO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           PERFORM ESCRIBIR-DATOS-PROVEEDOR.
           MOVE SPACES TO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           MOVE WS-OP-BASE TO WS-IMP-EDIT.
           MOVE SPACES TO ORDEN-LINEA.
           STRING "BASE IMPONIBLE:          $ " DELIMITED BY SIZE
               WS-IMP-EDIT DELIMITED BY SIZE
               INTO ORDEN-LINEA.
           WRITE ORDEN-LINEA.
           IF WS-OP-RET-GAN NOT = ZERO
             MOVE WS-OP-RET-GAN TO WS-IMP-EDIT
             MOVE SPACES TO ORDEN-LINEA
             STRING "RETENCION GANANCIAS:     $ " DELIMITED BY SIZE
                 WS-IMP-EDIT DELIMITED BY SIZE
                 "  REGIMEN " DELIMITED BY SIZE
                 PRV-REGIMEN-GAN DELIMITED BY SIZE
                 INTO ORDEN-LINEA
             WRITE ORDEN-LINEA
           END-IF.
           IF WS-OP-RET-IIBB NOT = ZERO
             MOVE WS-OP-RET-IIBB TO WS-IMP-EDIT
             MOVE SPACES TO ORDEN-LINEA
             STRING "RETENCION IIBB:          $ " DELIMITED BY SIZE
                 WS-IMP-EDIT DELIMITED BY SIZE
                 "  JURISDICCION " DELIMITED BY SIZE
                 PRV-JURISDICCION DELIMITED BY SIZE
                 INTO ORDEN-LINEA
             WRITE ORDEN-LINEA
           END-IF.
           CLOSE ORDEN.

         VER1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE ORDEN DE PAGO".
           ACCEPT OPG-NRO.
           READ OPG
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  ORDEN NO EXISTE"
           ELSE
             DISPLAY "ORDEN DE PAGO: " OPG-NRO "  FECHA: " OPG-FECHA
                 "  EMPRESA: " OPG-EMPRESA
             DISPLAY "CONSULTOR: " OPG-CONS "  PROVEEDOR: "
                 OPG-PROVEEDOR "  CUENTA BANCARIA: " OPG-CTA-BANCO
             PERFORM VARYING WS-F FROM 1 BY 1
                 UNTIL WS-F > OPG-CANT-FACT
               MOVE OPG-FAC-IMPORTE(WS-F) TO WS-IMP-EDIT
               DISPLAY "  FACTURA " OPG-FAC-NUMERO(WS-F) " $"
                   WS-IMP-EDIT
             END-PERFORM
             MOVE OPG-TOTAL TO WS-IMP-EDIT
             DISPLAY "TOTAL:               $" WS-IMP-EDIT
             MOVE OPG-RET-GAN TO WS-IMP-EDIT
             DISPLAY "RETENCION GANANCIAS: $" WS-IMP-EDIT
             MOVE OPG-RET-IIBB TO WS-IMP-EDIT
             DISPLAY "RETENCION IIBB:      $" WS-IMP-EDIT
             MOVE OPG-NETO TO WS-IMP-EDIT
             DISPLAY "NETO PAGADO:         $" WS-IMP-EDIT
           END-IF.

         CARGAR-CUENTAS-GL.
           OPEN INPUT CUENTAS.
           IF CUENTAS-OK
             PERFORM CARGAR-UNA-CUENTA UNTIL CUENTAS-EOF
           END-IF.
           CLOSE CUENTAS.

         CARGAR-UNA-CUENTA.
           READ CUENTAS RECORD
             AT END CONTINUE
           END-READ.
           IF NOT CUENTAS-EOF
             EVALUATE CTA-ROL
               WHEN "PROVEEDOR"
                 MOVE CTA-CUENTA TO WS-CTA-PROVEEDOR
               WHEN "BANCOS"
                 MOVE CTA-CUENTA TO WS-CTA-BANCOS
               WHEN "RETGANDEP"
                 MOVE CTA-CUENTA TO WS-CTA-RETGANDEP
               WHEN "RETIIBBDEP"
                 MOVE CTA-CUENTA TO WS-CTA-RETIIBBDEP
             END-EVALUATE
           END-IF.

         CARGAR-ESCALA-GAN.
           OPEN INPUT ESCGAN.
           IF ESCGAN-OK
             PERFORM CARGAR-UNA-ESCALA UNTIL ESCGAN-EOF
           END-IF.
           CLOSE ESCGAN.

         CARGAR-UNA-ESCALA.
           READ ESCGAN RECORD
             AT END CONTINUE
           END-READ.
           IF NOT ESCGAN-EOF AND WS-T-EGN-COUNT < 20
             ADD 1 TO WS-T-EGN-COUNT
             MOVE EGN-COND TO WS-T-EGN-COND(WS-T-EGN-COUNT)
             MOVE EGN-REGIMEN TO WS-T-EGN-REGIMEN(WS-T-EGN-COUNT)
             MOVE EGN-ALICUOTA TO WS-T-EGN-ALIC(WS-T-EGN-COUNT)
             MOVE EGN-MNS TO WS-T-EGN-MNS(WS-T-EGN-COUNT)
             MOVE EGN-MIN-RET TO WS-T-EGN-MIN(WS-T-EGN-COUNT)
           END-IF.

         LISTAR1.
