       IDENTIFICATION DIVISION.

       PROGRAM-ID. LIBROIVAC.

      * Libro IVA Compras del periodo: facturas de subcontratistas
      * (FACPROV.DAT) y comprobantes de proveedores generales
      * (FACCOMPRAS.DAT). Ademas del listado graba los dos archivos
      * del Libro IVA Digital de compras (comprobantes y alicuotas).

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPR-KEY
               FILE STATUS IS FPR-FS.

           SELECT FCP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCP-KEY
               FILE STATUS IS FCP-FS.

           SELECT PRV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CODIGO
               ALTERNATE RECORD KEY IS PRV-CONS WITH DUPLICATES
               FILE STATUS IS PRV-FS.

           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS CON-FS.

           SELECT LIBRO ASSIGN TO "LIBRO_IVA_COMPRAS.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIBRO-FS.

           SELECT CBTE ASSIGN TO "LIBRO_IVA_DIGITAL_COMPRAS_CBTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CBTE-FS.

           SELECT ALIC ASSIGN TO
               "LIBRO_IVA_DIGITAL_COMPRAS_ALICUOTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALIC-FS.

       DATA DIVISION.

       FILE SECTION.

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

       FD FCP
           VALUE OF FILE-ID IS "FACCOMPRAS.DAT".
       01 FCP-REG.
           02 FCP-KEY.
               03 FCP-PROVEEDOR PIC 9(4).
               03 FCP-TIPO PIC X(2).
                   88 FCP-FACTURA VALUE "FC".
                   88 FCP-NOTA-CREDITO VALUE "NC".
                   88 FCP-NOTA-DEBITO VALUE "ND".
               03 FCP-LETRA PIC X.
               03 FCP-PTOVTA PIC 9(5).
               03 FCP-NRO-CBTE PIC 9(8).
           02 FCP-DATOS.
               03 FCP-FECHA PIC X(8).
               03 FCP-VENCIMIENTO PIC X(8).
               03 FCP-EMPRESA PIC X(3).
               03 FCP-CONCEPTO PIC X(30).
               03 FCP-NO-GRAVADO PIC S9(9)V99.
               03 FCP-EXENTO PIC S9(9)V99.
               03 FCP-IVA OCCURS 3 TIMES.
                   05 FCP-IVA-NETO PIC S9(9)V99.
                   05 FCP-IVA-IMPORTE PIC S9(9)V99.
               03 FCP-PERC-IVA PIC S9(9)V99.
               03 FCP-PERC-IIBB PIC S9(9)V99.
               03 FCP-TOTAL PIC S9(9)V99.

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

       FD LIBRO
           LABEL RECORD OMITTED.
       01 LIBRO-LINEA PIC X(132).

       FD CBTE
           LABEL RECORD OMITTED.
       01 CBTE-LINEA PIC X(325).

       FD ALIC
           LABEL RECORD OMITTED.
       01 ALIC-LINEA PIC X(84).

       WORKING-STORAGE SECTION.

       01 FPR-FS                       PIC X(2).
       01 FCP-FS                       PIC X(2).
       01 PRV-FS                       PIC X(2).
       01 CON-FS                       PIC X(2).
       01 LIBRO-FS                     PIC X(2).
       01 CBTE-FS                      PIC X(2).
       01 ALIC-FS                      PIC X(2).

       01 WS-PERIODO                   PIC X(6).
       01 WS-EMPRESA                   PIC X(3).
       01 WS-HAY-FPR                   PIC X VALUE 'N'.
       01 WS-HAY-FCP                   PIC X VALUE 'N'.
       01 WS-HAY-PRV                   PIC X VALUE 'N'.
       01 WS-FPR-EOF                   PIC X.
       01 WS-FCP-EOF                   PIC X.
       01 WS-PRV-EXISTE                PIC X.
       01 WS-K                         PIC 9.
       01 WS-SIGNO                     PIC S9 VALUE 1.

      * Comprobante en curso, de cualquiera de los dos archivos.
       01 WS-DOC-FECHA                 PIC X(8).
       01 WS-DOC-TIPO                  PIC X(2).
       01 WS-DOC-LETRA                 PIC X.
       01 WS-DOC-PTOVTA                PIC 9(5).
       01 WS-DOC-NRO                   PIC 9(8).
       01 WS-DOC-CUIT                  PIC 9(11).
       01 WS-DOC-NOMBRE                PIC X(30).
       01 WS-DOC-NO-GRAVADO            PIC S9(9)V99.
       01 WS-DOC-EXENTO                PIC S9(9)V99.
       01 WS-DOC-PERC-IVA              PIC S9(9)V99.
       01 WS-DOC-PERC-IIBB             PIC S9(9)V99.
       01 WS-DOC-TOTAL                 PIC S9(9)V99.
       01 WS-DOC-IVA.
           03 WS-DOC-IVA-CAMPO OCCURS 3 TIMES.
               05 WS-DOC-IVA-NETO      PIC S9(9)V99.
               05 WS-DOC-IVA-IMPORTE   PIC S9(9)V99.
       01 WS-DOC-COD-CBTE              PIC 9(3).
       01 WS-DOC-CANT-ALIC             PIC 9.
       01 WS-DOC-NETO                  PIC S9(11)V99.
       01 WS-DOC-IVA-TOT               PIC S9(11)V99.
       01 WS-DOC-OTROS                 PIC S9(11)V99.

      * Codigos de alicuota del Libro IVA Digital por posicion:
      * 21% = 0005, 10,5% = 0004, 27% = 0006.
       01 WS-COD-ALIC-VAL              PIC X(12)
           VALUE "000500040006".
       01 WS-COD-ALIC REDEFINES WS-COD-ALIC-VAL.
           03 WS-COD-ALIC-CAMPO        PIC X(4) OCCURS 3 TIMES.
       01 WS-TXT-ALIC-VAL              PIC X(15)
           VALUE "21%  10,5%27%  ".
       01 WS-TXT-ALIC REDEFINES WS-TXT-ALIC-VAL.
           03 WS-TXT-ALIC-CAMPO        PIC X(5) OCCURS 3 TIMES.

       01 WS-T-TASA.
           03 WS-T-TASA-CAMPO OCCURS 3 TIMES.
               05 WS-T-TASA-NETO       PIC S9(11)V99.
               05 WS-T-TASA-IVA        PIC S9(11)V99.

       01 WS-TOT-NETO                  PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-IVA                   PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-OTROS                 PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-PERC                  PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01 WS-CANT-LINEAS               PIC 9(5) VALUE ZERO.
       01 WS-CANT-SIN-DATOS            PIC 9(5) VALUE ZERO.

      * Registro de comprobantes de compras del Libro IVA Digital.
       01 WS-CBT-REG.
           03 WS-CBT-FECHA             PIC X(8).
           03 WS-CBT-TIPO              PIC 9(3).
           03 WS-CBT-PTOVTA            PIC 9(5).
           03 WS-CBT-NRO               PIC 9(20).
           03 WS-CBT-DESPACHO          PIC X(16) VALUE SPACES.
           03 WS-CBT-COD-DOC           PIC X(2) VALUE "80".
           03 WS-CBT-NRO-DOC           PIC 9(20).
           03 WS-CBT-NOMBRE            PIC X(30).
           03 WS-CBT-TOTAL             PIC 9(13)V99.
           03 WS-CBT-NO-GRAVADO        PIC 9(13)V99.
           03 WS-CBT-EXENTO            PIC 9(13)V99.
           03 WS-CBT-PERC-IVA          PIC 9(13)V99.
           03 WS-CBT-PERC-NAC          PIC 9(13)V99 VALUE ZERO.
           03 WS-CBT-PERC-IIBB         PIC 9(13)V99.
           03 WS-CBT-PERC-MUNI         PIC 9(13)V99 VALUE ZERO.
           03 WS-CBT-INTERNOS          PIC 9(13)V99 VALUE ZERO.
           03 WS-CBT-MONEDA            PIC X(3) VALUE "PES".
           03 WS-CBT-CAMBIO            PIC X(10) VALUE "0001000000".
           03 WS-CBT-CANT-ALIC         PIC 9.
           03 WS-CBT-COD-OPER          PIC X.
           03 WS-CBT-CRED-FISCAL       PIC 9(13)V99.
           03 WS-CBT-OTROS-TRIB        PIC 9(13)V99 VALUE ZERO.
           03 WS-CBT-CUIT-CORREDOR     PIC 9(11) VALUE ZERO.
           03 WS-CBT-NOM-CORREDOR      PIC X(30) VALUE SPACES.
           03 WS-CBT-IVA-COMISION      PIC 9(13)V99 VALUE ZERO.

      * Registro de alicuotas de compras del Libro IVA Digital.
       01 WS-ALI-REG.
           03 WS-ALI-TIPO              PIC 9(3).
           03 WS-ALI-PTOVTA            PIC 9(5).
           03 WS-ALI-NRO               PIC 9(20).
           03 WS-ALI-COD-DOC           PIC X(2) VALUE "80".
           03 WS-ALI-NRO-DOC           PIC 9(20).
           03 WS-ALI-NETO              PIC 9(13)V99.
           03 WS-ALI-ALICUOTA          PIC X(4).
           03 WS-ALI-IVA               PIC 9(13)V99.

       01 WS-ENC-LIBRO.
           03 FILLER PIC X(29)
               VALUE "LIBRO IVA COMPRAS - PERIODO ".
           03 WS-ENC-LIBRO-PER PIC X(6).
           03 FILLER PIC X(10) VALUE "  EMPRESA ".
           03 WS-ENC-LIBRO-EMP PIC X(5).

       01 WS-ENC-COL PIC X(132) VALUE
           "FECHA    TP COMPROBANTE      PROVEEDOR CUIT
      -    "            NETO GRAV        IVA  NG/EXENTO     PERCEP
      -    "       TOTAL".

       01 WS-LIN-DOC.
           03 WS-LIN-FECHA         PIC X(8).
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-TIPO          PIC X(2).
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-LETRA         PIC X.
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-PTOVTA        PIC 9(5).
           03 FILLER               PIC X VALUE "-".
           03 WS-LIN-NRO           PIC 9(8).
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-NOMBRE        PIC X(20).
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-CUIT          PIC 9(11).
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-NETO          PIC -ZZZ.ZZZ.Z99,99.
           03 WS-LIN-IVA           PIC -ZZZ.Z99,99.
           03 WS-LIN-OTROS         PIC -ZZZ.Z99,99.
           03 WS-LIN-PERC          PIC -ZZZ.Z99,99.
           03 WS-LIN-TOTAL         PIC -ZZZ.ZZZ.Z99,99.

       01 WS-LIN-TOT.
           03 FILLER               PIC X(66)
               VALUE "TOTALES DEL PERIODO".
           03 WS-LIN-TOT-NETO      PIC -ZZZ.ZZZ.Z99,99.
           03 WS-LIN-TOT-IVA       PIC -ZZZ.Z99,99.
           03 WS-LIN-TOT-OTROS     PIC -ZZZ.Z99,99.
           03 WS-LIN-TOT-PERC      PIC -ZZZ.Z99,99.
           03 WS-LIN-TOT-TOTAL     PIC -ZZZ.ZZZ.Z99,99.

       01 WS-LIN-TASA.
           03 FILLER               PIC X(9) VALUE "  IVA AL ".
           03 WS-LIN-TASA-PCT      PIC X(5).
           03 FILLER               PIC X(8) VALUE "  NETO $".
           03 WS-LIN-TASA-NETO     PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X(8) VALUE "  IVA  $".
           03 WS-LIN-TASA-IVA      PIC -ZZZ.ZZZ.Z99,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF WS-HAY-FPR = 'S'
               PERFORM 100-RECORRER-FACPROV UNTIL WS-FPR-EOF = 'S'
           END-IF.
           IF WS-HAY-FCP = 'S'
               PERFORM 200-RECORRER-COMPRAS UNTIL WS-FCP-EOF = 'S'
           END-IF.
           PERFORM 400-TOTALES.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "LIBRO IVA COMPRAS".
           DISPLAY "INGRESE EL PERIODO FISCAL (AAAAMM): ".
           ACCEPT WS-PERIODO.
           DISPLAY "INGRESE LA EMPRESA (EN BLANCO=TODAS): ".
           MOVE SPACES TO WS-EMPRESA.
           ACCEPT WS-EMPRESA.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               MOVE ZERO TO WS-T-TASA-NETO(WS-K)
               MOVE ZERO TO WS-T-TASA-IVA(WS-K)
           END-PERFORM.
           OPEN INPUT FPR.
           IF FPR-FS = '00'
               MOVE 'S' TO WS-HAY-FPR
           END-IF.
           OPEN INPUT FCP.
           IF FCP-FS = '00'
               MOVE 'S' TO WS-HAY-FCP
           END-IF.
           OPEN INPUT PRV.
           IF PRV-FS = '00'
               MOVE 'S' TO WS-HAY-PRV
           END-IF.
           OPEN INPUT CON.
           OPEN OUTPUT LIBRO.
           OPEN OUTPUT CBTE.
           OPEN OUTPUT ALIC.
           MOVE WS-PERIODO TO WS-ENC-LIBRO-PER.
           MOVE WS-EMPRESA TO WS-ENC-LIBRO-EMP.
           MOVE WS-ENC-LIBRO TO LIBRO-LINEA.
           WRITE LIBRO-LINEA.
           MOVE WS-ENC-COL TO LIBRO-LINEA.
           WRITE LIBRO-LINEA.
           MOVE 'N' TO WS-FPR-EOF.
           IF WS-HAY-FPR = 'S'
               MOVE LOW-VALUE TO FPR-KEY
               START FPR KEY IS NOT LESS THAN FPR-KEY
                   INVALID KEY MOVE 'S' TO WS-FPR-EOF
               END-START
           END-IF.
           MOVE 'N' TO WS-FCP-EOF.
           IF WS-HAY-FCP = 'S'
               MOVE LOW-VALUE TO FCP-KEY
               START FCP KEY IS NOT LESS THAN FCP-KEY
                   INVALID KEY MOVE 'S' TO WS-FCP-EOF
               END-START
           END-IF.

      * Facturas de subcontratistas: la empresa es la del consultor y
      * el CUIT el de su proveedor en PROVEEDORES.DAT.
       100-RECORRER-FACPROV.
           READ FPR NEXT RECORD
               AT END MOVE 'S' TO WS-FPR-EOF
           END-READ.
           IF WS-FPR-EOF = 'N' AND FPR-FECHA(1:6) = WS-PERIODO
               MOVE FPR-CONS TO CON-COD-CONS
               READ CON
                   INVALID KEY MOVE SPACES TO CON-EMPRESA
                               MOVE SPACES TO CON-APEYNOM
               END-READ
               IF WS-EMPRESA = SPACES OR CON-EMPRESA = WS-EMPRESA
                   PERFORM 110-CARGAR-FACPROV
               END-IF
           END-IF.

       110-CARGAR-FACPROV.
           MOVE 'N' TO WS-PRV-EXISTE.
           IF WS-HAY-PRV = 'S'
               MOVE FPR-CONS TO PRV-CONS
               START PRV KEY IS EQUAL TO PRV-CONS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ PRV NEXT RECORD
                           AT END CONTINUE
                           NOT AT END MOVE 'S' TO WS-PRV-EXISTE
                       END-READ
               END-START
           END-IF.
           IF WS-PRV-EXISTE = 'S'
               MOVE PRV-CUIT TO WS-DOC-CUIT
               MOVE PRV-RAZON-SOCIAL TO WS-DOC-NOMBRE
           ELSE
               MOVE ZERO TO WS-DOC-CUIT
               MOVE CON-APEYNOM TO WS-DOC-NOMBRE
           END-IF.
           MOVE FPR-FECHA TO WS-DOC-FECHA.
           MOVE "FC" TO WS-DOC-TIPO.
           MOVE FPR-LETRA TO WS-DOC-LETRA.
           MOVE FPR-PTOVTA TO WS-DOC-PTOVTA.
           MOVE FPR-NRO-CBTE TO WS-DOC-NRO.
           MOVE FPR-NO-GRAVADO TO WS-DOC-NO-GRAVADO.
           MOVE FPR-EXENTO TO WS-DOC-EXENTO.
           MOVE FPR-PERC-IVA TO WS-DOC-PERC-IVA.
           MOVE FPR-PERC-IIBB TO WS-DOC-PERC-IIBB.
           MOVE FPR-IMPORTE TO WS-DOC-TOTAL.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               MOVE FPR-IVA-NETO(WS-K) TO WS-DOC-IVA-NETO(WS-K)
               MOVE FPR-IVA-IMPORTE(WS-K) TO WS-DOC-IVA-IMPORTE(WS-K)
           END-PERFORM.
      *    Facturas cargadas antes de los datos fiscales: van al
      *    listado por el total pero no al libro digital.
           IF FPR-LETRA = SPACE
               ADD 1 TO WS-CANT-SIN-DATOS
               MOVE ZERO TO WS-DOC-PTOVTA
               MOVE ZERO TO WS-DOC-NRO
           END-IF.
           PERFORM 300-GRABAR-COMPROBANTE.

       200-RECORRER-COMPRAS.
           READ FCP NEXT RECORD
               AT END MOVE 'S' TO WS-FCP-EOF
           END-READ.
           IF WS-FCP-EOF = 'N' AND FCP-FECHA(1:6) = WS-PERIODO
               AND (WS-EMPRESA = SPACES OR FCP-EMPRESA = WS-EMPRESA)
               PERFORM 210-CARGAR-COMPRA
           END-IF.

       210-CARGAR-COMPRA.
           MOVE 'N' TO WS-PRV-EXISTE.
           IF WS-HAY-PRV = 'S'
               MOVE FCP-PROVEEDOR TO PRV-CODIGO
               MOVE 'S' TO WS-PRV-EXISTE
               READ PRV
                   INVALID KEY MOVE 'N' TO WS-PRV-EXISTE
               END-READ
           END-IF.
           IF WS-PRV-EXISTE = 'S'
               MOVE PRV-CUIT TO WS-DOC-CUIT
               MOVE PRV-RAZON-SOCIAL TO WS-DOC-NOMBRE
           ELSE
               MOVE ZERO TO WS-DOC-CUIT
               MOVE SPACES TO WS-DOC-NOMBRE
           END-IF.
           MOVE FCP-FECHA TO WS-DOC-FECHA.
           MOVE FCP-TIPO TO WS-DOC-TIPO.
           MOVE FCP-LETRA TO WS-DOC-LETRA.
           MOVE FCP-PTOVTA TO WS-DOC-PTOVTA.
           MOVE FCP-NRO-CBTE TO WS-DOC-NRO.
           MOVE FCP-NO-GRAVADO TO WS-DOC-NO-GRAVADO.
           MOVE FCP-EXENTO TO WS-DOC-EXENTO.
           MOVE FCP-PERC-IVA TO WS-DOC-PERC-IVA.
           MOVE FCP-PERC-IIBB TO WS-DOC-PERC-IIBB.
           MOVE FCP-TOTAL TO WS-DOC-TOTAL.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               MOVE FCP-IVA-NETO(WS-K) TO WS-DOC-IVA-NETO(WS-K)
               MOVE FCP-IVA-IMPORTE(WS-K) TO WS-DOC-IVA-IMPORTE(WS-K)
           END-PERFORM.
           PERFORM 300-GRABAR-COMPROBANTE.

      * Linea del listado (las notas de credito restan) y, si el
      * comprobante tiene datos fiscales, registros del libro digital
      * (siempre en positivo; el tipo de comprobante da el signo).
       300-GRABAR-COMPROBANTE.
           IF WS-DOC-TIPO = "NC"
               MOVE -1 TO WS-SIGNO
           ELSE
               MOVE 1 TO WS-SIGNO
           END-IF.
           MOVE ZERO TO WS-DOC-NETO.
           MOVE ZERO TO WS-DOC-IVA-TOT.
           MOVE ZERO TO WS-DOC-CANT-ALIC.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               ADD WS-DOC-IVA-NETO(WS-K) TO WS-DOC-NETO
               ADD WS-DOC-IVA-IMPORTE(WS-K) TO WS-DOC-IVA-TOT
               IF WS-DOC-IVA-NETO(WS-K) NOT = ZERO
                   ADD 1 TO WS-DOC-CANT-ALIC
                   COMPUTE WS-T-TASA-NETO(WS-K) =
                       WS-T-TASA-NETO(WS-K)
                       + WS-DOC-IVA-NETO(WS-K) * WS-SIGNO
                   COMPUTE WS-T-TASA-IVA(WS-K) =
                       WS-T-TASA-IVA(WS-K)
                       + WS-DOC-IVA-IMPORTE(WS-K) * WS-SIGNO
               END-IF
           END-PERFORM.
      *    En B y C el IVA no esta discriminado: todo el total va a la
      *    columna de no gravado/exento del listado.
           IF WS-DOC-LETRA = 'A' OR WS-DOC-LETRA = 'M'
               ADD WS-DOC-NO-GRAVADO WS-DOC-EXENTO GIVING WS-DOC-OTROS
           ELSE
               MOVE WS-DOC-TOTAL TO WS-DOC-OTROS
           END-IF.
           MOVE WS-DOC-FECHA TO WS-LIN-FECHA.
           MOVE WS-DOC-TIPO TO WS-LIN-TIPO.
           MOVE WS-DOC-LETRA TO WS-LIN-LETRA.
           MOVE WS-DOC-PTOVTA TO WS-LIN-PTOVTA.
           MOVE WS-DOC-NRO TO WS-LIN-NRO.
           MOVE WS-DOC-NOMBRE TO WS-LIN-NOMBRE.
           MOVE WS-DOC-CUIT TO WS-LIN-CUIT.
           COMPUTE WS-LIN-NETO = WS-DOC-NETO * WS-SIGNO.
           COMPUTE WS-LIN-IVA = WS-DOC-IVA-TOT * WS-SIGNO.
           COMPUTE WS-LIN-OTROS = WS-DOC-OTROS * WS-SIGNO.
           COMPUTE WS-LIN-PERC =
               (WS-DOC-PERC-IVA + WS-DOC-PERC-IIBB) * WS-SIGNO.
           COMPUTE WS-LIN-TOTAL = WS-DOC-TOTAL * WS-SIGNO.
           MOVE WS-LIN-DOC TO LIBRO-LINEA.
           WRITE LIBRO-LINEA.
           COMPUTE WS-TOT-NETO = WS-TOT-NETO + WS-DOC-NETO * WS-SIGNO.
           COMPUTE WS-TOT-IVA = WS-TOT-IVA + WS-DOC-IVA-TOT * WS-SIGNO.
           COMPUTE WS-TOT-OTROS =
               WS-TOT-OTROS + WS-DOC-OTROS * WS-SIGNO.
           COMPUTE WS-TOT-PERC = WS-TOT-PERC
               + (WS-DOC-PERC-IVA + WS-DOC-PERC-IIBB) * WS-SIGNO.
           COMPUTE WS-TOT-TOTAL =
               WS-TOT-TOTAL + WS-DOC-TOTAL * WS-SIGNO.
           ADD 1 TO WS-CANT-LINEAS.
           IF WS-DOC-LETRA NOT = SPACE
               PERFORM 310-GRABAR-DIGITAL
           END-IF.

       310-GRABAR-DIGITAL.
           PERFORM 320-CODIGO-COMPROBANTE.
           MOVE WS-DOC-FECHA TO WS-CBT-FECHA.
           MOVE WS-DOC-COD-CBTE TO WS-CBT-TIPO.
           MOVE WS-DOC-PTOVTA TO WS-CBT-PTOVTA.
           MOVE WS-DOC-NRO TO WS-CBT-NRO.
           MOVE WS-DOC-CUIT TO WS-CBT-NRO-DOC.
           MOVE WS-DOC-NOMBRE TO WS-CBT-NOMBRE.
           MOVE WS-DOC-TOTAL TO WS-CBT-TOTAL.
           MOVE WS-DOC-PERC-IVA TO WS-CBT-PERC-IVA.
           MOVE WS-DOC-PERC-IIBB TO WS-CBT-PERC-IIBB.
           IF WS-DOC-LETRA = 'A' OR WS-DOC-LETRA = 'M'
               MOVE WS-DOC-NO-GRAVADO TO WS-CBT-NO-GRAVADO
               MOVE WS-DOC-EXENTO TO WS-CBT-EXENTO
               MOVE WS-DOC-IVA-TOT TO WS-CBT-CRED-FISCAL
      *        Una A sin neto gravado lleva igual una alicuota en cero.
               IF WS-DOC-CANT-ALIC = ZERO
                   MOVE 1 TO WS-CBT-CANT-ALIC
               ELSE
                   MOVE WS-DOC-CANT-ALIC TO WS-CBT-CANT-ALIC
               END-IF
               EVALUATE TRUE
                   WHEN WS-DOC-NETO NOT = ZERO
                       MOVE "0" TO WS-CBT-COD-OPER
                   WHEN WS-DOC-EXENTO NOT = ZERO
                       MOVE "E" TO WS-CBT-COD-OPER
                   WHEN OTHER
                       MOVE "N" TO WS-CBT-COD-OPER
               END-EVALUATE
           ELSE
               MOVE ZERO TO WS-CBT-NO-GRAVADO
               MOVE ZERO TO WS-CBT-EXENTO
               MOVE ZERO TO WS-CBT-CRED-FISCAL
               MOVE ZERO TO WS-CBT-CANT-ALIC
               MOVE "0" TO WS-CBT-COD-OPER
           END-IF.
           MOVE WS-CBT-REG TO CBTE-LINEA.
           WRITE CBTE-LINEA.
           IF WS-DOC-LETRA = 'A' OR WS-DOC-LETRA = 'M'
               MOVE WS-DOC-COD-CBTE TO WS-ALI-TIPO
               MOVE WS-DOC-PTOVTA TO WS-ALI-PTOVTA
               MOVE WS-DOC-NRO TO WS-ALI-NRO
               MOVE WS-DOC-CUIT TO WS-ALI-NRO-DOC
               IF WS-DOC-CANT-ALIC = ZERO
                   MOVE ZERO TO WS-ALI-NETO
                   MOVE "0003" TO WS-ALI-ALICUOTA
                   MOVE ZERO TO WS-ALI-IVA
                   MOVE WS-ALI-REG TO ALIC-LINEA
                   WRITE ALIC-LINEA
               END-IF
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
                   IF WS-DOC-IVA-NETO(WS-K) NOT = ZERO
                       MOVE WS-DOC-IVA-NETO(WS-K) TO WS-ALI-NETO
                       MOVE WS-COD-ALIC-CAMPO(WS-K) TO WS-ALI-ALICUOTA
                       MOVE WS-DOC-IVA-IMPORTE(WS-K) TO WS-ALI-IVA
                       MOVE WS-ALI-REG TO ALIC-LINEA
                       WRITE ALIC-LINEA
                   END-IF
               END-PERFORM
           END-IF.

      * Tipo de comprobante de la tabla de AFIP segun letra y clase.
       320-CODIGO-COMPROBANTE.
           EVALUATE WS-DOC-LETRA ALSO WS-DOC-TIPO
               WHEN 'A' ALSO "FC" MOVE 1 TO WS-DOC-COD-CBTE
               WHEN 'A' ALSO "ND" MOVE 2 TO WS-DOC-COD-CBTE
               WHEN 'A' ALSO "NC" MOVE 3 TO WS-DOC-COD-CBTE
               WHEN 'B' ALSO "FC" MOVE 6 TO WS-DOC-COD-CBTE
               WHEN 'B' ALSO "ND" MOVE 7 TO WS-DOC-COD-CBTE
               WHEN 'B' ALSO "NC" MOVE 8 TO WS-DOC-COD-CBTE
               WHEN 'C' ALSO "FC" MOVE 11 TO WS-DOC-COD-CBTE
               WHEN 'C' ALSO "ND" MOVE 12 TO WS-DOC-COD-CBTE
               WHEN 'C' ALSO "NC" MOVE 13 TO WS-DOC-COD-CBTE
               WHEN 'M' ALSO "FC" MOVE 51 TO WS-DOC-COD-CBTE
               WHEN 'M' ALSO "ND" MOVE 52 TO WS-DOC-COD-CBTE
               WHEN 'M' ALSO "NC" MOVE 53 TO WS-DOC-COD-CBTE
               WHEN OTHER MOVE 1 TO WS-DOC-COD-CBTE
           END-EVALUATE.

       400-TOTALES.
           MOVE SPACES TO LIBRO-LINEA.
           WRITE LIBRO-LINEA.
           MOVE WS-TOT-NETO TO WS-LIN-TOT-NETO.
           MOVE WS-TOT-IVA TO WS-LIN-TOT-IVA.
           MOVE WS-TOT-OTROS TO WS-LIN-TOT-OTROS.
           MOVE WS-TOT-PERC TO WS-LIN-TOT-PERC.
           MOVE WS-TOT-TOTAL TO WS-LIN-TOT-TOTAL.
           MOVE WS-LIN-TOT TO LIBRO-LINEA.
           WRITE LIBRO-LINEA.
           MOVE SPACES TO LIBRO-LINEA.
           WRITE LIBRO-LINEA.
           MOVE "CREDITO FISCAL POR ALICUOTA:" TO LIBRO-LINEA.
           WRITE LIBRO-LINEA.
           PERFORM 410-IMPRIMIR-TASA
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3.

       410-IMPRIMIR-TASA.
           IF WS-T-TASA-NETO(WS-K) NOT = ZERO OR
               WS-T-TASA-IVA(WS-K) NOT = ZERO
               MOVE WS-TXT-ALIC-CAMPO(WS-K) TO WS-LIN-TASA-PCT
               MOVE WS-T-TASA-NETO(WS-K) TO WS-LIN-TASA-NETO
               MOVE WS-T-TASA-IVA(WS-K) TO WS-LIN-TASA-IVA
               MOVE WS-LIN-TASA TO LIBRO-LINEA
               WRITE LIBRO-LINEA
           END-IF.

       900-FIN.
           IF WS-HAY-FPR = 'S'
               CLOSE FPR
           END-IF.
           IF WS-HAY-FCP = 'S'
               CLOSE FCP
           END-IF.
           IF WS-HAY-PRV = 'S'
               CLOSE PRV
           END-IF.
           CLOSE CON.
           CLOSE LIBRO.
           CLOSE CBTE.
           CLOSE ALIC.
           DISPLAY "LINEAS DEL LIBRO: " WS-CANT-LINEAS.
           IF WS-CANT-SIN-DATOS > ZERO
               DISPLAY "FACTURAS DE SUBCONTRATISTAS SIN DATOS FISCALES "
                   "(FUERA DEL LIBRO DIGITAL): " WS-CANT-SIN-DATOS
           END-IF.
           DISPLAY "LIBRO GRABADO EN LIBRO_IVA_COMPRAS.PRN".
           DISPLAY "LIBRO DIGITAL EN LIBRO_IVA_DIGITAL_COMPRAS_CBTE.TXT"
               " Y LIBRO_IVA_DIGITAL_COMPRAS_ALICUOTAS.TXT".

       END PROGRAM LIBROIVAC.
