       IDENTIFICATION DIVISION.
         PROGRAM-ID. PROVEEDORES.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      *    Datos fiscales de proveedores. Un subcontratista se liga a
      *    su codigo de consultor; los demas proveedores van con
      *    consultor cero.
           SELECT PRV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRV-CODIGO
           ALTERNATE RECORD KEY IS PRV-CONS WITH DUPLICATES
           FILE STATUS IS PRV-FS.

      *    Comprobantes de compra de proveedores que no son
      *    subcontratistas (los de subcontratistas van en FACPROV.DAT).
           SELECT FCP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FCP-KEY
           FILE STATUS IS FCP-FS.

           SELECT CON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CON-COD-CONS
           FILE STATUS IS CON-FS.

       DATA DIVISION.
        FILE SECTION.
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

      *  El IVA va por alicuota en posicion fija: 1 = 21%,
      *  2 = 10,5%, 3 = 27%. Las notas de credito se cargan en
      *  positivo; el tipo da el signo.
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

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 PRV-FS PIC X(2).
          01 CON-FS PIC X(2).
          01 FCP-FS PIC X(2).
          01 WS-FCP-EOF PIC X.
          01 WS-PROVEEDOR PIC 9(4).
          01 WS-F PIC 9.
          01 WS-IMP-EDIT PIC -ZZZ.ZZZ.Z99,99.
          01 WS-PRV-EOF PIC X.
          01 WS-CODIGO-ALTA PIC 9(4).
          01 WS-ALIC-EDIT PIC Z9,99.

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O PRV.
          IF PRV-FS NOT = '00'
              OPEN OUTPUT PRV
              CLOSE PRV
              OPEN I-O PRV
          END-IF.
          OPEN INPUT CON.
          OPEN I-O FCP.
          IF FCP-FS NOT = '00'
              OPEN OUTPUT FCP
              CLOSE FCP
              OPEN I-O FCP
          END-IF.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE PROVEEDORES::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=ALTA DE PROVEEDOR"
          DISPLAY "    2=MODIFICAR PROVEEDOR"
          DISPLAY "    3=LISTAR PROVEEDORES"
          DISPLAY "    4=CARGAR COMPROBANTE DE COMPRA"
          DISPLAY "    5=COMPROBANTES DE COMPRA DE UN PROVEEDOR"
          display "    0=EXIT"
          ACCEPT choice

          EVALUATE CHOICE
           WHEN 1 PERFORM ALTA1
           WHEN 2 PERFORM MODIFICAR1
           WHEN 3 PERFORM LISTAR1
           WHEN 4 PERFORM COMPRA1
           WHEN 5 PERFORM COMPRAS-LISTAR1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE PRV.
         CLOSE CON.
         CLOSE FCP.
         STOP RUN.

         ALTA1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CODIGO DE PROVEEDOR".
           ACCEPT PRV-CODIGO.
           MOVE PRV-CODIGO TO WS-CODIGO-ALTA.
           MOVE 'Y' TO REXIST.
           READ PRV
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'Y' OR WS-CODIGO-ALTA = ZERO
             DISPLAY "  CODIGO INVALIDO O YA EXISTENTE"
           ELSE
             MOVE WS-CODIGO-ALTA TO PRV-CODIGO
             DISPLAY "ENTER THE  CONSULTOR SUBCONTRATISTA (0=NINGUNO)"
             ACCEPT PRV-CONS
             PERFORM VALIDAR-CONSULTOR
             IF REXIST = 'Y'
               PERFORM PEDIR-DATOS
               WRITE PRV-REG
                 INVALID KEY DISPLAY "  RECORD IS ALREADY EXIST"
               END-WRITE
               DISPLAY "  PROVEEDOR REGISTRADO"
             END-IF
           END-IF.

      *  Un consultor subcontratista tiene un solo proveedor: es el
      *  que toman las ordenes de pago de SUBCONTRATA.
         VALIDAR-CONSULTOR.
           MOVE 'Y' TO REXIST.
           IF PRV-CONS NOT = ZERO
             MOVE PRV-CONS TO CON-COD-CONS
             READ CON
               INVALID KEY MOVE 'N' TO REXIST
             END-READ
             IF REXIST = 'N'
               DISPLAY "  CONSULTOR NO EXISTE"
             ELSE
               IF NOT CON-SUBCONTRATISTA
                 MOVE 'N' TO REXIST
                 DISPLAY "  EL CONSULTOR NO ESTA MARCADO COMO "
                     "SUBCONTRATISTA EN CONSULTORES.DAT"
               ELSE
                 START PRV KEY IS EQUAL TO PRV-CONS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                     MOVE 'N' TO REXIST
                     DISPLAY "  EL CONSULTOR YA TIENE PROVEEDOR "
                         "CARGADO"
                 END-START
                 MOVE WS-CODIGO-ALTA TO PRV-CODIGO
               END-IF
             END-IF
           END-IF.

         PEDIR-DATOS.
           DISPLAY "ENTER THE  RAZON SOCIAL".
           ACCEPT PRV-RAZON-SOCIAL.
           DISPLAY "ENTER THE  DIRECCION".
           ACCEPT PRV-DIRECCION.
           DISPLAY "ENTER THE  CUIT (11 DIGITOS)".
           ACCEPT PRV-CUIT.
           DISPLAY "ENTER THE  CONDICION IVA (RI/MT/EX)".
           ACCEPT PRV-COND-IVA.
           DISPLAY "ENTER THE  CONDICION GANANCIAS (I=INSCRIPTO, "
               "N=NO INSCRIPTO, E=EXENTO)".
           ACCEPT PRV-COND-GAN.
           DISPLAY "ENTER THE  REGIMEN DE RETENCION GANANCIAS "
               "(094=LOCACION DE SERVICIOS)".
           ACCEPT PRV-REGIMEN-GAN.
           IF PRV-REGIMEN-GAN = ZERO
             MOVE 94 TO PRV-REGIMEN-GAN
           END-IF.
           DISPLAY "ENTER THE  ALICUOTA RETENCION IIBB".
           ACCEPT PRV-ALIC-IIBB.
           DISPLAY "ENTER THE  JURISDICCION IIBB".
           ACCEPT PRV-JURISDICCION.

         MODIFICAR1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CODIGO DE PROVEEDOR".
           ACCEPT PRV-CODIGO.
           MOVE 'Y' TO REXIST.
           READ PRV
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  PROVEEDOR NO EXISTE"
           ELSE
             MOVE PRV-ALIC-IIBB TO WS-ALIC-EDIT
             DISPLAY "RAZON SOCIAL: " PRV-RAZON-SOCIAL
             DISPLAY "CUIT: " PRV-CUIT "  IVA: " PRV-COND-IVA
                 "  GANANCIAS: " PRV-COND-GAN " " PRV-REGIMEN-GAN
             DISPLAY "IIBB: " WS-ALIC-EDIT " " PRV-JURISDICCION
                 "  CONSULTOR: " PRV-CONS
             PERFORM PEDIR-DATOS
             REWRITE PRV-REG
               INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR"
             END-REWRITE
             DISPLAY "  PROVEEDOR ACTUALIZADO"
           END-IF.

         LISTAR1.
           DISPLAY " ".
           DISPLAY "COD  RAZON SOCIAL                   CUIT        IVA"
               " G REG  IIBB JUR CONS".
           MOVE ZERO TO PRV-CODIGO.
           MOVE 'N' TO WS-PRV-EOF.
           START PRV KEY IS NOT LESS THAN PRV-CODIGO
             INVALID KEY MOVE 'S' TO WS-PRV-EOF
           END-START.
           PERFORM LISTAR1-UNA UNTIL WS-PRV-EOF = 'S'.

         LISTAR1-UNA.
           READ PRV NEXT RECORD
             AT END MOVE 'S' TO WS-PRV-EOF
           END-READ.
           IF WS-PRV-EOF = 'N'
             MOVE PRV-ALIC-IIBB TO WS-ALIC-EDIT
             DISPLAY PRV-CODIGO " " PRV-RAZON-SOCIAL " " PRV-CUIT " "
                 PRV-COND-IVA "  " PRV-COND-GAN " " PRV-REGIMEN-GAN
                 " " WS-ALIC-EDIT " " PRV-JURISDICCION " " PRV-CONS
           END-IF.

      *  Comprobante de compra de un proveedor general, para el Libro
      *  IVA Compras. Una A o M discrimina IVA por alicuota; B y C van
      *  por el total.
         COMPRA1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CODIGO DE PROVEEDOR".
           ACCEPT PRV-CODIGO.
           MOVE 'Y' TO REXIST.
           READ PRV
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  PROVEEDOR NO EXISTE"
           ELSE
             IF PRV-CONS NOT = ZERO
               DISPLAY "  ES SUBCONTRATISTA: CARGUE LA FACTURA DESDE "
                   "SUBCONTRATA"
             ELSE
               PERFORM COMPRA1-DATOS
             END-IF
           END-IF.

         COMPRA1-DATOS.
           MOVE PRV-CODIGO TO FCP-PROVEEDOR.
           DISPLAY "ENTER THE  TIPO (FC=FACTURA, NC=NOTA DE CREDITO, "
               "ND=NOTA DE DEBITO)".
           ACCEPT FCP-TIPO.
           DISPLAY "ENTER THE  LETRA DEL COMPROBANTE (A/B/C/M)".
           ACCEPT FCP-LETRA.
           DISPLAY "ENTER THE  PUNTO DE VENTA".
           ACCEPT FCP-PTOVTA.
           DISPLAY "ENTER THE  NRO DE COMPROBANTE".
           ACCEPT FCP-NRO-CBTE.
           DISPLAY "ENTER THE  FECHA (AAAAMMDD)".
           ACCEPT FCP-FECHA.
           DISPLAY "ENTER THE  VENCIMIENTO (AAAAMMDD)".
           ACCEPT FCP-VENCIMIENTO.
           DISPLAY "ENTER THE  EMPRESA".
           ACCEPT FCP-EMPRESA.
           DISPLAY "ENTER THE  CONCEPTO".
           ACCEPT FCP-CONCEPTO.
           MOVE ZERO TO FCP-NO-GRAVADO.
           MOVE ZERO TO FCP-EXENTO.
           MOVE ZERO TO FCP-PERC-IVA.
           MOVE ZERO TO FCP-PERC-IIBB.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 3
             MOVE ZERO TO FCP-IVA-NETO(WS-F)
             MOVE ZERO TO FCP-IVA-IMPORTE(WS-F)
           END-PERFORM.
           IF FCP-LETRA = 'A' OR FCP-LETRA = 'M'
             DISPLAY "ENTER THE  NETO GRAVADO AL 21%"
             ACCEPT FCP-IVA-NETO(1)
             DISPLAY "ENTER THE  NETO GRAVADO AL 10,5%"
             ACCEPT FCP-IVA-NETO(2)
             DISPLAY "ENTER THE  NETO GRAVADO AL 27%"
             ACCEPT FCP-IVA-NETO(3)
             DISPLAY "ENTER THE  NO GRAVADO"
             ACCEPT FCP-NO-GRAVADO
             DISPLAY "ENTER THE  EXENTO"
             ACCEPT FCP-EXENTO
             DISPLAY "ENTER THE  PERCEPCION DE IVA SUFRIDA"
             ACCEPT FCP-PERC-IVA
             DISPLAY "ENTER THE  PERCEPCION DE IIBB SUFRIDA"
             ACCEPT FCP-PERC-IIBB
             COMPUTE FCP-IVA-IMPORTE(1) ROUNDED =
                 FCP-IVA-NETO(1) * 0,21
             COMPUTE FCP-IVA-IMPORTE(2) ROUNDED =
                 FCP-IVA-NETO(2) * 0,105
             COMPUTE FCP-IVA-IMPORTE(3) ROUNDED =
                 FCP-IVA-NETO(3) * 0,27
             COMPUTE FCP-TOTAL = FCP-IVA-NETO(1) + FCP-IVA-NETO(2)
                 + FCP-IVA-NETO(3) + FCP-IVA-IMPORTE(1)
                 + FCP-IVA-IMPORTE(2) + FCP-IVA-IMPORTE(3)
                 + FCP-NO-GRAVADO + FCP-EXENTO + FCP-PERC-IVA
                 + FCP-PERC-IIBB
           ELSE
             DISPLAY "ENTER THE  IMPORTE TOTAL"
             ACCEPT FCP-TOTAL
           END-IF.
           MOVE FCP-TOTAL TO WS-IMP-EDIT.
           DISPLAY "  TOTAL DEL COMPROBANTE: $" WS-IMP-EDIT.
           IF FCP-TIPO NOT = "FC" AND FCP-TIPO NOT = "NC"
               AND FCP-TIPO NOT = "ND"
             DISPLAY "  TIPO DE COMPROBANTE INVALIDO"
           ELSE
             WRITE FCP-REG
               INVALID KEY DISPLAY "  EL COMPROBANTE YA ESTA CARGADO"
               NOT INVALID KEY DISPLAY "  COMPROBANTE REGISTRADO"
             END-WRITE
           END-IF.

         COMPRAS-LISTAR1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CODIGO DE PROVEEDOR".
           ACCEPT WS-PROVEEDOR.
           DISPLAY "FECHA    TP L PTOVT NRO               TOTAL"
               " CONCEPTO".
           MOVE LOW-VALUE TO FCP-KEY.
           MOVE WS-PROVEEDOR TO FCP-PROVEEDOR.
           MOVE 'N' TO WS-FCP-EOF.
           START FCP KEY IS NOT LESS THAN FCP-KEY
             INVALID KEY MOVE 'S' TO WS-FCP-EOF
           END-START.
           PERFORM COMPRAS-LISTAR1-UNA UNTIL WS-FCP-EOF = 'S'.

         COMPRAS-LISTAR1-UNA.
           READ FCP NEXT RECORD
             AT END MOVE 'S' TO WS-FCP-EOF
           END-READ.
           IF WS-FCP-EOF = 'N'
             IF FCP-PROVEEDOR NOT = WS-PROVEEDOR
               MOVE 'S' TO WS-FCP-EOF
             ELSE
               MOVE FCP-TOTAL TO WS-IMP-EDIT
               DISPLAY FCP-FECHA " " FCP-TIPO " " FCP-LETRA " "
                   FCP-PTOVTA " " FCP-NRO-CBTE " " WS-IMP-EDIT " "
                   FCP-CONCEPTO
             END-IF
           END-IF.

       END PROGRAM PROVEEDORES.
