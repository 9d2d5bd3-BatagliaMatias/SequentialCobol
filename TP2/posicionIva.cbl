       IDENTIFICATION DIVISION.

       PROGRAM-ID. POSIVA.

      * Posicion mensual de IVA por empresa: debito fiscal del libro
      * de ventas, credito fiscal del libro de compras, retenciones y
      * percepciones de IVA sufridas, y los saldos a favor del mes
      * anterior. Los saldos de cierre quedan en POSIVA.DAT para el
      * mes siguiente. Un periodo cerrado en CIERRES no se recalcula
      * hasta que se reabra.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT APROB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APROB-NRO-FACT
               FILE STATUS IS APROB-FS.

           SELECT FACTCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-KEY
               ALTERNATE RECORD KEY IS FCL-CLIENTE WITH DUPLICATES
               FILE STATUS IS FACTCLI-FS.

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

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

           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS CON-FS.

           SELECT CERT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-KEY
               FILE STATUS IS CERT-FS.

           SELECT CIE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIE-PERIODO
               FILE STATUS IS CIE-FS.

           SELECT PIV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PIV-KEY
               FILE STATUS IS PIV-FS.

           SELECT LISTADO ASSIGN TO "POSICION_IVA.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

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

       FD CIE
           VALUE OF FILE-ID IS "CIERRES.DAT".
       01 CIE-REG.
           03 CIE-PERIODO PIC X(6).
           03 CIE-FECHA-CIERRE PIC X(8).

      * Posicion de IVA calculada por empresa y periodo, con los
      * saldos de cierre que toma el mes siguiente.
       FD PIV
           VALUE OF FILE-ID IS "POSIVA.DAT".
       01 PIV-REG.
           02 PIV-KEY.
               03 PIV-EMPRESA PIC X(3).
               03 PIV-PERIODO PIC X(6).
           02 PIV-DATOS.
               03 PIV-DEBITO PIC S9(11)V99.
               03 PIV-CREDITO PIC S9(11)V99.
               03 PIV-ST-ANTERIOR PIC S9(11)V99.
               03 PIV-DETERMINADO PIC S9(11)V99.
               03 PIV-RETENCIONES PIC S9(11)V99.
               03 PIV-PERCEPCIONES PIC S9(11)V99.
               03 PIV-SLD-ANTERIOR PIC S9(11)V99.
               03 PIV-A-PAGAR PIC S9(11)V99.
               03 PIV-ST-CIERRE PIC S9(11)V99.
               03 PIV-SLD-CIERRE PIC S9(11)V99.
               03 PIV-FECHA-CALCULO PIC X(8).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       01 APROB-FS                     PIC X(2).
       01 FACTCLI-FS                   PIC X(2).
       01 CLI-FS                       PIC X(2).
       01 FPR-FS                       PIC X(2).
       01 FCP-FS                       PIC X(2).
       01 CON-FS                       PIC X(2).
       01 CERT-FS                      PIC X(2).
       01 CIE-FS                       PIC X(2).
       01 PIV-FS                       PIC X(2).
       01 LISTADO-FS                   PIC X(2).

       01 WS-PERIODO                   PIC X(6).
       01 WS-PER-ANT                   PIC X(6).
       01 WS-PER-ANT-NUM REDEFINES WS-PER-ANT.
           03 WS-PER-ANT-ANIO          PIC 9(4).
           03 WS-PER-ANT-MES           PIC 9(2).
       01 WS-EMPRESA                   PIC X(3).
       01 WS-HAY-FPR                   PIC X VALUE 'N'.
       01 WS-HAY-FCP                   PIC X VALUE 'N'.
       01 WS-HAY-CERT                  PIC X VALUE 'N'.
       01 WS-HAY-CIERRES               PIC X VALUE 'N'.
       01 WS-PERIODO-CERRADO           PIC X VALUE 'N'.
       01 WS-HAY-ANTERIOR              PIC X VALUE 'N'.
       01 WS-PIV-EXISTE                PIC X VALUE 'N'.
       01 WS-APROB-EOF                 PIC X.
       01 WS-FCL-EOF                   PIC X.
       01 WS-FPR-EOF                   PIC X.
       01 WS-FCP-EOF                   PIC X.
       01 WS-CERT-EOF                  PIC X.
       01 WS-ES-CREDITO                PIC X.
       01 WS-SIGNO                     PIC S9 VALUE 1.
       01 WS-K                         PIC 9.
       01 WS-CANT-SIN-DATOS            PIC 9(5) VALUE ZERO.

       01 WS-DEBITO                    PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDITO                   PIC S9(11)V99 VALUE ZERO.
       01 WS-RETENCIONES               PIC S9(11)V99 VALUE ZERO.
       01 WS-PERCEPCIONES              PIC S9(11)V99 VALUE ZERO.
       01 WS-ST-ANTERIOR               PIC S9(11)V99 VALUE ZERO.
       01 WS-SLD-ANTERIOR              PIC S9(11)V99 VALUE ZERO.
       01 WS-DETERMINADO               PIC S9(11)V99 VALUE ZERO.
       01 WS-A-PAGAR                   PIC S9(11)V99 VALUE ZERO.
       01 WS-ST-CIERRE                 PIC S9(11)V99 VALUE ZERO.
       01 WS-SLD-CIERRE                PIC S9(11)V99 VALUE ZERO.
       01 WS-SALDO                     PIC S9(11)V99.

       01 WS-ENC-POS.
           03 FILLER PIC X(34)
               VALUE "POSICION MENSUAL DE IVA - EMPRESA ".
           03 WS-ENC-POS-EMP PIC X(3).
           03 FILLER PIC X(10) VALUE "  PERIODO ".
           03 WS-ENC-POS-PER PIC X(6).

       01 WS-LIN-POS.
           03 WS-LIN-POS-DESC      PIC X(50).
           03 WS-LIN-POS-VAL       PIC -ZZZ.ZZZ.ZZZ.Z99,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF WS-PERIODO-CERRADO = 'S'
               DISPLAY "PERIODO " WS-PERIODO " CERRADO EN CIERRES, "
                   "NO SE RECALCULA LA POSICION."
               DISPLAY "REABRA EL PERIODO PARA VOLVER A CALCULARLA."
               CLOSE CIE
               STOP RUN
           END-IF.
           PERFORM 015-ABRIR-ARCHIVOS.
           PERFORM 020-SALDOS-ANTERIORES.
           PERFORM 100-RECORRER-APROB UNTIL WS-APROB-EOF = 'S'.
           IF WS-HAY-FPR = 'S'
               PERFORM 200-RECORRER-FACPROV UNTIL WS-FPR-EOF = 'S'
           END-IF.
           IF WS-HAY-FCP = 'S'
               PERFORM 250-RECORRER-COMPRAS UNTIL WS-FCP-EOF = 'S'
           END-IF.
           IF WS-HAY-CERT = 'S'
               PERFORM 300-RECORRER-CERTIFICADOS
                   UNTIL WS-CERT-EOF = 'S'
           END-IF.
           PERFORM 400-CALCULAR-POSICION.
           PERFORM 500-GRABAR-POSICION.
           PERFORM 600-IMPRIMIR-POSICION.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "POSICION MENSUAL DE IVA".
           DISPLAY "INGRESE EL PERIODO FISCAL (AAAAMM): ".
           ACCEPT WS-PERIODO.
           DISPLAY "INGRESE LA EMPRESA: ".
           ACCEPT WS-EMPRESA.
           OPEN INPUT CIE.
           IF CIE-FS = '00'
               MOVE 'S' TO WS-HAY-CIERRES
               MOVE WS-PERIODO TO CIE-PERIODO
               READ CIE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO WS-PERIODO-CERRADO
               END-READ
           END-IF.

       015-ABRIR-ARCHIVOS.
           OPEN I-O PIV.
           IF PIV-FS NOT = '00'
               OPEN OUTPUT PIV
               CLOSE PIV
               OPEN I-O PIV
           END-IF.
           OPEN INPUT APROB.
           IF APROB-FS NOT = '00'
               DISPLAY "ERROR APERTURA APROBACIONES.DAT"
               STOP RUN.
           OPEN INPUT FACTCLI.
           IF FACTCLI-FS NOT = '00'
               DISPLAY "ERROR APERTURA FACTCLI.DAT"
               STOP RUN.
           OPEN INPUT CLI.
           OPEN INPUT CON.
           OPEN INPUT FPR.
           IF FPR-FS = '00'
               MOVE 'S' TO WS-HAY-FPR
           END-IF.
           OPEN INPUT FCP.
           IF FCP-FS = '00'
               MOVE 'S' TO WS-HAY-FCP
           END-IF.
           OPEN INPUT CERT.
           IF CERT-FS = '00'
               MOVE 'S' TO WS-HAY-CERT
           END-IF.
           MOVE ZERO TO APROB-NRO-FACT.
           MOVE 'N' TO WS-APROB-EOF.
           START APROB KEY IS NOT LESS THAN APROB-NRO-FACT
               INVALID KEY MOVE 'S' TO WS-APROB-EOF
           END-START.
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
           MOVE 'N' TO WS-CERT-EOF.
           IF WS-HAY-CERT = 'S'
               MOVE "IVA" TO CERT-TIPO
               MOVE LOW-VALUE TO CERT-JURISDICCION
               MOVE LOW-VALUE TO CERT-NUMERO
               START CERT KEY IS NOT LESS THAN CERT-KEY
                   INVALID KEY MOVE 'S' TO WS-CERT-EOF
               END-START
           END-IF.

      * Saldo tecnico y de libre disponibilidad del mes anterior; sin
      * posicion anterior (primer mes) se arranca en cero.
       020-SALDOS-ANTERIORES.
           MOVE WS-PERIODO TO WS-PER-ANT.
           IF WS-PER-ANT-MES = 1
               MOVE 12 TO WS-PER-ANT-MES
               SUBTRACT 1 FROM WS-PER-ANT-ANIO
           ELSE
               SUBTRACT 1 FROM WS-PER-ANT-MES
           END-IF.
           MOVE WS-EMPRESA TO PIV-EMPRESA.
           MOVE WS-PER-ANT TO PIV-PERIODO.
           READ PIV
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WS-HAY-ANTERIOR
           END-READ.
           IF WS-HAY-ANTERIOR = 'S'
               MOVE PIV-ST-CIERRE TO WS-ST-ANTERIOR
               MOVE PIV-SLD-CIERRE TO WS-SLD-ANTERIOR
           ELSE
               DISPLAY "SIN POSICION DEL PERIODO " WS-PER-ANT
                   ", SALDOS ANTERIORES EN CERO"
           END-IF.

      * Debito fiscal: los mismos documentos que el libro de ventas
      * (facturaciones, reversiones y notas de credito del periodo).
       100-RECORRER-APROB.
           READ APROB NEXT RECORD
               AT END MOVE 'S' TO WS-APROB-EOF
           END-READ.
           IF WS-APROB-EOF = 'N'
               IF APROB-FECHA-HASTA(1:6) = WS-PERIODO AND
                   (APROB-ESTADO = "APROBADO" OR
                    APROB-ESTADO = "REVERSADA" OR
                    APROB-ESTADO = "NOTACRED")
                   PERFORM 110-PROCESAR-DOCUMENTO
               END-IF
           END-IF.

       110-PROCESAR-DOCUMENTO.
           IF APROB-ESTADO = "NOTACRED"
               MOVE 'S' TO WS-ES-CREDITO
               MOVE -1 TO WS-SIGNO
               MOVE APROB-NRO-ORIG TO FCL-NRO-FACT
           ELSE
               MOVE 'N' TO WS-ES-CREDITO
               MOVE 1 TO WS-SIGNO
               MOVE APROB-NRO-FACT TO FCL-NRO-FACT
           END-IF.
           MOVE ZERO TO FCL-CLIENTE.
           MOVE 'N' TO WS-FCL-EOF.
           START FACTCLI KEY IS NOT LESS THAN FCL-KEY
               INVALID KEY MOVE 'S' TO WS-FCL-EOF
           END-START.
           PERFORM 120-PROCESAR-FCL UNTIL WS-FCL-EOF = 'S'.

       120-PROCESAR-FCL.
           READ FACTCLI NEXT RECORD
               AT END MOVE 'S' TO WS-FCL-EOF
           END-READ.
           IF WS-FCL-EOF = 'N'
               IF (WS-ES-CREDITO = 'S' AND
                   FCL-NRO-FACT NOT = APROB-NRO-ORIG) OR
                  (WS-ES-CREDITO = 'N' AND
                   FCL-NRO-FACT NOT = APROB-NRO-FACT)
                   MOVE 'S' TO WS-FCL-EOF
               ELSE
                   IF FCL-EMPRESA = WS-EMPRESA
                       COMPUTE WS-DEBITO =
                           WS-DEBITO + FCL-TOTAL-IVA * WS-SIGNO
                   END-IF
               END-IF
           END-IF.

      * Credito fiscal y percepciones de las facturas de
      * subcontratistas (la empresa es la del consultor). Las
      * facturas sin datos fiscales no computan credito, igual que en
      * el libro de compras.
       200-RECORRER-FACPROV.
           READ FPR NEXT RECORD
               AT END MOVE 'S' TO WS-FPR-EOF
           END-READ.
           IF WS-FPR-EOF = 'N' AND FPR-FECHA(1:6) = WS-PERIODO
               MOVE FPR-CONS TO CON-COD-CONS
               READ CON
                   INVALID KEY MOVE SPACES TO CON-EMPRESA
               END-READ
               IF CON-EMPRESA = WS-EMPRESA
                   IF FPR-LETRA = SPACE
                       ADD 1 TO WS-CANT-SIN-DATOS
                   ELSE
                       PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > 3
                           ADD FPR-IVA-IMPORTE(WS-K) TO WS-CREDITO
                       END-PERFORM
                       ADD FPR-PERC-IVA TO WS-PERCEPCIONES
                   END-IF
               END-IF
           END-IF.

       250-RECORRER-COMPRAS.
           READ FCP NEXT RECORD
               AT END MOVE 'S' TO WS-FCP-EOF
           END-READ.
           IF WS-FCP-EOF = 'N' AND FCP-FECHA(1:6) = WS-PERIODO
               AND FCP-EMPRESA = WS-EMPRESA
               IF FCP-NOTA-CREDITO
                   MOVE -1 TO WS-SIGNO
               ELSE
                   MOVE 1 TO WS-SIGNO
               END-IF
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
                   COMPUTE WS-CREDITO = WS-CREDITO
                       + FCP-IVA-IMPORTE(WS-K) * WS-SIGNO
               END-PERFORM
               COMPUTE WS-PERCEPCIONES =
                   WS-PERCEPCIONES + FCP-PERC-IVA * WS-SIGNO
           END-IF.

      * Retenciones de IVA sufridas: certificados recibidos en la
      * cobranza, por la empresa del cliente que retuvo.
       300-RECORRER-CERTIFICADOS.
           READ CERT NEXT RECORD
               AT END MOVE 'S' TO WS-CERT-EOF
           END-READ.
           IF WS-CERT-EOF = 'N'
               IF CERT-TIPO NOT = "IVA"
                   MOVE 'S' TO WS-CERT-EOF
               ELSE
                   IF CERT-FECHA(1:6) = WS-PERIODO
                       MOVE CERT-CLIENTE TO CLI-COD-CLIENTE
                       READ CLI
                           INVALID KEY MOVE SPACES TO CLI-EMPRESA
                       END-READ
                       IF CLI-EMPRESA = WS-EMPRESA
                           ADD CERT-IMPORTE TO WS-RETENCIONES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Primero el saldo tecnico: debito menos credito menos el saldo
      * tecnico a favor anterior. Si queda impuesto determinado, se
      * le imputan retenciones, percepciones y el saldo de libre
      * disponibilidad anterior; lo que sobra queda de libre
      * disponibilidad para el mes siguiente.
       400-CALCULAR-POSICION.
           COMPUTE WS-SALDO = WS-DEBITO - WS-CREDITO - WS-ST-ANTERIOR.
           IF WS-SALDO < ZERO
               MOVE ZERO TO WS-DETERMINADO
               COMPUTE WS-ST-CIERRE = ZERO - WS-SALDO
           ELSE
               MOVE WS-SALDO TO WS-DETERMINADO
               MOVE ZERO TO WS-ST-CIERRE
           END-IF.
           COMPUTE WS-SALDO = WS-DETERMINADO - WS-RETENCIONES
               - WS-PERCEPCIONES - WS-SLD-ANTERIOR.
           IF WS-SALDO < ZERO
               MOVE ZERO TO WS-A-PAGAR
               COMPUTE WS-SLD-CIERRE = ZERO - WS-SALDO
           ELSE
               MOVE WS-SALDO TO WS-A-PAGAR
               MOVE ZERO TO WS-SLD-CIERRE
           END-IF.

      * Recalcular un periodo abierto reemplaza la posicion grabada.
       500-GRABAR-POSICION.
           MOVE WS-EMPRESA TO PIV-EMPRESA.
           MOVE WS-PERIODO TO PIV-PERIODO.
           READ PIV
               INVALID KEY MOVE 'N' TO WS-PIV-EXISTE
               NOT INVALID KEY MOVE 'S' TO WS-PIV-EXISTE
           END-READ.
           MOVE WS-EMPRESA TO PIV-EMPRESA.
           MOVE WS-PERIODO TO PIV-PERIODO.
           MOVE WS-DEBITO TO PIV-DEBITO.
           MOVE WS-CREDITO TO PIV-CREDITO.
           MOVE WS-ST-ANTERIOR TO PIV-ST-ANTERIOR.
           MOVE WS-DETERMINADO TO PIV-DETERMINADO.
           MOVE WS-RETENCIONES TO PIV-RETENCIONES.
           MOVE WS-PERCEPCIONES TO PIV-PERCEPCIONES.
           MOVE WS-SLD-ANTERIOR TO PIV-SLD-ANTERIOR.
           MOVE WS-A-PAGAR TO PIV-A-PAGAR.
           MOVE WS-ST-CIERRE TO PIV-ST-CIERRE.
           MOVE WS-SLD-CIERRE TO PIV-SLD-CIERRE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PIV-FECHA-CALCULO.
           IF WS-PIV-EXISTE = 'S'
               REWRITE PIV-REG
                   INVALID KEY DISPLAY "ERROR ACTUALIZANDO POSIVA.DAT"
               END-REWRITE
           ELSE
               WRITE PIV-REG
                   INVALID KEY DISPLAY "ERROR GRABANDO POSIVA.DAT"
               END-WRITE
           END-IF.

       600-IMPRIMIR-POSICION.
           OPEN OUTPUT LISTADO.
           MOVE WS-EMPRESA TO WS-ENC-POS-EMP.
           MOVE WS-PERIODO TO WS-ENC-POS-PER.
           MOVE WS-ENC-POS TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "DEBITO FISCAL (VENTAS NETO DE NOTAS DE CREDITO)"
               TO WS-LIN-POS-DESC.
           MOVE WS-DEBITO TO WS-SALDO.
           PERFORM 610-LINEA.
           MOVE "CREDITO FISCAL (COMPRAS)" TO WS-LIN-POS-DESC.
           MOVE WS-CREDITO TO WS-SALDO.
           PERFORM 610-LINEA.
           MOVE "SALDO TECNICO A FAVOR DEL MES ANTERIOR"
               TO WS-LIN-POS-DESC.
           MOVE WS-ST-ANTERIOR TO WS-SALDO.
           PERFORM 610-LINEA.
           MOVE "IMPUESTO DETERMINADO" TO WS-LIN-POS-DESC.
           MOVE WS-DETERMINADO TO WS-SALDO.
           PERFORM 610-LINEA.
           MOVE "RETENCIONES DE IVA SUFRIDAS" TO WS-LIN-POS-DESC.
           MOVE WS-RETENCIONES TO WS-SALDO.
           PERFORM 610-LINEA.
           MOVE "PERCEPCIONES DE IVA SUFRIDAS" TO WS-LIN-POS-DESC.
           MOVE WS-PERCEPCIONES TO WS-SALDO.
           PERFORM 610-LINEA.
           MOVE "SALDO DE LIBRE DISPONIBILIDAD DEL MES ANTERIOR"
               TO WS-LIN-POS-DESC.
           MOVE WS-SLD-ANTERIOR TO WS-SALDO.
           PERFORM 610-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "SALDO A PAGAR" TO WS-LIN-POS-DESC.
           MOVE WS-A-PAGAR TO WS-SALDO.
           PERFORM 610-LINEA.
           MOVE "SALDO TECNICO A FAVOR QUE PASA AL MES SIGUIENTE"
               TO WS-LIN-POS-DESC.
           MOVE WS-ST-CIERRE TO WS-SALDO.
           PERFORM 610-LINEA.
           MOVE "LIBRE DISPONIBILIDAD QUE PASA AL MES SIGUIENTE"
               TO WS-LIN-POS-DESC.
           MOVE WS-SLD-CIERRE TO WS-SALDO.
           PERFORM 610-LINEA.
           CLOSE LISTADO.

       610-LINEA.
           MOVE WS-SALDO TO WS-LIN-POS-VAL.
           MOVE WS-LIN-POS TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       900-FIN.
           IF WS-HAY-CIERRES = 'S'
               CLOSE CIE
           END-IF.
           CLOSE PIV.
           CLOSE APROB.
           CLOSE FACTCLI.
           CLOSE CLI.
           CLOSE CON.
           IF WS-HAY-FPR = 'S'
               CLOSE FPR
           END-IF.
           IF WS-HAY-FCP = 'S'
               CLOSE FCP
           END-IF.
           IF WS-HAY-CERT = 'S'
               CLOSE CERT
           END-IF.
           IF WS-CANT-SIN-DATOS > ZERO
               DISPLAY "FACTURAS DE SUBCONTRATISTAS SIN DATOS FISCALES "
                   "(SIN CREDITO FISCAL): " WS-CANT-SIN-DATOS
           END-IF.
           DISPLAY "SALDO A PAGAR: " WS-LIN-POS-VAL.
           DISPLAY "POSICION GRABADA EN POSICION_IVA.PRN".

       END PROGRAM POSIVA.
