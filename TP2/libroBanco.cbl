       IDENTIFICATION DIVISION.

       PROGRAM-ID. LIBROBCO.

      * Libro banco: cada programa que mueve fondos (COBRANZAS,
      * CHEQUES, DEBAUTO, IMPORTBANCO, SUBCONTRATA, SALDOSFAVOR)
      * asienta aca el movimiento contra una cuenta de BANCOS.DAT,
      * que lleva el saldo corrido. Con cuenta cero se usa la cuenta
      * principal de la empresa. Sin BANCOS.DAT el sistema sigue
      * operando sin libro banco, como siempre.
      *   OPERACION A = abrir, C = cerrar,
      *             G = grabar movimiento,
      *             M = marcar conciliado el movimiento pendiente
      *                 de la cuenta con ese importe y fecha igual o
      *                 anterior a la del extracto.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT BCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCO-CODIGO
               FILE STATUS IS BCO-FS.

           SELECT LBB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LBB-KEY
               FILE STATUS IS LBB-FS.

       DATA DIVISION.

       FILE SECTION.

       FD BCO
           VALUE OF FILE-ID IS "BANCOS.DAT".
       01 BCO-REG.
           03 BCO-CODIGO PIC 9(3).
           03 BCO-EMPRESA PIC X(3).
           03 BCO-BANCO PIC X(20).
           03 BCO-NRO-CUENTA PIC X(22).
           03 BCO-MONEDA PIC X(3).
           03 BCO-PRINCIPAL PIC X.
               88 BCO-ES-PRINCIPAL VALUE 'S'.
           03 BCO-FECHA-INICIAL PIC X(8).
           03 BCO-SALDO-INICIAL PIC S9(11)V99.
           03 BCO-SALDO PIC S9(11)V99.
           03 BCO-ULT-MOV PIC 9(6).
           03 BCO-BAJA PIC X.
               88 BCO-ACTIVA VALUES 'N', SPACE.
               88 BCO-DADA-DE-BAJA VALUE 'S'.

       FD LBB
           VALUE OF FILE-ID IS "LIBROBANCO.DAT".
       01 LBB-REG.
           02 LBB-KEY.
               03 LBB-CUENTA PIC 9(3).
               03 LBB-NRO PIC 9(6).
           02 LBB-DATOS.
               03 LBB-FECHA PIC X(8).
               03 LBB-TIPO PIC X(12).
               03 LBB-IMPORTE PIC S9(9)V99.
               03 LBB-SALDO PIC S9(11)V99.
               03 LBB-REFERENCIA PIC X(20).
               03 LBB-ORIGEN PIC X(12).
               03 LBB-CONCILIADO PIC X.
                   88 LBB-ES-CONCILIADO VALUE 'S'.
                   88 LBB-PENDIENTE VALUES 'N', SPACE.
               03 LBB-FECHA-CONC PIC X(8).

       WORKING-STORAGE SECTION.

       01 BCO-FS PIC X(2).
       01 LBB-FS PIC X(2).
       01 WS-HAY-BANCOS PIC X VALUE 'N'.
       01 WS-BCO-EOF PIC X.
       01 WS-LBB-EOF PIC X.
       01 WS-HALLADO PIC X.
       01 WS-MEJOR-NRO PIC 9(6).
       01 WS-MEJOR-FECHA PIC X(8).

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING LBC-PARAM.

       000-PRINCIPAL.
           MOVE 'N' TO LBC-OK.
           EVALUATE LBC-OPER
               WHEN 'A'
                   PERFORM 010-ABRIR
               WHEN 'C'
                   PERFORM 020-CERRAR
               WHEN 'G'
                   IF WS-HAY-BANCOS = 'S'
                       PERFORM 100-GRABAR-MOVIMIENTO
                   END-IF
               WHEN 'M'
                   IF WS-HAY-BANCOS = 'S'
                       PERFORM 200-MARCAR-CONCILIADO
                   END-IF
           END-EVALUATE.
           GOBACK.

       010-ABRIR.
           MOVE 'N' TO WS-HAY-BANCOS.
           OPEN I-O BCO.
           IF BCO-FS = '00'
               MOVE 'S' TO WS-HAY-BANCOS
               MOVE 'S' TO LBC-OK
               OPEN I-O LBB
               IF LBB-FS NOT = '00'
                   OPEN OUTPUT LBB
                   CLOSE LBB
                   OPEN I-O LBB
               END-IF
           END-IF.

       020-CERRAR.
           IF WS-HAY-BANCOS = 'S'
               CLOSE BCO
               CLOSE LBB
               MOVE 'N' TO WS-HAY-BANCOS
           END-IF.
           MOVE 'S' TO LBC-OK.

      * El movimiento toma el numero siguiente de la cuenta y deja
      * en el registro el saldo de la cuenta despues de aplicarlo.
       100-GRABAR-MOVIMIENTO.
           PERFORM 110-UBICAR-CUENTA.
           IF WS-HALLADO = 'S'
               ADD 1 TO BCO-ULT-MOV
               ADD LBC-IMPORTE TO BCO-SALDO
               MOVE BCO-CODIGO TO LBB-CUENTA
               MOVE BCO-ULT-MOV TO LBB-NRO
               MOVE LBC-FECHA TO LBB-FECHA
               MOVE LBC-TIPO TO LBB-TIPO
               MOVE LBC-IMPORTE TO LBB-IMPORTE
               MOVE BCO-SALDO TO LBB-SALDO
               MOVE LBC-REFERENCIA TO LBB-REFERENCIA
               MOVE LBC-ORIGEN TO LBB-ORIGEN
               IF LBC-CONCILIADO = 'S'
                   MOVE 'S' TO LBB-CONCILIADO
                   MOVE LBC-FECHA TO LBB-FECHA-CONC
               ELSE
                   MOVE 'N' TO LBB-CONCILIADO
                   MOVE SPACES TO LBB-FECHA-CONC
               END-IF
               WRITE LBB-REG
                   INVALID KEY MOVE 'N' TO WS-HALLADO
               END-WRITE
           END-IF.
           IF WS-HALLADO = 'S'
               REWRITE BCO-REG
                   INVALID KEY MOVE 'N' TO WS-HALLADO
               END-REWRITE
           END-IF.
           IF WS-HALLADO = 'S'
               MOVE 'S' TO LBC-OK
               MOVE BCO-CODIGO TO LBC-CUENTA
               MOVE LBB-NRO TO LBC-NRO-MOV
               MOVE BCO-SALDO TO LBC-SALDO
           END-IF.

       110-UBICAR-CUENTA.
           MOVE 'N' TO WS-HALLADO.
           IF LBC-CUENTA NOT = ZERO
               MOVE LBC-CUENTA TO BCO-CODIGO
               READ BCO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BCO-ACTIVA
                           MOVE 'S' TO WS-HALLADO
                       END-IF
               END-READ
           ELSE
               MOVE ZERO TO BCO-CODIGO
               MOVE 'N' TO WS-BCO-EOF
               START BCO KEY IS NOT LESS THAN BCO-CODIGO
                   INVALID KEY MOVE 'S' TO WS-BCO-EOF
               END-START
               PERFORM 115-BUSCAR-PRINCIPAL UNTIL WS-BCO-EOF = 'S'
               IF WS-HALLADO = 'S'
                   READ BCO
                       INVALID KEY MOVE 'N' TO WS-HALLADO
                   END-READ
               END-IF
           END-IF.

       115-BUSCAR-PRINCIPAL.
           READ BCO NEXT RECORD
               AT END MOVE 'S' TO WS-BCO-EOF
           END-READ.
           IF WS-BCO-EOF = 'N'
               IF BCO-EMPRESA = LBC-EMPRESA AND BCO-ES-PRINCIPAL
                   AND BCO-ACTIVA
                   MOVE 'S' TO WS-HALLADO
                   MOVE 'S' TO WS-BCO-EOF
               END-IF
           END-IF.

      * Conciliacion contra una linea del extracto: de los pendientes
      * de la cuenta con el mismo importe se toma el mas viejo que no
      * sea posterior a la fecha del extracto.
       200-MARCAR-CONCILIADO.
           MOVE 'N' TO WS-HALLADO.
           MOVE ZERO TO WS-MEJOR-NRO.
           MOVE HIGH-VALUES TO WS-MEJOR-FECHA.
           MOVE LBC-CUENTA TO LBB-CUENTA.
           MOVE ZERO TO LBB-NRO.
           MOVE 'N' TO WS-LBB-EOF.
           START LBB KEY IS NOT LESS THAN LBB-KEY
               INVALID KEY MOVE 'S' TO WS-LBB-EOF
           END-START.
           PERFORM 210-EXAMINAR-PENDIENTE UNTIL WS-LBB-EOF = 'S'.
           IF WS-HALLADO = 'S'
               MOVE LBC-CUENTA TO LBB-CUENTA
               MOVE WS-MEJOR-NRO TO LBB-NRO
               READ LBB
                   INVALID KEY MOVE 'N' TO WS-HALLADO
               END-READ
           END-IF.
           IF WS-HALLADO = 'S'
               MOVE 'S' TO LBB-CONCILIADO
               MOVE LBC-FECHA TO LBB-FECHA-CONC
               REWRITE LBB-REG
                   INVALID KEY MOVE 'N' TO WS-HALLADO
               END-REWRITE
           END-IF.
           IF WS-HALLADO = 'S'
               MOVE 'S' TO LBC-OK
               MOVE LBB-NRO TO LBC-NRO-MOV
           END-IF.

       210-EXAMINAR-PENDIENTE.
           READ LBB NEXT RECORD
               AT END MOVE 'S' TO WS-LBB-EOF
           END-READ.
           IF WS-LBB-EOF = 'N'
               IF LBB-CUENTA NOT = LBC-CUENTA
                   MOVE 'S' TO WS-LBB-EOF
               ELSE
                   IF LBB-PENDIENTE AND LBB-IMPORTE = LBC-IMPORTE
                       AND LBB-FECHA <= LBC-FECHA
                       AND LBB-FECHA < WS-MEJOR-FECHA
                       MOVE 'S' TO WS-HALLADO
                       MOVE LBB-NRO TO WS-MEJOR-NRO
                       MOVE LBB-FECHA TO WS-MEJOR-FECHA
                   END-IF
               END-IF
           END-IF.

       END PROGRAM LIBROBCO.
