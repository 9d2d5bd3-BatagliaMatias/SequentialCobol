       IDENTIFICATION DIVISION.
         PROGRAM-ID. CTASBANCO.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      *    Cuentas bancarias propias, por empresa.
           SELECT BCO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BCO-CODIGO
           FILE STATUS IS BCO-FS.

      *    Libro banco que asienta LIBROBCO.
           SELECT LBB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LBB-KEY
           FILE STATUS IS LBB-FS.

           SELECT LISTADO ASSIGN USING WS-LISTADO-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LISTADO-FS.

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

         FD LISTADO
           LABEL RECORD OMITTED.
         01 LISTADO-LINEA PIC X(120).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 BCO-FS PIC X(2).
          01 LBB-FS PIC X(2).
          01 LISTADO-FS PIC X(2).
          01 WS-LISTADO-NOMBRE PIC X(25).
          01 WS-LIST-EOF PIC X.
          01 WS-BCO-EOF PIC X.
          01 WS-CONFIRMA PIC X.
          01 WS-CODIGO-ALTA PIC 9(3).
          01 WS-EMPRESA-ALTA PIC X(3).
          01 WS-CUENTA PIC 9(3).
          01 WS-FECHA-DESDE PIC X(8).
          01 WS-FECHA-HASTA PIC X(8).
          01 WS-PERIODO PIC X(6).
          01 WS-FECHA-CORTE PIC X(8).
          01 WS-IMP-EDIT PIC -ZZZ.ZZZ.ZZZ.Z99,99.
          01 WS-SALDO-ANT PIC S9(11)V99.
          01 WS-SALDO-CORR PIC S9(11)V99.
          01 WS-SALDO-LIBRO PIC S9(11)V99.
          01 WS-SALDO-EXTRACTO PIC S9(11)V99.
          01 WS-SALDO-BANCO PIC S9(11)V99.
          01 WS-DIFERENCIA PIC S9(11)V99.
          01 WS-TOT-TRANSITO PIC S9(11)V99.
          01 WS-TOT-NO-DEBITADO PIC S9(11)V99.
          01 WS-I PIC 9(4).
          01 WS-J PIC 9(4).
          01 WS-K PIC 9(4).

      *  Movimientos de una cuenta en el rango pedido, ordenados por
      *  fecha y numero antes de listar (burbujeo, como los demas
      *  listados).
          01 WS-T-MOV-COUNT PIC 9(4) VALUE ZERO.
          01 WS-T-MOV.
              03 WS-T-MOV-CAMPO OCCURS 1000 TIMES.
                  05 WS-T-MOV-FECHA PIC X(8).
                  05 WS-T-MOV-NRO PIC 9(6).
                  05 WS-T-MOV-TIPO PIC X(12).
                  05 WS-T-MOV-REF PIC X(20).
                  05 WS-T-MOV-IMPORTE PIC S9(9)V99.
                  05 WS-T-MOV-CONC PIC X.
          01 WS-T-MOV-CAMPO-TEMP PIC X(58).

      *  Saldos diarios: ingresos y egresos acumulados por fecha.
          01 WS-T-DIA-COUNT PIC 9(4) VALUE ZERO.
          01 WS-T-DIA.
              03 WS-T-DIA-CAMPO OCCURS 400 TIMES.
                  05 WS-T-DIA-FECHA PIC X(8).
                  05 WS-T-DIA-ING PIC S9(11)V99.
                  05 WS-T-DIA-EGR PIC S9(11)V99.
          01 WS-T-DIA-CAMPO-TEMP PIC X(34).

          01 WS-ENC-LIBRO.
              03 FILLER PIC X(10) VALUE "FECHA     ".
              03 FILLER PIC X(8) VALUE "NRO     ".
              03 FILLER PIC X(14) VALUE "TIPO          ".
              03 FILLER PIC X(22) VALUE "REFERENCIA            ".
              03 FILLER PIC X(20) VALUE "             IMPORTE".
              03 FILLER PIC X(20) VALUE "               SALDO".
              03 FILLER PIC X(5) VALUE " CONC".

          01 WS-LIN-LIBRO.
              03 WS-LIN-LIB-FECHA PIC X(8).
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-LIB-NRO PIC 9(6).
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-LIB-TIPO PIC X(12).
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-LIB-REF PIC X(20).
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-LIB-IMP PIC -ZZZ.ZZZ.ZZZ.Z99,99.
              03 FILLER PIC X VALUE " ".
              03 WS-LIN-LIB-SALDO PIC -ZZZ.ZZZ.ZZZ.Z99,99.
              03 FILLER PIC X(3) VALUE "   ".
              03 WS-LIN-LIB-CONC PIC X.

          01 WS-ENC-DIA.
              03 FILLER PIC X(10) VALUE "FECHA     ".
              03 FILLER PIC X(20) VALUE "            INGRESOS".
              03 FILLER PIC X(20) VALUE "             EGRESOS".
              03 FILLER PIC X(20) VALUE "      SALDO DEL DIA".

          01 WS-LIN-DIA.
              03 WS-LIN-DIA-FECHA PIC X(8).
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-DIA-ING PIC -ZZZ.ZZZ.ZZZ.Z99,99.
              03 FILLER PIC X VALUE " ".
              03 WS-LIN-DIA-EGR PIC -ZZZ.ZZZ.ZZZ.Z99,99.
              03 FILLER PIC X VALUE " ".
              03 WS-LIN-DIA-SALDO PIC -ZZZ.ZZZ.ZZZ.Z99,99.

          01 WS-LIN-CTA.
              03 FILLER PIC X(8) VALUE "CUENTA: ".
              03 WS-LIN-CTA-COD PIC 9(3).
              03 FILLER PIC X VALUE " ".
              03 WS-LIN-CTA-BANCO PIC X(20).
              03 FILLER PIC X VALUE " ".
              03 WS-LIN-CTA-NRO PIC X(22).
              03 FILLER PIC X(10) VALUE "  EMPRESA ".
              03 WS-LIN-CTA-EMP PIC X(3).
              03 FILLER PIC X(9) VALUE "  MONEDA ".
              03 WS-LIN-CTA-MON PIC X(3).

          01 WS-LIN-TOT.
              03 WS-LIN-TOT-TEXTO PIC X(50).
              03 WS-LIN-TOT-IMP PIC -ZZZ.ZZZ.ZZZ.Z99,99.

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O BCO.
          IF BCO-FS NOT = '00'
              OPEN OUTPUT BCO
              CLOSE BCO
              OPEN I-O BCO
          END-IF.
          OPEN I-O LBB.
          IF LBB-FS NOT = '00'
              OPEN OUTPUT LBB
              CLOSE LBB
              OPEN I-O LBB
          END-IF.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE CUENTAS BANCARIAS Y LIBRO BANCO::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=ALTA DE CUENTA BANCARIA"
          DISPLAY "    2=MODIFICAR CUENTA BANCARIA"
          DISPLAY "    3=LISTAR CUENTAS Y SALDOS"
          DISPLAY "    4=LIBRO BANCO DE UNA CUENTA"
          DISPLAY "    5=SALDOS DIARIOS POR CUENTA"
          DISPLAY "    6=CONCILIACION BANCARIA DEL MES"
          DISPLAY "    7=CONCILIAR MOVIMIENTO A MANO"
          display "    0=EXIT"
          ACCEPT choice

          EVALUATE CHOICE
           WHEN 1 PERFORM ALTA1
           WHEN 2 PERFORM MODIFICAR1
           WHEN 3 PERFORM LISTAR1
           WHEN 4 PERFORM LIBRO1
           WHEN 5 PERFORM DIARIO1
           WHEN 6 PERFORM CONCILIACION1
           WHEN 7 PERFORM MARCAR1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE BCO.
         CLOSE LBB.
         STOP RUN.

      *  El saldo de la cuenta arranca en el saldo inicial y de ahi
      *  en mas lo mueve solo LIBROBCO.
         ALTA1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CODIGO DE CUENTA (001-999)".
           ACCEPT BCO-CODIGO.
           MOVE BCO-CODIGO TO WS-CODIGO-ALTA.
           MOVE 'Y' TO REXIST.
           READ BCO
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'Y' OR WS-CODIGO-ALTA = ZERO
             DISPLAY "  CODIGO INVALIDO O YA EXISTENTE"
           ELSE
             MOVE WS-CODIGO-ALTA TO BCO-CODIGO
             DISPLAY "ENTER THE  EMPRESA"
             ACCEPT BCO-EMPRESA
             DISPLAY "ENTER THE  BANCO"
             ACCEPT BCO-BANCO
             DISPLAY "ENTER THE  NRO DE CUENTA / CBU"
             ACCEPT BCO-NRO-CUENTA
             DISPLAY "ENTER THE  MONEDA (ARS/USD/EUR)"
             ACCEPT BCO-MONEDA
             DISPLAY "ENTER THE  CUENTA PRINCIPAL DE LA EMPRESA (S/N)"
             ACCEPT BCO-PRINCIPAL
             DISPLAY "ENTER THE  FECHA DEL SALDO INICIAL (AAAAMMDD)"
             ACCEPT BCO-FECHA-INICIAL
             DISPLAY "ENTER THE  SALDO INICIAL"
             ACCEPT BCO-SALDO-INICIAL
             MOVE BCO-SALDO-INICIAL TO BCO-SALDO
             MOVE ZERO TO BCO-ULT-MOV
             MOVE 'N' TO BCO-BAJA
             WRITE BCO-REG
               INVALID KEY DISPLAY "  RECORD IS ALREADY EXIST"
             END-WRITE
             IF BCO-ES-PRINCIPAL
               MOVE BCO-EMPRESA TO WS-EMPRESA-ALTA
               PERFORM QUITAR-PRINCIPAL
             END-IF
             DISPLAY "  CUENTA REGISTRADA"
           END-IF.

      *  Una sola cuenta principal por empresa: es la que toman los
      *  procesos que no piden cuenta (debitos, extracto).
         QUITAR-PRINCIPAL.
           MOVE ZERO TO BCO-CODIGO.
           MOVE 'N' TO WS-BCO-EOF.
           START BCO KEY IS NOT LESS THAN BCO-CODIGO
             INVALID KEY MOVE 'S' TO WS-BCO-EOF
           END-START.
           PERFORM QUITAR-PRINCIPAL-UNA UNTIL WS-BCO-EOF = 'S'.

         QUITAR-PRINCIPAL-UNA.
           READ BCO NEXT RECORD
             AT END MOVE 'S' TO WS-BCO-EOF
           END-READ.
           IF WS-BCO-EOF = 'N'
             IF BCO-EMPRESA = WS-EMPRESA-ALTA AND BCO-ES-PRINCIPAL
                 AND BCO-CODIGO NOT = WS-CODIGO-ALTA
               MOVE 'N' TO BCO-PRINCIPAL
               REWRITE BCO-REG
                 INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR CUENTA"
               END-REWRITE
               DISPLAY "  LA CUENTA " BCO-CODIGO
                   " DEJA DE SER LA PRINCIPAL"
             END-IF
           END-IF.

         MODIFICAR1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CODIGO DE CUENTA".
           ACCEPT BCO-CODIGO.
           MOVE 'Y' TO REXIST.
           READ BCO
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  CUENTA NO EXISTE EN BANCOS.DAT"
           ELSE
             DISPLAY "BANCO: " BCO-BANCO "  CUENTA: " BCO-NRO-CUENTA
             DISPLAY "PRINCIPAL: " BCO-PRINCIPAL "  BAJA: " BCO-BAJA
             DISPLAY "ENTER THE  BANCO"
             ACCEPT BCO-BANCO
             DISPLAY "ENTER THE  NRO DE CUENTA / CBU"
             ACCEPT BCO-NRO-CUENTA
             DISPLAY "ENTER THE  CUENTA PRINCIPAL DE LA EMPRESA (S/N)"
             ACCEPT BCO-PRINCIPAL
             DISPLAY "ENTER THE  BAJA (S/N)"
             ACCEPT BCO-BAJA
             REWRITE BCO-REG
               INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR"
             END-REWRITE
             IF BCO-ES-PRINCIPAL
               MOVE BCO-CODIGO TO WS-CODIGO-ALTA
               MOVE BCO-EMPRESA TO WS-EMPRESA-ALTA
               PERFORM QUITAR-PRINCIPAL
             END-IF
             DISPLAY "  CUENTA ACTUALIZADA"
           END-IF.

         LISTAR1.
           DISPLAY " ".
           DISPLAY "COD EMP BANCO                NRO CUENTA"
               "             MON P B              SALDO".
           MOVE ZERO TO BCO-CODIGO.
           MOVE 'N' TO WS-BCO-EOF.
           START BCO KEY IS NOT LESS THAN BCO-CODIGO
             INVALID KEY MOVE 'S' TO WS-BCO-EOF
           END-START.
           PERFORM LISTAR1-UNA UNTIL WS-BCO-EOF = 'S'.

         LISTAR1-UNA.
           READ BCO NEXT RECORD
             AT END MOVE 'S' TO WS-BCO-EOF
           END-READ.
           IF WS-BCO-EOF = 'N'
             MOVE BCO-SALDO TO WS-IMP-EDIT
             DISPLAY BCO-CODIGO " " BCO-EMPRESA " " BCO-BANCO " "
                 BCO-NRO-CUENTA " " BCO-MONEDA " " BCO-PRINCIPAL " "
                 BCO-BAJA " " WS-IMP-EDIT
           END-IF.

         PEDIR-CUENTA.
           DISPLAY "ENTER THE  CODIGO DE CUENTA".
           ACCEPT WS-CUENTA.
           MOVE WS-CUENTA TO BCO-CODIGO.
           MOVE 'Y' TO REXIST.
           READ BCO
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  CUENTA NO EXISTE EN BANCOS.DAT"
           END-IF.

         ESCRIBIR-CUENTA.
           MOVE BCO-CODIGO TO WS-LIN-CTA-COD.
           MOVE BCO-BANCO TO WS-LIN-CTA-BANCO.
           MOVE BCO-NRO-CUENTA TO WS-LIN-CTA-NRO.
           MOVE BCO-EMPRESA TO WS-LIN-CTA-EMP.
           MOVE BCO-MONEDA TO WS-LIN-CTA-MON.
           MOVE WS-LIN-CTA TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      *  Libro banco de la cuenta entre dos fechas, con el saldo
      *  corrido recalculado en orden de fecha a partir del saldo
      *  anterior al periodo.
         LIBRO1.
           DISPLAY " ".
           PERFORM PEDIR-CUENTA.
           IF REXIST = 'Y'
             DISPLAY "ENTER THE  FECHA DESDE (AAAAMMDD)"
             ACCEPT WS-FECHA-DESDE
             DISPLAY "ENTER THE  FECHA HASTA (AAAAMMDD)"
             ACCEPT WS-FECHA-HASTA
             PERFORM CARGAR-MOVIMIENTOS
             MOVE "LIBRO_BANCO.PRN" TO WS-LISTADO-NOMBRE
             OPEN OUTPUT LISTADO
             MOVE SPACES TO LISTADO-LINEA
             STRING "LIBRO BANCO DEL " DELIMITED BY SIZE
                 WS-FECHA-DESDE DELIMITED BY SIZE
                 " AL " DELIMITED BY SIZE
                 WS-FECHA-HASTA DELIMITED BY SIZE
                 INTO LISTADO-LINEA
             WRITE LISTADO-LINEA
             PERFORM ESCRIBIR-CUENTA
             MOVE SPACES TO LISTADO-LINEA
             WRITE LISTADO-LINEA
             MOVE WS-ENC-LIBRO TO LISTADO-LINEA
             WRITE LISTADO-LINEA
             MOVE "SALDO ANTERIOR" TO WS-LIN-TOT-TEXTO
             MOVE WS-SALDO-ANT TO WS-LIN-TOT-IMP
             MOVE WS-LIN-TOT TO LISTADO-LINEA
             WRITE LISTADO-LINEA
             MOVE WS-SALDO-ANT TO WS-SALDO-CORR
             PERFORM LIBRO1-IMPRIMIR
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-T-MOV-COUNT
             MOVE SPACES TO LISTADO-LINEA
             WRITE LISTADO-LINEA
             MOVE "SALDO AL CIERRE DEL PERIODO" TO WS-LIN-TOT-TEXTO
             MOVE WS-SALDO-CORR TO WS-LIN-TOT-IMP
             MOVE WS-LIN-TOT TO LISTADO-LINEA
             WRITE LISTADO-LINEA
             CLOSE LISTADO
             DISPLAY "MOVIMIENTOS LISTADOS: " WS-T-MOV-COUNT
             DISPLAY "LISTADO GRABADO EN LIBRO_BANCO.PRN"
           END-IF.

         LIBRO1-IMPRIMIR.
           ADD WS-T-MOV-IMPORTE(WS-I) TO WS-SALDO-CORR.
           MOVE WS-T-MOV-FECHA(WS-I) TO WS-LIN-LIB-FECHA.
           MOVE WS-T-MOV-NRO(WS-I) TO WS-LIN-LIB-NRO.
           MOVE WS-T-MOV-TIPO(WS-I) TO WS-LIN-LIB-TIPO.
           MOVE WS-T-MOV-REF(WS-I) TO WS-LIN-LIB-REF.
           MOVE WS-T-MOV-IMPORTE(WS-I) TO WS-LIN-LIB-IMP.
           MOVE WS-SALDO-CORR TO WS-LIN-LIB-SALDO.
           MOVE WS-T-MOV-CONC(WS-I) TO WS-LIN-LIB-CONC.
           MOVE WS-LIN-LIBRO TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      *  Deja en la tabla los movimientos de la cuenta leida con
      *  fecha en el rango, ordenados, y en WS-SALDO-ANT el saldo
      *  inicial mas todo lo anterior a la fecha desde.
         CARGAR-MOVIMIENTOS.
           MOVE ZERO TO WS-T-MOV-COUNT.
           MOVE BCO-SALDO-INICIAL TO WS-SALDO-ANT.
           MOVE BCO-CODIGO TO LBB-CUENTA.
           MOVE ZERO TO LBB-NRO.
           MOVE 'N' TO WS-LIST-EOF.
           START LBB KEY IS NOT LESS THAN LBB-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM CARGAR-UN-MOVIMIENTO UNTIL WS-LIST-EOF = 'S'.
           MOVE WS-T-MOV-COUNT TO WS-K.
      * BURBUJEO
           SUBTRACT 1 FROM WS-K.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-K
               PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J > WS-K
                   IF WS-T-MOV-FECHA(WS-J + 1) <
                      WS-T-MOV-FECHA(WS-J) THEN
                       MOVE WS-T-MOV-CAMPO(WS-J)
                           TO WS-T-MOV-CAMPO-TEMP
                       MOVE WS-T-MOV-CAMPO(WS-J + 1)
                           TO WS-T-MOV-CAMPO(WS-J)
                       MOVE WS-T-MOV-CAMPO-TEMP
                           TO WS-T-MOV-CAMPO(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

         CARGAR-UN-MOVIMIENTO.
           READ LBB NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N' AND LBB-CUENTA NOT = BCO-CODIGO
             MOVE 'S' TO WS-LIST-EOF
           END-IF.
           IF WS-LIST-EOF = 'N'
             IF LBB-FECHA < WS-FECHA-DESDE
               ADD LBB-IMPORTE TO WS-SALDO-ANT
             ELSE
               IF LBB-FECHA <= WS-FECHA-HASTA
                 IF WS-T-MOV-COUNT < 1000
                   ADD 1 TO WS-T-MOV-COUNT
                   MOVE LBB-FECHA TO WS-T-MOV-FECHA(WS-T-MOV-COUNT)
                   MOVE LBB-NRO TO WS-T-MOV-NRO(WS-T-MOV-COUNT)
                   MOVE LBB-TIPO TO WS-T-MOV-TIPO(WS-T-MOV-COUNT)
                   MOVE LBB-REFERENCIA
                       TO WS-T-MOV-REF(WS-T-MOV-COUNT)
                   MOVE LBB-IMPORTE
                       TO WS-T-MOV-IMPORTE(WS-T-MOV-COUNT)
                   MOVE LBB-CONCILIADO
                       TO WS-T-MOV-CONC(WS-T-MOV-COUNT)
                 ELSE
                   DISPLAY "AVISO: TABLA DE MOVIMIENTOS LLENA (1000),"
                       " EL LISTADO QUEDA INCOMPLETO"
                   MOVE 'S' TO WS-LIST-EOF
                 END-IF
               END-IF
             END-IF
           END-IF.

      *  Saldo de cierre de cada dia con movimiento, para todas las
      *  cuentas activas.
         DIARIO1.
           DISPLAY " ".
           DISPLAY "ENTER THE  FECHA DESDE (AAAAMMDD)".
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "ENTER THE  FECHA HASTA (AAAAMMDD)".
           ACCEPT WS-FECHA-HASTA.
           MOVE "SALDOS_BANCO.PRN" TO WS-LISTADO-NOMBRE.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "SALDOS DIARIOS POR CUENTA DEL " DELIMITED BY SIZE
               WS-FECHA-DESDE DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-FECHA-HASTA DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE ZERO TO WS-CUENTA.
           MOVE 'N' TO WS-BCO-EOF.
           PERFORM DIARIO1-CUENTA UNTIL WS-BCO-EOF = 'S'.
           CLOSE LISTADO.
           DISPLAY "LISTADO GRABADO EN SALDOS_BANCO.PRN".

      *  La cuenta siguiente se relee por clave en cada vuelta porque
      *  CARGAR-MOVIMIENTOS no toca BANCOS.DAT pero el recorrido si.
         DIARIO1-CUENTA.
           ADD 1 TO WS-CUENTA.
           MOVE WS-CUENTA TO BCO-CODIGO.
           START BCO KEY IS NOT LESS THAN BCO-CODIGO
             INVALID KEY MOVE 'S' TO WS-BCO-EOF
           END-START.
           IF WS-BCO-EOF = 'N'
             READ BCO NEXT RECORD
               AT END MOVE 'S' TO WS-BCO-EOF
             END-READ
           END-IF.
           IF WS-BCO-EOF = 'N'
             MOVE BCO-CODIGO TO WS-CUENTA
             IF BCO-ACTIVA
               PERFORM DIARIO1-IMPRIMIR-CUENTA
             END-IF
           END-IF.

         DIARIO1-IMPRIMIR-CUENTA.
           PERFORM CARGAR-MOVIMIENTOS.
           MOVE ZERO TO WS-T-DIA-COUNT.
           PERFORM DIARIO1-SUMAR-DIA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-MOV-COUNT.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM ESCRIBIR-CUENTA.
           MOVE WS-ENC-DIA TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "SALDO ANTERIOR" TO WS-LIN-TOT-TEXTO.
           MOVE WS-SALDO-ANT TO WS-LIN-TOT-IMP.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-SALDO-ANT TO WS-SALDO-CORR.
           PERFORM DIARIO1-IMPRIMIR-DIA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-DIA-COUNT.

      *  La tabla de movimientos ya viene ordenada por fecha: cada
      *  fecha nueva abre un renglon.
         DIARIO1-SUMAR-DIA.
           IF WS-T-DIA-COUNT = ZERO OR
               WS-T-MOV-FECHA(WS-I) NOT =
               WS-T-DIA-FECHA(WS-T-DIA-COUNT)
             IF WS-T-DIA-COUNT < 400
               ADD 1 TO WS-T-DIA-COUNT
               MOVE WS-T-MOV-FECHA(WS-I)
                   TO WS-T-DIA-FECHA(WS-T-DIA-COUNT)
               MOVE ZERO TO WS-T-DIA-ING(WS-T-DIA-COUNT)
               MOVE ZERO TO WS-T-DIA-EGR(WS-T-DIA-COUNT)
             END-IF
           END-IF.
           IF WS-T-MOV-IMPORTE(WS-I) > ZERO
             ADD WS-T-MOV-IMPORTE(WS-I)
                 TO WS-T-DIA-ING(WS-T-DIA-COUNT)
           ELSE
             SUBTRACT WS-T-MOV-IMPORTE(WS-I)
                 FROM WS-T-DIA-EGR(WS-T-DIA-COUNT)
           END-IF.

         DIARIO1-IMPRIMIR-DIA.
           ADD WS-T-DIA-ING(WS-I) TO WS-SALDO-CORR.
           SUBTRACT WS-T-DIA-EGR(WS-I) FROM WS-SALDO-CORR.
           MOVE WS-T-DIA-FECHA(WS-I) TO WS-LIN-DIA-FECHA.
           MOVE WS-T-DIA-ING(WS-I) TO WS-LIN-DIA-ING.
           MOVE WS-T-DIA-EGR(WS-I) TO WS-LIN-DIA-EGR.
           MOVE WS-SALDO-CORR TO WS-LIN-DIA-SALDO.
           MOVE WS-LIN-DIA TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      *  Conciliacion al cierre del mes: saldo segun libro, menos los
      *  creditos que el banco todavia no mostro, mas los debitos que
      *  todavia no desconto; contra el saldo del extracto. Lo que no
      *  cierra suele estar en SUSPENSO_BANCO.DAT o ser gastos
      *  bancarios sin registrar.
         CONCILIACION1.
           DISPLAY " ".
           PERFORM PEDIR-CUENTA.
           IF REXIST = 'Y'
             DISPLAY "ENTER THE  PERIODO (AAAAMM)"
             ACCEPT WS-PERIODO
             DISPLAY "ENTER THE  SALDO SEGUN EXTRACTO AL CIERRE"
             ACCEPT WS-SALDO-EXTRACTO
             MOVE SPACES TO WS-FECHA-CORTE
             STRING WS-PERIODO DELIMITED BY SIZE
                 "31" DELIMITED BY SIZE
                 INTO WS-FECHA-CORTE
             MOVE BCO-SALDO-INICIAL TO WS-SALDO-LIBRO
             MOVE ZERO TO WS-TOT-TRANSITO
             MOVE ZERO TO WS-TOT-NO-DEBITADO
             MOVE "CONCILIACION.PRN" TO WS-LISTADO-NOMBRE
             OPEN OUTPUT LISTADO
             MOVE SPACES TO LISTADO-LINEA
             STRING "CONCILIACION BANCARIA AL CIERRE DE "
                 DELIMITED BY SIZE
                 WS-PERIODO DELIMITED BY SIZE
                 INTO LISTADO-LINEA
             WRITE LISTADO-LINEA
             PERFORM ESCRIBIR-CUENTA
             MOVE SPACES TO LISTADO-LINEA
             WRITE LISTADO-LINEA
             MOVE "PARTIDAS PENDIENTES DE CONCILIAR:" TO LISTADO-LINEA
             WRITE LISTADO-LINEA
             MOVE WS-ENC-LIBRO TO LISTADO-LINEA
             WRITE LISTADO-LINEA
             MOVE BCO-CODIGO TO LBB-CUENTA
             MOVE ZERO TO LBB-NRO
             MOVE 'N' TO WS-LIST-EOF
             START LBB KEY IS NOT LESS THAN LBB-KEY
               INVALID KEY MOVE 'S' TO WS-LIST-EOF
             END-START
             PERFORM CONCILIACION1-UNA UNTIL WS-LIST-EOF = 'S'
             COMPUTE WS-SALDO-BANCO = WS-SALDO-LIBRO
                 - WS-TOT-TRANSITO + WS-TOT-NO-DEBITADO
             COMPUTE WS-DIFERENCIA = WS-SALDO-EXTRACTO
                 - WS-SALDO-BANCO
             MOVE SPACES TO LISTADO-LINEA
             WRITE LISTADO-LINEA
             MOVE "SALDO SEGUN LIBRO BANCO" TO WS-LIN-TOT-TEXTO
             MOVE WS-SALDO-LIBRO TO WS-LIN-TOT-IMP
             PERFORM ESCRIBIR-TOTAL
             MOVE "MENOS: CREDITOS NO ACREDITADOS POR EL BANCO"
                 TO WS-LIN-TOT-TEXTO
             MOVE WS-TOT-TRANSITO TO WS-LIN-TOT-IMP
             PERFORM ESCRIBIR-TOTAL
             MOVE "MAS: DEBITOS NO DESCONTADOS POR EL BANCO"
                 TO WS-LIN-TOT-TEXTO
             MOVE WS-TOT-NO-DEBITADO TO WS-LIN-TOT-IMP
             PERFORM ESCRIBIR-TOTAL
             MOVE "SALDO SEGUN BANCO CONCILIADO" TO WS-LIN-TOT-TEXTO
             MOVE WS-SALDO-BANCO TO WS-LIN-TOT-IMP
             PERFORM ESCRIBIR-TOTAL
             MOVE "SALDO SEGUN EXTRACTO" TO WS-LIN-TOT-TEXTO
             MOVE WS-SALDO-EXTRACTO TO WS-LIN-TOT-IMP
             PERFORM ESCRIBIR-TOTAL
             MOVE "DIFERENCIA A INVESTIGAR" TO WS-LIN-TOT-TEXTO
             MOVE WS-DIFERENCIA TO WS-LIN-TOT-IMP
             PERFORM ESCRIBIR-TOTAL
             CLOSE LISTADO
             MOVE WS-DIFERENCIA TO WS-IMP-EDIT
             DISPLAY "DIFERENCIA A INVESTIGAR: $" WS-IMP-EDIT
             DISPLAY "LISTADO GRABADO EN CONCILIACION.PRN"
           END-IF.

      *  Pendiente al corte: anterior al corte y sin conciliar, o
      *  conciliado con un extracto posterior al corte.
         CONCILIACION1-UNA.
           READ LBB NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N' AND LBB-CUENTA NOT = BCO-CODIGO
             MOVE 'S' TO WS-LIST-EOF
           END-IF.
           IF WS-LIST-EOF = 'N' AND LBB-FECHA <= WS-FECHA-CORTE
             ADD LBB-IMPORTE TO WS-SALDO-LIBRO
             IF LBB-PENDIENTE OR LBB-FECHA-CONC > WS-FECHA-CORTE
               IF LBB-IMPORTE > ZERO
                 ADD LBB-IMPORTE TO WS-TOT-TRANSITO
               ELSE
                 SUBTRACT LBB-IMPORTE FROM WS-TOT-NO-DEBITADO
               END-IF
               MOVE LBB-FECHA TO WS-LIN-LIB-FECHA
               MOVE LBB-NRO TO WS-LIN-LIB-NRO
               MOVE LBB-TIPO TO WS-LIN-LIB-TIPO
               MOVE LBB-REFERENCIA TO WS-LIN-LIB-REF
               MOVE LBB-IMPORTE TO WS-LIN-LIB-IMP
               MOVE LBB-SALDO TO WS-LIN-LIB-SALDO
               MOVE LBB-CONCILIADO TO WS-LIN-LIB-CONC
               MOVE WS-LIN-LIBRO TO LISTADO-LINEA
               WRITE LISTADO-LINEA
             END-IF
           END-IF.

         ESCRIBIR-TOTAL.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      *  Para las partidas que el extracto no trajo identificables
      *  (IMPORTBANCO concilia solo por importe y fecha).
         MARCAR1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CODIGO DE CUENTA".
           ACCEPT LBB-CUENTA.
           DISPLAY "ENTER THE  NRO DE MOVIMIENTO".
           ACCEPT LBB-NRO.
           MOVE 'Y' TO REXIST.
           READ LBB
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  MOVIMIENTO NO EXISTE EN LIBROBANCO.DAT"
           ELSE
             MOVE LBB-IMPORTE TO WS-IMP-EDIT
             DISPLAY LBB-FECHA " " LBB-TIPO " " LBB-REFERENCIA
                 " $" WS-IMP-EDIT
             DISPLAY "  CONCILIADO: " LBB-CONCILIADO " "
                 LBB-FECHA-CONC
             IF LBB-ES-CONCILIADO
               DISPLAY "ENTER THE  DESMARCAR CONCILIACION (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                 MOVE 'N' TO LBB-CONCILIADO
                 MOVE SPACES TO LBB-FECHA-CONC
               END-IF
             ELSE
               DISPLAY "ENTER THE  FECHA DEL EXTRACTO (AAAAMMDD)"
               ACCEPT LBB-FECHA-CONC
               MOVE 'S' TO LBB-CONCILIADO
               MOVE 'S' TO WS-CONFIRMA
             END-IF
             IF WS-CONFIRMA = 'S'
               REWRITE LBB-REG
                 INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR"
               END-REWRITE
               DISPLAY "  MOVIMIENTO ACTUALIZADO"
             END-IF
           END-IF.

       END PROGRAM CTASBANCO.
