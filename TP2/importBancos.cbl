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

       FD NRORECIBO
           LABEL RECORD OMITTED.
       01 WS-CANT-LEIDOS               PIC 9(5) VALUE ZERO.
       01 WS-CANT-APLICADOS            PIC 9(5) VALUE ZERO.
       01 WS-CANT-SUSPENSO             PIC 9(5) VALUE ZERO.
       01 WS-CANT-CONCILIADOS          PIC 9(5) VALUE ZERO.
       01 WS-CANT-DEB-SIN-LIBRO        PIC 9(5) VALUE ZERO.

       01 WS-HAY-BANCOS                PIC X VALUE 'N'.
       01 WS-CTA-EXTRACTO              PIC 9(3) VALUE ZERO.

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

           END-READ.
           CLOSE NRORECIBO.
           OPEN EXTEND SUSPENSO.
           MOVE 'A' TO LBC-OPER.
           CALL 'LIBROBCO' USING LBC-PARAM.
           MOVE LBC-OK TO WS-HAY-BANCOS.
           IF WS-HAY-BANCOS = 'S'
               DISPLAY "CUENTA BANCARIA DEL EXTRACTO (CODIGO, "
                   "0=SIN LIBRO BANCO)"
               ACCEPT WS-CTA-EXTRACTO
               IF WS-CTA-EXTRACTO = ZERO
                   MOVE 'N' TO WS-HAY-BANCOS
               END-IF
           END-IF.

       100-PROCESAR-MOV.
           READ MOVS RECORD
               MOVE ZERO TO WS-MOV-CUIT
           END-IF.
           COMPUTE WS-MOV-IMPORTE = FUNCTION NUMVAL(WS-F-IMPORTE).
      *    Toda linea del extracto que ya esta en el libro banco
      *    (deposito de COBRANZAS, cheque, debito automatico, pago)
      *    solo se marca conciliada. Del resto, solo los creditos
      *    (depositos) se concilian contra clientes; los debitos del
      *    extracto no son cobranzas.
           MOVE 'N' TO LBC-OK.
           IF WS-HAY-BANCOS = 'S'
               PERFORM 115-MARCAR-LIBRO
           END-IF.
           IF LBC-OK NOT = 'S'
               IF WS-MOV-IMPORTE > ZERO
                   PERFORM 120-CONCILIAR-MOV
               ELSE
                   IF WS-HAY-BANCOS = 'S'
                       ADD 1 TO WS-CANT-DEB-SIN-LIBRO
                   END-IF
               END-IF
           END-IF.

       115-MARCAR-LIBRO.
           MOVE 'M' TO LBC-OPER.
           MOVE WS-CTA-EXTRACTO TO LBC-CUENTA.
           MOVE WS-MOV-FECHA TO LBC-FECHA.
           MOVE WS-MOV-IMPORTE TO LBC-IMPORTE.
           CALL 'LIBROBCO' USING LBC-PARAM.
           IF LBC-OK = 'S'
               ADD 1 TO WS-CANT-CONCILIADOS
           END-IF.

      * Primero se busca el cliente por CUIT; si no hay CUIT o no
           IF WS-CLI-HALLADO = 'S'
               PERFORM 150-GENERAR-RECIBO
               PERFORM 160-APLICAR-RECIBO
               IF WS-HAY-BANCOS = 'S'
                   PERFORM 170-ASENTAR-BANCO
               END-IF
           ELSE
               PERFORM 190-MANDAR-A-SUSPENSO
           END-IF.
               END-READ
           END-IF.

      * La transferencia sale del extracto, asi que entra al libro
      * banco ya conciliada.
       170-ASENTAR-BANCO.
           MOVE 'G' TO LBC-OPER.
           MOVE WS-CTA-EXTRACTO TO LBC-CUENTA.
           MOVE CLI-EMPRESA TO LBC-EMPRESA.
           MOVE WS-MOV-FECHA TO LBC-FECHA.
           MOVE "DEPOSITO" TO LBC-TIPO.
           MOVE WS-MOV-IMPORTE TO LBC-IMPORTE.
           MOVE SPACES TO LBC-REFERENCIA.
           STRING "RECIBO " DELIMITED BY SIZE
               WS-NRO-RECIBO DELIMITED BY SIZE
               INTO LBC-REFERENCIA.
           MOVE "IMPORTBANCO" TO LBC-ORIGEN.
           MOVE 'S' TO LBC-CONCILIADO.
           CALL 'LIBROBCO' USING LBC-PARAM.
           IF LBC-OK = 'S'
               ADD 1 TO WS-CANT-CONCILIADOS
           END-IF.

      * Deposito sin cliente ni saldo coincidente: queda en la lista
      * de suspenso para que el operador lo resuelva a mano desde el
      * menu de COBRANZAS.
           CLOSE FACTCLI.
           CLOSE CLI.
           CLOSE SUSPENSO.
           MOVE 'C' TO LBC-OPER.
           CALL 'LIBROBCO' USING LBC-PARAM.
           OPEN OUTPUT NRORECIBO.
           MOVE WS-NRO-RECIBO TO NRORECIBO-REG.
           WRITE NRORECIBO-REG.
           DISPLAY "RECIBOS GENERADOS Y APLICADOS: " WS-CANT-APLICADOS.
           DISPLAY "DEPOSITOS EN SUSPENSO: " WS-CANT-SUSPENSO
               " (VER SUSPENSO_BANCO.DAT)".
           IF WS-CTA-EXTRACTO NOT = ZERO
               DISPLAY "LINEAS CONCILIADAS EN LIBRO BANCO: "
                   WS-CANT-CONCILIADOS
               DISPLAY "DEBITOS DEL EXTRACTO SIN ASIENTO EN LIBRO: "
                   WS-CANT-DEB-SIN-LIBRO
           END-IF.

       END PROGRAM IMPORTBANCO.
