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

       FD ENVIO
           LABEL RECORD OMITTED.
       01 WS-CLI-EXISTE                PIC X.
       01 WS-APL-EOF                   PIC X.
       01 WS-EXISTE                    PIC X.
       01 WS-HAY-BANCOS                PIC X VALUE 'N'.
       01 WS-CANT-SIN-BANCO            PIC 9(5) VALUE ZERO.

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

       01 WS-FACTURADO                 PIC S9(9)V99.
       01 WS-COBRADO                   PIC S9(9)V99.
               NOT AT END MOVE NRORECIBO-REG TO WS-NRO-RECIBO
           END-READ.
           CLOSE NRORECIBO.
           MOVE 'A' TO LBC-OPER.
           CALL 'LIBROBCO' USING LBC-PARAM.
           MOVE LBC-OK TO WS-HAY-BANCOS.
           PERFORM 210-PROCESAR-UNA UNTIL RETORNO-EOF.
           MOVE 'C' TO LBC-OPER.
           CALL 'LIBROBCO' USING LBC-PARAM.
           CLOSE RETORNO.
           CLOSE REC.
           CLOSE APL.
           DISPLAY "DEBITOS ACREDITADOS: " WS-CANT-ACEPTADOS.
           DISPLAY "DEBITOS RECHAZADOS: " WS-CANT-RECHAZADOS
               " (VER DEBITOS_RECHAZOS.PRN)".
           IF WS-CANT-SIN-BANCO > ZERO
               DISPLAY "AVISO: " WS-CANT-SIN-BANCO " DEBITOS SIN CUENTA"
                   " BANCARIA PRINCIPAL, NO ASENTADOS EN LIBRO BANCO"
           END-IF.

       210-PROCESAR-UNA.
           READ RETORNO RECORD
                       END-REWRITE
               END-READ
               ADD 1 TO WS-CANT-ACEPTADOS
               IF WS-HAY-BANCOS = 'S'
                   PERFORM 225-ASENTAR-BANCO
               END-IF
           END-IF.

      * La acreditacion del debito entra en la cuenta principal de la
      * empresa del cliente; queda pendiente hasta que IMPORTBANCO la
      * encuentre en el extracto.
       225-ASENTAR-BANCO.
           MOVE 'G' TO LBC-OPER.
           MOVE CLI-EMPRESA TO LBC-EMPRESA.
           MOVE ZERO TO LBC-CUENTA.
           MOVE REC-FECHA TO LBC-FECHA.
           MOVE "DEBITO AUTO" TO LBC-TIPO.
           MOVE WS-RET-IMPORTE TO LBC-IMPORTE.
           MOVE SPACES TO LBC-REFERENCIA.
           STRING "RECIBO " DELIMITED BY SIZE
               WS-NRO-RECIBO DELIMITED BY SIZE
               INTO LBC-REFERENCIA.
           MOVE "DEBAUTO" TO LBC-ORIGEN.
           MOVE 'N' TO LBC-CONCILIADO.
           CALL 'LIBROBCO' USING LBC-PARAM.
           IF LBC-OK NOT = 'S'
               ADD 1 TO WS-CANT-SIN-BANCO
           END-IF.

       230-REGISTRAR-RECHAZO.
