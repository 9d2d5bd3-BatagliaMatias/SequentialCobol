                    88 CHQ-DEPOSITADO VALUE "DEPOSITADO".
                    88 CHQ-ACREDITADO VALUE "ACREDITADO".
                    88 CHQ-RECHAZADO VALUE "RECHAZADO".
                03 CHQ-CTA-BANCO PIC 9(3).

         FD REC
          VALUE OF FILE-ID IS "COBRANZAS.DAT".
          01 WS-IMP-REVERSADO PIC S9(9)V99.
          01 WS-REV-RESTANTE PIC S9(9)V99.
          01 WS-REV-APLICAR PIC S9(9)V99.
          01 WS-HAY-BANCOS PIC X VALUE 'N'.
          01 WS-ERA-CARTERA PIC X.
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

          01 WS-I PIC 9(4).
          01 WS-J PIC 9(4).
          OPEN I-O REC.
          OPEN I-O APL.
          OPEN I-O APROB.
          MOVE 'A' TO LBC-OPER.
          CALL 'LIBROBCO' USING LBC-PARAM.
          MOVE LBC-OK TO WS-HAY-BANCOS.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE CHEQUES EN CARTERA::"
         CLOSE REC.
         CLOSE APL.
         CLOSE APROB.
         MOVE 'C' TO LBC-OPER.
         CALL 'LIBROBCO' USING LBC-PARAM.
         STOP RUN.

         REGISTRAR1.
             ACCEPT CHQ-IMPORTE
             MOVE REC-CLIENTE TO CHQ-CLIENTE
             MOVE "CARTERA" TO CHQ-ESTADO
             MOVE ZERO TO CHQ-CTA-BANCO
             WRITE CHQ-REG
               INVALID KEY DISPLAY "  RECORD IS ALREADY EXIST"
             END-WRITE
               ACCEPT WS-ESTADO-NUEVO
               IF WS-ESTADO-NUEVO = "DEPOSITADO" OR
                   WS-ESTADO-NUEVO = "ACREDITADO"
                 MOVE 'N' TO WS-ERA-CARTERA
                 IF CHQ-EN-CARTERA
                   MOVE 'S' TO WS-ERA-CARTERA
                 END-IF
                 MOVE WS-ESTADO-NUEVO TO CHQ-ESTADO
                 IF WS-ERA-CARTERA = 'S'
                   PERFORM ASENTAR-DEPOSITO
                 END-IF
                 REWRITE CHQ-REG
                   INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR"
                 END-REWRITE
             IF CHQ-RECHAZADO
               DISPLAY "  EL CHEQUE YA ESTA RECHAZADO"
             ELSE
               IF (CHQ-DEPOSITADO OR CHQ-ACREDITADO)
                   AND CHQ-CTA-BANCO NOT = ZERO
                 PERFORM ASENTAR-RECHAZO
               END-IF
               PERFORM REVERSAR-APLICACIONES
               PERFORM DESCONTAR-RECIBO
               MOVE "RECHAZADO" TO CHQ-ESTADO
               END-REWRITE
               DISPLAY "  CHEQUE RECHAZADO. APLICACIONES REVERSADAS: "
                   WS-CANT-REVERSADAS
               DISPLAY "  EL AVISO DE ANULACION DEL RECIBO AL CLIENTE "
                   "SALE CON LA PROXIMA EMISION DE RECIBOS"
             END-IF
           END-IF.

                   WS-IMP-EDIT
           END-READ.

      *  Al salir de cartera el cheque se asienta en el libro banco
      *  de la cuenta donde se deposito, que queda en el cheque para
      *  que un rechazo posterior se descuente de la misma cuenta.
         ASENTAR-DEPOSITO.
           IF WS-HAY-BANCOS = 'S'
             MOVE CHQ-REC-NRO TO REC-NRO
             READ REC
               INVALID KEY MOVE SPACES TO REC-EMPRESA
             END-READ
             DISPLAY "ENTER THE  CUENTA BANCARIA DEL DEPOSITO "
                 "(0=PRINCIPAL DE LA EMPRESA)"
             ACCEPT LBC-CUENTA
             MOVE REC-EMPRESA TO LBC-EMPRESA
             MOVE CHQ-FECHA-DEP TO LBC-FECHA
             MOVE "DEPOSITO CHQ" TO LBC-TIPO
             MOVE CHQ-IMPORTE TO LBC-IMPORTE
             MOVE SPACES TO LBC-REFERENCIA
             STRING "CHEQUE " DELIMITED BY SIZE
                 CHQ-NRO-CHEQUE DELIMITED BY SIZE
                 INTO LBC-REFERENCIA
             MOVE "CHEQUES" TO LBC-ORIGEN
             MOVE 'N' TO LBC-CONCILIADO
             MOVE 'G' TO LBC-OPER
             CALL 'LIBROBCO' USING LBC-PARAM
             IF LBC-OK = 'S'
               MOVE LBC-CUENTA TO CHQ-CTA-BANCO
               DISPLAY "  ASENTADO EN LIBRO BANCO, CUENTA " LBC-CUENTA
             ELSE
               DISPLAY "  AVISO: SIN CUENTA BANCARIA ACTIVA, EL "
                   "DEPOSITO NO SE ASENTO EN LIBRO BANCO"
             END-IF
           END-IF.

         ASENTAR-RECHAZO.
           IF WS-HAY-BANCOS = 'S'
             DISPLAY "ENTER THE  FECHA DEL RECHAZO (AAAAMMDD)"
             ACCEPT LBC-FECHA
             MOVE CHQ-CTA-BANCO TO LBC-CUENTA
             MOVE SPACES TO LBC-EMPRESA
             MOVE "RECHAZO CHQ" TO LBC-TIPO
             COMPUTE LBC-IMPORTE = ZERO - CHQ-IMPORTE
             MOVE SPACES TO LBC-REFERENCIA
             STRING "CHEQUE " DELIMITED BY SIZE
                 CHQ-NRO-CHEQUE DELIMITED BY SIZE
                 INTO LBC-REFERENCIA
             MOVE "CHEQUES" TO LBC-ORIGEN
             MOVE 'N' TO LBC-CONCILIADO
             MOVE 'G' TO LBC-OPER
             CALL 'LIBROBCO' USING LBC-PARAM
             IF LBC-OK = 'S'
               DISPLAY "  RECHAZO ASENTADO EN LIBRO BANCO, CUENTA "
                   LBC-CUENTA
             ELSE
               DISPLAY "  AVISO: EL RECHAZO NO SE ASENTO EN LIBRO "
                   "BANCO"
             END-IF
           END-IF.

       END PROGRAM CHEQUES.
