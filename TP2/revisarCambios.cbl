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

         FD USU
          VALUE OF FILE-ID IS "USUARIOS.DAT".
            03 USU-HASH-ANT1 PIC 9(9).
            03 USU-HASH-ANT2 PIC 9(9).
            03 USU-HASH-ANT3 PIC 9(9).
            03 USU-CONS PIC 9(3).

         FD AUDIT
             LABEL RECORD OMITTED.
              03 SGN-USUARIO PIC X(8).
              03 SGN-ROL PIC X.
              03 SGN-OK PIC X.
          01 JRN-PARAM.
              03 JRN-PROGRAMA PIC X(12) VALUE "REVCAMBIOS".
              03 JRN-USUARIO PIC X(8).
              03 JRN-ARCHIVO PIC X(16) VALUE "CLIENTES.DAT".
              03 JRN-OPER PIC X.
              03 JRN-IMAGEN PIC X(200).
              03 JRN-OK PIC X.
          01 WS-LIST-EOF PIC X.
          01 WS-DECISION PIC X.
          01 WS-REXIST PIC X.
          01 WS-VALOR-ANTES PIC X(20).
          01 WS-VALOR-VISTO PIC X(20).
          01 WS-VERSION-OK PIC X.
          01 WS-NUM-AUX PIC 9(9)V99.
          01 WS-CANT-APLICADOS PIC 9(4) VALUE ZERO.
          01 WS-CANT-RECHAZADOS PIC 9(4) VALUE ZERO.
             ACCEPT WS-DECISION
             EVALUATE WS-DECISION
               WHEN 'A'
                 PERFORM VERIFICAR-VERSION
                 IF WS-VERSION-OK = 'S'
                   PERFORM APLICAR-CAMBIO
                   ADD 1 TO WS-CANT-APLICADOS
                 END-IF
               WHEN 'R'
                 MOVE "RECHAZO" TO AUD-OPERACION
                 PERFORM REGISTRAR-AUDITORIA
             END-EVALUATE
           END-IF.

      *  Control de concurrencia: el cambio se aplica sobre el cliente
      *  releido, para no pisar lo que otro operador haya grabado
      *  mientras se decidia. Si cambio el mismo campo que se esta
      *  aprobando, el pedido queda pendiente para volver a verlo.
         VERIFICAR-VERSION.
           MOVE 'S' TO WS-VERSION-OK.
           MOVE WS-VALOR-ANTES TO WS-VALOR-VISTO.
           READ CLI
             INVALID KEY MOVE 'N' TO WS-VERSION-OK
           END-READ.
           IF WS-VERSION-OK = 'N'
             DISPLAY "  OTRO OPERADOR BORRO EL CLIENTE, NO SE APLICA"
           ELSE
             PERFORM MOSTRAR-VALOR-ACTUAL
             IF WS-VALOR-ANTES NOT = WS-VALOR-VISTO
               MOVE 'N' TO WS-VERSION-OK
               DISPLAY "  OTRO OPERADOR CAMBIO " PEN-CAMPO
                   " MIENTRAS SE DECIDIA. VALOR VIGENTE: "
                   WS-VALOR-ANTES
               DISPLAY "  EL PEDIDO QUEDA PENDIENTE"
             END-IF
           END-IF.

         MOSTRAR-VALOR-ACTUAL.
           EVALUATE PEN-CAMPO
             WHEN "PLAZO-PAGO"
           END-EVALUATE.
           REWRITE CLI-REG
             INVALID KEY DISPLAY "  ERROR AL APLICAR EL CAMBIO"
             NOT INVALID KEY
               MOVE 'M' TO JRN-OPER
               MOVE CLI-REG TO JRN-IMAGEN
               PERFORM REGISTRAR-DIARIO
           END-REWRITE.
           MOVE "APLICADO" TO AUD-OPERACION.
           PERFORM REGISTRAR-AUDITORIA.
                 "OJOS POSIBLE"
           END-IF.

      *  Imagen posterior al diario de recuperacion (ver DIARIOREC),
      *  para reaplicar lo cargado sobre un respaldo restaurado.
         REGISTRAR-DIARIO.
           MOVE WS-USUARIO-ID TO JRN-USUARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       END PROGRAM REVISARCAMBIOS.
