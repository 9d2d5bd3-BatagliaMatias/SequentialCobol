               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT ENT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-KEY
               FILE STATUS IS ENT-FS.

           SELECT LISTADO ASSIGN TO "DSO.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.
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

       FD ENT
           VALUE OF FILE-ID IS "ENTREGAS.DAT".
       01 ENT-REG.
           02 ENT-KEY.
               03 ENT-NRO-FACT PIC 9(6).
               03 ENT-CLIENTE PIC 9(4).
           02 ENT-DATOS.
               03 ENT-MEDIO PIC X.
               03 ENT-DESTINO PIC X(40).
               03 ENT-FECHA-ENVIO PIC X(8).
               03 ENT-ESTADO PIC X(10).
               03 ENT-FECHA-ENTREGA PIC X(8).
               03 ENT-FECHA-ACUSE PIC X(8).
               03 ENT-ACUSE-POR PIC X(25).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 FACTCLI-FS                   PIC X(2).
       01 CLI-FS                       PIC X(2).
       01 LISTADO-FS                   PIC X(2).
       01 ENT-FS                       PIC X(2).
       01 WS-HAY-ENTREGAS              PIC X VALUE 'N'.

       01 WS-REXIST                    PIC X.
       01 WS-FEC-8                     PIC 9(8).
               STOP RUN.
           OPEN INPUT FACTCLI.
           OPEN INPUT CLI.
           OPEN INPUT ENT.
           IF ENT-FS = '00'
               MOVE 'S' TO WS-HAY-ENTREGAS
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE LOW-VALUE TO APL-KEY.
           START APL KEY IS NOT LESS THAN APL-KEY
               END-IF
           END-IF.

      * Si el plazo del cliente corre desde la recepcion los dias se
      * cuentan desde el acuse de la facturacion (sin acuse cargado,
      * desde la emision).
       110-PROCESAR-APLICACION.
           MOVE APL-CLIENTE TO CLI-COD-CLIENTE.
           MOVE 'S' TO WS-REXIST.
           READ CLI
               INVALID KEY MOVE 'N' TO WS-REXIST
           END-READ.
           IF WS-REXIST = 'N'
               MOVE ZERO TO CLI-PLAZO-PAGO
               MOVE SPACE TO CLI-PLAZO-DESDE
           END-IF.
           MOVE FCL-FECHA-HASTA TO WS-FEC-8.
           IF CLI-PLAZO-RECEPCION AND WS-HAY-ENTREGAS = 'S'
               MOVE FCL-NRO-FACT TO ENT-NRO-FACT
               MOVE FCL-CLIENTE TO ENT-CLIENTE
               READ ENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ENT-FECHA-ACUSE NOT = SPACES
                           MOVE ENT-FECHA-ACUSE TO WS-FEC-8
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-JUL-FACT = FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           MOVE APL-FECHA TO WS-FEC-8.
           COMPUTE WS-JUL-COBRO =
           IF WS-DIAS < ZERO
               MOVE ZERO TO WS-DIAS
           END-IF.
           IF WS-DIAS <= CLI-PLAZO-PAGO
               MOVE 'S' TO WS-EN-TERMINO
           ELSE
           CLOSE APL.
           CLOSE FACTCLI.
           CLOSE CLI.
           IF WS-HAY-ENTREGAS = 'S'
               CLOSE ENT
           END-IF.
           CLOSE LISTADO.
           DISPLAY "REPORTE GRABADO EN DSO.PRN".

