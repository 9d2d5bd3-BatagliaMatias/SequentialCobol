               RECORD KEY IS MOR-KEY
               FILE STATUS IS MORACORTE-FS.

      * Las facturaciones con reclamo abierto no devengan interes.
           SELECT RCL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCL-KEY
               FILE STATUS IS RCL-FS.

           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPRESA-FS.
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

       FD TASASMORA
           LABEL RECORD OMITTED.
               03 MOR-FECHA-CORTE PIC X(8).
               03 MOR-ES-ND PIC X.

       FD RCL
           VALUE OF FILE-ID IS "RECLAMOS.DAT".
       01 RCL-REG.
           02 RCL-KEY.
               03 RCL-NRO-FACT PIC 9(6).
               03 RCL-CLIENTE PIC 9(4).
           02 RCL-DATOS.
               03 RCL-CAUSA PIC X(10).
               03 RCL-DETALLE PIC X(40).
               03 RCL-IMPORTE PIC S9(9)V99.
               03 RCL-FECHA-APERTURA PIC X(8).
               03 RCL-RESPONSABLE PIC X(8).
               03 RCL-ESTADO PIC X(10).
                   88 RCL-ABIERTO VALUE "ABIERTO".
                   88 RCL-CERRADO VALUE "CERRADO".
               03 RCL-FECHA-CIERRE PIC X(8).
               03 RCL-RESOLUCION PIC X(10).
               03 RCL-NRO-NC PIC 9(6).
               03 RCL-IMPORTE-NC PIC S9(9)V99.

       FD EMPRESA
           LABEL RECORD OMITTED.
       01 EMPRESA-REG.
           03 EMPRESA-COD PIC X(3).
           03 EMPRESA-MES-INICIO PIC 9(2).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-FS                   PIC X(2).
       01 MORACORTE-FS                 PIC X(2).
       01 EMPRESA-FS                   PIC X(2).
       01 RCL-FS                       PIC X(2).
       01 WS-HAY-RECLAMOS              PIC X VALUE 'N'.
       01 WS-EN-DISPUTA                PIC X.
       01 WS-CANT-DISPUTA              PIC 9(5) VALUE ZERO.
       01 WS-COD-EMPRESA               PIC X(3) VALUE "001".
       01 WS-MOR-EXISTE                PIC X.
       01 WS-JULIANO-CORTE             PIC 9(7).
               STOP RUN.
           OPEN INPUT APL.
           OPEN INPUT CLI.
           OPEN INPUT RCL.
           IF RCL-FS = '00'
               MOVE 'S' TO WS-HAY-RECLAMOS
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE LOW-VALUE TO FCL-KEY.
           START FACTCLI KEY IS NOT LESS THAN FCL-KEY
                   INVALID KEY MOVE 'N' TO WS-APROB-EXISTE
               END-READ
               IF WS-APROB-EXISTE = 'S' AND APROB-ESTADO = "APROBADO"
                   PERFORM 105-VERIFICAR-RECLAMO
                   IF WS-EN-DISPUTA = 'N'
                       PERFORM 110-EVALUAR-MORA
                   END-IF
               END-IF
           END-IF.

      * Mientras el reclamo este abierto la facturacion queda fuera
      * del calculo de interes.
       105-VERIFICAR-RECLAMO.
           MOVE 'N' TO WS-EN-DISPUTA.
           IF WS-HAY-RECLAMOS = 'S'
               MOVE FCL-NRO-FACT TO RCL-NRO-FACT
               MOVE FCL-CLIENTE TO RCL-CLIENTE
               READ RCL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RCL-ABIERTO
                           MOVE 'S' TO WS-EN-DISPUTA
                           ADD 1 TO WS-CANT-DISPUTA
                       END-IF
               END-READ
           END-IF.

       110-EVALUAR-MORA.
           ADD FCL-TOTAL-NETO FCL-TOTAL-IVA GIVING WS-FACTURADO.
           PERFORM 120-SUMAR-COBRADO.
           CLOSE APROB.
           CLOSE APL.
           CLOSE CLI.
           IF WS-HAY-RECLAMOS = 'S'
               CLOSE RCL
           END-IF.
           CLOSE LISTADO.
           IF WS-CANT-DISPUTA > ZERO
               DISPLAY "FACTURACIONES EXCLUIDAS POR RECLAMO ABIERTO: "
                   WS-CANT-DISPUTA
           END-IF.
           IF WS-CANT-LINEAS > ZERO
               DISPLAY "NOTA DE DEBITO " WS-NRO-ND " EMITIDA"
               DISPLAY "FACTURACIONES CON INTERES: " WS-CANT-LINEAS
