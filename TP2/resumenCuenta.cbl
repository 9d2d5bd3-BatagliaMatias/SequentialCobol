               RECORD KEY IS CTO-KEY
               FILE STATUS IS CTO-FS.

           SELECT CAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAS-KEY
               FILE STATUS IS CAS-FS.

           SELECT DEV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-NRO
               ALTERNATE RECORD KEY IS DEV-CLIENTE WITH DUPLICATES
               FILE STATUS IS DEV-FS.

           SELECT REC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NRO
               FILE STATUS IS REC-FS.

       DATA DIVISION.

       FILE SECTION.
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

       FD RESUMEN
           LABEL RECORD OMITTED.
               03 CTO-ROL PIC X.
               03 CTO-EMAIL PIC X(60).

      * Facturaciones castigadas contra la prevision: salen
      * del resumen junto con lo cobrado sobre ellas.
       FD CAS
           VALUE OF FILE-ID IS "CASTIGOS.DAT".
       01 CAS-REG.
           02 CAS-KEY.
               03 CAS-NRO-FACT PIC 9(6).
               03 CAS-CLIENTE PIC 9(4).
           02 CAS-DATOS.
               03 CAS-FECHA PIC X(8).
               03 CAS-IMPORTE PIC S9(9)V99.
               03 CAS-MOTIVO PIC X(40).
               03 CAS-USUARIO PIC X(8).
               03 CAS-RECUPERADO PIC S9(9)V99.
               03 CAS-FECHA-RECUPERO PIC X(8).

      * Devoluciones y traspasos de saldos a favor. Los que salen del
      * credito de una nota de credito vuelven a sumar al saldo; los
      * de recibos ya estan descontados del saldo sin aplicar.
       FD DEV
           VALUE OF FILE-ID IS "DEVOLUCIONES.DAT".
       01 DEV-REG.
           03 DEV-NRO PIC 9(6).
           03 DEV-CLIENTE PIC 9(4).
           03 DEV-TIPO PIC X.
               88 DEV-DEVOLUCION VALUE 'D'.
               88 DEV-TRASPASO VALUE 'T'.
           03 DEV-ORIGEN PIC X.
               88 DEV-DE-RECIBO VALUE 'R'.
               88 DEV-DE-NC VALUE 'N'.
           03 DEV-NRO-ORIGEN PIC 9(6).
           03 DEV-FECHA PIC X(8).
           03 DEV-IMPORTE PIC S9(9)V99.
           03 DEV-REC-NRO PIC 9(6).
           03 DEV-USUARIO PIC X(8).

       FD REC
           VALUE OF FILE-ID IS "COBRANZAS.DAT".
       01 REC-REG.
           03 REC-NRO PIC 9(6).
           03 REC-FECHA PIC X(8).
           03 REC-CLIENTE PIC 9(4).
           03 REC-IMPORTE PIC S9(9)V99.
           03 REC-MEDIO PIC X(15).
           03 REC-APLICADO PIC S9(9)V99.
           03 REC-EMPRESA PIC X(3).

       WORKING-STORAGE SECTION.

       01 FACTCLI-FS                   PIC X(2).
       01 WS-MOV-CLIENTE               PIC 9(4).
       01 WS-MIE-K                     PIC 9(2).
       01 WS-T-MIE-COUNT               PIC 9(2) VALUE ZERO.
       01 CAS-FS                       PIC X(2).
       01 WS-HAY-CASTIGOS              PIC X VALUE 'N'.
       01 WS-CASTIGADA                 PIC X.
       01 DEV-FS                       PIC X(2).
       01 WS-HAY-DEVOLUCIONES          PIC X VALUE 'N'.
       01 REC-FS                       PIC X(2).
       01 WS-REC-EOF                   PIC X.
       01 WS-REC-DEL-GRUPO             PIC X.
       01 WS-SIN-APLICAR               PIC S9(11)V99 VALUE ZERO.
       01 WS-T-MIE.
           03 WS-T-MIE-COD OCCURS 50 TIMES PIC 9(4).

               STOP RUN.
           OPEN INPUT APROB.
           OPEN INPUT APL.
           OPEN INPUT CAS.
           IF CAS-FS = '00'
               MOVE 'S' TO WS-HAY-CASTIGOS
           END-IF.
           OPEN INPUT DEV.
           IF DEV-FS = '00'
               MOVE 'S' TO WS-HAY-DEVOLUCIONES
           END-IF.
           OPEN INPUT REC.

       015-CARGAR-MIEMBROS-GRUPO.
           OPEN INPUT GRUPOS.
           MOVE WS-CLIENTE TO WS-MOV-CLIENTE.
           PERFORM 100-RECORRER-FACTCLI-CLI.
           PERFORM 200-RECORRER-APL-CLI.
           PERFORM 250-RECORRER-DEV-CLI.
           IF WS-CONSOLIDAR = 'S'
               PERFORM VARYING WS-MIE-K FROM 1 BY 1
                   UNTIL WS-MIE-K > WS-T-MIE-COUNT
                   MOVE WS-T-MIE-COD(WS-MIE-K) TO WS-MOV-CLIENTE
                   PERFORM 100-RECORRER-FACTCLI-CLI
                   PERFORM 200-RECORRER-APL-CLI
                   PERFORM 250-RECORRER-DEV-CLI
               END-PERFORM
           END-IF.
           PERFORM 260-SUMAR-RECIBOS-SIN-APLICAR.

       100-RECORRER-FACTCLI-CLI.
           MOVE WS-MOV-CLIENTE TO FCL-CLIENTE.
                   READ APROB
                       INVALID KEY MOVE 'N' TO WS-APROB-EXISTE
                   END-READ
                   MOVE FCL-NRO-FACT TO CAS-NRO-FACT
                   MOVE FCL-CLIENTE TO CAS-CLIENTE
                   PERFORM 120-VERIFICAR-CASTIGO
                   IF WS-APROB-EXISTE = 'S' AND
                       APROB-ESTADO = "APROBADO" AND
                       WS-CASTIGADA = 'N'
                       ADD FCL-TOTAL-NETO FCL-TOTAL-IVA
                           GIVING WS-IMPORTE-MOV
                       IF FCL-FECHA-HASTA < WS-FECHA-DESDE
               IF APL-CLIENTE NOT = WS-MOV-CLIENTE
                   MOVE 'S' TO WS-PATH-FIN
               ELSE
                   MOVE APL-NRO-FACT TO CAS-NRO-FACT
                   MOVE APL-CLIENTE TO CAS-CLIENTE
                   PERFORM 120-VERIFICAR-CASTIGO
                   IF WS-CASTIGADA = 'N'
                       PERFORM 210-ACUMULAR-MOV-COBRO
                   END-IF
               END-IF
           END-IF.

       210-ACUMULAR-MOV-COBRO.
           SUBTRACT APL-IMPORTE FROM ZERO
               GIVING WS-IMPORTE-MOV.
           IF APL-FECHA < WS-FECHA-DESDE
               ADD WS-IMPORTE-MOV TO WS-SALDO-ANTERIOR
           ELSE
               IF APL-FECHA <= WS-FECHA-HASTA
                   PERFORM 230-AGREGAR-MOV-COBRO
               END-IF
           END-IF.

      * Una facturacion castigada ya no es saldo del cliente.
       120-VERIFICAR-CASTIGO.
           MOVE 'N' TO WS-CASTIGADA.
           IF WS-HAY-CASTIGOS = 'S'
               READ CAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO WS-CASTIGADA
               END-READ
           END-IF.

       250-RECORRER-DEV-CLI.
           IF WS-HAY-DEVOLUCIONES = 'S'
               MOVE WS-MOV-CLIENTE TO DEV-CLIENTE
               MOVE 'N' TO WS-PATH-FIN
               START DEV KEY IS NOT LESS THAN DEV-CLIENTE
                   INVALID KEY MOVE 'S' TO WS-PATH-FIN
               END-START
               PERFORM 255-PROCESAR-DEV-CLI UNTIL WS-PATH-FIN = 'S'
           END-IF.

       255-PROCESAR-DEV-CLI.
           READ DEV NEXT RECORD
               AT END MOVE 'S' TO WS-PATH-FIN
           END-READ.
           IF WS-PATH-FIN = 'N'
               IF DEV-CLIENTE NOT = WS-MOV-CLIENTE
                   MOVE 'S' TO WS-PATH-FIN
               ELSE
                   IF DEV-DE-NC
                       MOVE DEV-IMPORTE TO WS-IMPORTE-MOV
                       IF DEV-FECHA < WS-FECHA-DESDE
                           ADD WS-IMPORTE-MOV TO WS-SALDO-ANTERIOR
                       ELSE
                           IF DEV-FECHA <= WS-FECHA-HASTA
                               PERFORM 240-AGREGAR-MOV-DEV
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Saldo a favor en recibos sin aplicar: lo devuelto ya se
      * descuenta del recibo, asi que no figura como disponible.
       260-SUMAR-RECIBOS-SIN-APLICAR.
           MOVE ZERO TO REC-NRO.
           MOVE 'N' TO WS-REC-EOF.
           START REC KEY IS NOT LESS THAN REC-NRO
               INVALID KEY MOVE 'S' TO WS-REC-EOF
           END-START.
           PERFORM 265-SUMAR-UN-RECIBO UNTIL WS-REC-EOF = 'S'.

       265-SUMAR-UN-RECIBO.
           READ REC NEXT RECORD
               AT END MOVE 'S' TO WS-REC-EOF
           END-READ.
           IF WS-REC-EOF = 'N' AND REC-IMPORTE > REC-APLICADO
               MOVE 'N' TO WS-REC-DEL-GRUPO
               IF REC-CLIENTE = WS-CLIENTE
                   MOVE 'S' TO WS-REC-DEL-GRUPO
               END-IF
               IF WS-CONSOLIDAR = 'S'
                   PERFORM VARYING WS-MIE-K FROM 1 BY 1
                       UNTIL WS-MIE-K > WS-T-MIE-COUNT
                       IF REC-CLIENTE = WS-T-MIE-COD(WS-MIE-K)
                           MOVE 'S' TO WS-REC-DEL-GRUPO
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-REC-DEL-GRUPO = 'S'
                   ADD REC-IMPORTE TO WS-SIN-APLICAR
                   SUBTRACT REC-APLICADO FROM WS-SIN-APLICAR
               END-IF
           END-IF.

       110-AGREGAR-MOV-FACT.
           ADD 1 TO WS-T-MOV-COUNT.
           MOVE FCL-FECHA-HASTA TO WS-T-MOV-FECHA(WS-T-MOV-COUNT).
           MOVE APL-REC-NRO TO WS-T-MOV-NRO(WS-T-MOV-COUNT).
           MOVE WS-IMPORTE-MOV TO WS-T-MOV-IMPORTE(WS-T-MOV-COUNT).

       240-AGREGAR-MOV-DEV.
           ADD 1 TO WS-T-MOV-COUNT.
           MOVE DEV-FECHA TO WS-T-MOV-FECHA(WS-T-MOV-COUNT).
           IF DEV-DEVOLUCION
               MOVE "DEVOLUCION" TO WS-T-MOV-TIPO(WS-T-MOV-COUNT)
           ELSE
               MOVE "TRASPASO NC" TO WS-T-MOV-TIPO(WS-T-MOV-COUNT)
           END-IF.
           MOVE DEV-NRO TO WS-T-MOV-NRO(WS-T-MOV-COUNT).
           MOVE WS-IMPORTE-MOV TO WS-T-MOV-IMPORTE(WS-T-MOV-COUNT).

      * BURBUJEO
       300-ORDENAR-MOVIMIENTOS.
           MOVE WS-T-MOV-COUNT TO WS-I.
           MOVE WS-SALDO-CORRIENTE TO WS-LIN-SALDO-VAL.
           MOVE WS-LIN-SALDO TO RESUMEN-LINEA.
           WRITE RESUMEN-LINEA.
           IF WS-SIN-APLICAR NOT = ZERO
               MOVE "Saldo a favor en recibos sin aplicar:"
                   TO WS-LIN-SALDO-TXT
               MOVE WS-SIN-APLICAR TO WS-LIN-SALDO-VAL
               MOVE WS-LIN-SALDO TO RESUMEN-LINEA
               WRITE RESUMEN-LINEA
           END-IF.
           CLOSE RESUMEN.
           PERFORM 420-ENVIAR-A-CONTACTOS.

           IF WS-HAY-CONTACTOS = 'S'
               CLOSE CTO
           END-IF.
           IF WS-HAY-CASTIGOS = 'S'
               CLOSE CAS
           END-IF.
           IF WS-HAY-DEVOLUCIONES = 'S'
               CLOSE DEV
           END-IF.
           CLOSE REC.
           DISPLAY "MOVIMIENTOS LISTADOS: " WS-T-MOV-COUNT.
           DISPLAY "RESUMEN GRABADO EN " WS-RESUMEN-NOMBRE.

