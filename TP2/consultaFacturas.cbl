           ALTERNATE RECORD KEY IS APL-CLIENTE WITH DUPLICATES
           FILE STATUS IS APL-FS.

           SELECT OPTIONAL FDH ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FDH-KEY
           FILE STATUS IS FDH-FS.

           SELECT OPTIONAL FCH ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FCH-KEY
           ALTERNATE RECORD KEY IS FCH-CLIENTE WITH DUPLICATES
           FILE STATUS IS FCH-FS.

           SELECT OPTIONAL APH ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APH-KEY
           ALTERNATE RECORD KEY IS APH-CLIENTE WITH DUPLICATES
           FILE STATUS IS APH-FS.

       DATA DIVISION.
        FILE SECTION.
         FD APROB
                03 FDE-CONS PIC 9(3).
                03 FDE-CLIENTE PIC 9(4).
                03 FDE-FECHA PIC X(8).
                03 FDE-SECUENCIA PIC 9(2).
            02 FDE-DATOS.
                03 FDE-CANT-HORAS PIC S9(2)V99.
                03 FDE-TARIFA PIC 9(7)V99.
                03 FDE-CLIENTE-NOM PIC X(30).
                03 FDE-PROYECTO PIC X(6).
                03 FDE-MECANISMO PIC X(2).
                03 FDE-UNIDAD PIC X.
                03 FDE-CANT-UNIDAD PIC S9(3)V99.

         FD FACTCLI
          VALUE OF FILE-ID IS "FACTCLI.DAT".
                03 APL-FECHA PIC X(8).
                03 APL-IMPORTE PIC S9(9)V99.

      *  Historicos de facturas canceladas (ARCHIVARCUENTAS): mismo
      *  registro que FACTDET, FACTCLI y COBRO_APLIC; se leen INTO
      *  el registro vivo.
         FD FDH
          VALUE OF FILE-ID IS "FACTDET_ARCHIVO.DAT".
          01 FDH-REG.
            02 FDH-KEY PIC X(23).
            02 FDH-DATOS PIC X(148).

         FD FCH
          VALUE OF FILE-ID IS "FACTCLI_ARCHIVO.DAT".
          01 FCH-REG.
            02 FCH-KEY.
                03 FCH-NRO-FACT PIC 9(6).
                03 FCH-CLIENTE PIC 9(4).
            02 FCH-DATOS PIC X(33).

         FD APH
          VALUE OF FILE-ID IS "COBRO_APLIC_ARCHIVO.DAT".
          01 APH-REG.
            02 APH-KEY PIC X(12).
            02 APH-DATOS.
                03 APH-CLIENTE PIC 9(4).
                03 FILLER PIC X(19).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 FACTDET-FS PIC X(2).
          01 FACTCLI-FS PIC X(2).
          01 APL-FS PIC X(2).
          01 FDH-FS PIC X(2).
          01 FCH-FS PIC X(2).
          01 APH-FS PIC X(2).

          01 WS-NRO-FACT PIC 9(6).
          01 WS-CLIENTE PIC 9(4).
          01 WS-LIST-EOF PIC X.
          01 WS-LINEAS-PAG PIC 9(2).
          01 WS-PAUSA PIC X.
          01 WS-CANT-ARCH PIC 9(5).
          01 WS-TOTAL-FACT PIC S9(11)V99.
          01 WS-COBRADO PIC S9(11)V99.
          01 WS-SALDO PIC S9(11)V99.
          OPEN INPUT FACTDET.
          OPEN INPUT FACTCLI.
          OPEN INPUT APL.
          OPEN INPUT FDH.
          OPEN INPUT FCH.
          OPEN INPUT APH.

         PERFORM UNTIL CH1='N'
          DISPLAY "CONSULTA DE FACTURACIONES (SOLO LECTURA)::"
         CLOSE FACTDET.
         CLOSE FACTCLI.
         CLOSE APL.
         CLOSE FDH.
         CLOSE FCH.
         CLOSE APH.
         STOP RUN.

         PORNRO1.
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM PAGINAR-UNA-LINEA UNTIL WS-LIST-EOF = 'S'.
      *  Renglones de las facturas ya archivadas de la facturacion.
           MOVE ZERO TO WS-CANT-ARCH.
           MOVE WS-NRO-FACT TO FDE-NRO-FACT.
           MOVE ZERO TO FDE-CONS.
           MOVE ZERO TO FDE-CLIENTE.
           MOVE LOW-VALUE TO FDE-FECHA.
           MOVE FDE-KEY TO FDH-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           IF FDH-FS NOT = '00'
             MOVE 'S' TO WS-LIST-EOF
           END-IF.
           START FDH KEY IS NOT LESS THAN FDH-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM PAGINAR-UNA-LINEA-ARCH UNTIL WS-LIST-EOF = 'S'.
           IF WS-CANT-ARCH > ZERO
             DISPLAY "  (" WS-CANT-ARCH " RENGLONES DEL HISTORICO "
                 "FACTDET_ARCHIVO.DAT)"
           END-IF.

         PAGINAR-UNA-LINEA.
           READ FACTDET NEXT RECORD
             IF FDE-NRO-FACT NOT = WS-NRO-FACT
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               PERFORM MOSTRAR-RENGLON
             END-IF
           END-IF.

         PAGINAR-UNA-LINEA-ARCH.
           READ FDH NEXT RECORD INTO FDE-REG
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF FDE-NRO-FACT NOT = WS-NRO-FACT
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               PERFORM MOSTRAR-RENGLON
               ADD 1 TO WS-CANT-ARCH
             END-IF
           END-IF.

         MOSTRAR-RENGLON.
           MOVE FDE-IMPORTE TO WS-IMP-EDIT.
           IF FDE-UNIDAD = 'J' OR 'M' OR 'U'
             DISPLAY "  CONS " FDE-CONS
               "  CLI " FDE-CLIENTE
               "  " FDE-FECHA
               "  " FDE-CANT-UNIDAD " " FDE-UNIDAD
               " (" FDE-CANT-HORAS " HS)"
               "  $" WS-IMP-EDIT
           ELSE
             DISPLAY "  CONS " FDE-CONS
               "  CLI " FDE-CLIENTE
               "  " FDE-FECHA
               "  " FDE-CANT-HORAS " HS"
               "  $" WS-IMP-EDIT
           END-IF.
           ADD 1 TO WS-LINEAS-PAG.
           IF WS-LINEAS-PAG >= 15
             DISPLAY "-- ENTER PARA CONTINUAR --"
             ACCEPT WS-PAUSA
             MOVE ZERO TO WS-LINEAS-PAG
           END-IF.

         LISTAR-APLICACIONES.
           DISPLAY " ".
           DISPLAY "COBRANZAS APLICADAS:".
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LISTAR-UNA-APL UNTIL WS-LIST-EOF = 'S'.
           MOVE WS-NRO-FACT TO APL-NRO-FACT.
           MOVE ZERO TO APL-REC-NRO.
           MOVE APL-KEY TO APH-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           IF APH-FS NOT = '00'
             MOVE 'S' TO WS-LIST-EOF
           END-IF.
           START APH KEY IS NOT LESS THAN APH-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LISTAR-UNA-APL-ARCH UNTIL WS-LIST-EOF = 'S'.

         LISTAR-UNA-APL.
           READ APL NEXT RECORD
             IF APL-NRO-FACT NOT = WS-NRO-FACT
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               PERFORM MOSTRAR-APL
             END-IF
           END-IF.

         LISTAR-UNA-APL-ARCH.
           READ APH NEXT RECORD INTO APL-REG
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF APL-NRO-FACT NOT = WS-NRO-FACT
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               PERFORM MOSTRAR-APL
             END-IF
           END-IF.

         MOSTRAR-APL.
           MOVE APL-IMPORTE TO WS-IMP-EDIT.
           DISPLAY "  RECIBO " APL-REC-NRO
               "  CLIENTE " APL-CLIENTE
               "  " APL-FECHA
               "  $" WS-IMP-EDIT.
           ADD APL-IMPORTE TO WS-COBRADO.

         MOSTRAR-SALDO.
           ADD APROB-TOTAL-GRAL APROB-TOTAL-IVA
               GIVING WS-TOTAL-FACT.
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM PORCLI1-UNA UNTIL WS-LIST-EOF = 'S'.
           MOVE WS-CLIENTE TO FCH-CLIENTE.
           MOVE 'N' TO WS-LIST-EOF.
           IF FCH-FS NOT = '00'
             MOVE 'S' TO WS-LIST-EOF
           END-IF.
           START FCH KEY IS EQUAL TO FCH-CLIENTE
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           IF WS-LIST-EOF = 'N'
             DISPLAY "FACTURAS ARCHIVADAS (CANCELADAS):"
           END-IF.
           PERFORM PORCLI1-UNA-ARCH UNTIL WS-LIST-EOF = 'S'.

         PORCLI1-UNA.
           READ FACTCLI NEXT RECORD
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF FCL-CLIENTE = WS-CLIENTE
               PERFORM MOSTRAR-FACT-CLIENTE
             END-IF
           END-IF.

         PORCLI1-UNA-ARCH.
           READ FCH NEXT RECORD INTO FCL-REG
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF FCL-CLIENTE NOT = WS-CLIENTE
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               PERFORM MOSTRAR-FACT-CLIENTE
             END-IF
           END-IF.

         MOSTRAR-FACT-CLIENTE.
           ADD FCL-TOTAL-NETO FCL-TOTAL-IVA
               GIVING WS-TOTAL-FACT
           MOVE WS-TOTAL-FACT TO WS-IMP-EDIT
           MOVE FCL-NRO-FACT TO APROB-NRO-FACT
           MOVE 'Y' TO REXIST
           READ APROB
             INVALID KEY MOVE 'N' TO REXIST
           END-READ
           IF REXIST = 'Y'
             DISPLAY "  FACT " FCL-NRO-FACT
                 "  " FCL-FECHA-HASTA
                 "  $" WS-IMP-EDIT
                 "  " APROB-ESTADO
           ELSE
             DISPLAY "  FACT " FCL-NRO-FACT
                 "  " FCL-FECHA-HASTA
                 "  $" WS-IMP-EDIT
           END-IF.

         PORFECHA1.
           DISPLAY " ".
           DISPLAY "ENTER THE  FECHA DESDE (AAAAMMDD)".
