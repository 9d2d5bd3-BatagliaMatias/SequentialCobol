               RECORD KEY IS FDE-KEY
               FILE STATUS IS FACTDET-FS.

           SELECT OPTIONAL FDH ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDH-KEY
               FILE STATUS IS FDH-FS.

           SELECT APROB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

      * Renglones de facturas archivadas (ARCHIVARCUENTAS), con el
      * mismo registro que FACTDET.DAT.
       FD FDH
           VALUE OF FILE-ID IS "FACTDET_ARCHIVO.DAT".
       01 FDH-REG.
           02 FDH-KEY PIC X(23).
           02 FDH-DATOS PIC X(148).

       FD APROB
           VALUE OF FILE-ID IS "APROBACIONES.DAT".
       01 FACTDET-FS                   PIC X(2).
           88 FACTDET-OK                      VALUE '00'.
           88 FACTDET-EOF                     VALUE '10'.
       01 FDH-FS                       PIC X(2).
       01 APROB-FS                     PIC X(2).
       01 LISTADO-FS                   PIC X(2).

       01 WS-CONS                      PIC 9(3).
       01 WS-CLI                       PIC 9(4).
       01 WS-CANT-LINEAS               PIC 9(7) VALUE ZERO.
       01 WS-DET-VIVO                  PIC X(171).
       01 WS-VIVO-FIN                  PIC X.
       01 WS-DET-ARCH                  PIC X(171).
       01 WS-ARCH-FIN                  PIC X.
       01 WS-DET-SIG                   PIC X(171).

       01 WS-IMPORTE                   PIC S9(7)V99.
       01 WS-TOTAL-CONS                PIC S9(7)V99 VALUE ZERO.
           03 WS-LIN-IND-FECHA    PIC X(8).
           03 FILLER              PIC X(7) VALUE "       ".
           03 WS-LIN-IND-CH       PIC -Z9,99.
           03 WS-LIN-IND-UNI      PIC X(4) VALUE "    ".
           03 WS-LIN-IND-TAR      PIC Z.ZZ9,99.
           03 FILLER              PIC XX VALUE  " $".
           03 WS-LIN-IND-IMP      PIC -ZZ.ZZ9,99.
               DISPLAY "ERROR APERTURA FACTDET.DAT"
               CLOSE APROB
               STOP RUN.
           OPEN INPUT FDH.
           OPEN OUTPUT LISTADO.

       100-REIMPRIMIR.
           MOVE ZERO TO FDE-CONS.
           MOVE ZERO TO FDE-CLIENTE.
           MOVE LOW-VALUE TO FDE-FECHA.
           MOVE 'N' TO WS-VIVO-FIN.
           START FACTDET KEY IS NOT LESS THAN FDE-KEY
               INVALID KEY MOVE 'S' TO WS-VIVO-FIN
           END-START.
           MOVE FDE-KEY TO FDH-KEY.
           MOVE 'N' TO WS-ARCH-FIN.
           IF FDH-FS NOT = '00'
               MOVE 'S' TO WS-ARCH-FIN
           ELSE
               START FDH KEY IS NOT LESS THAN FDH-KEY
                   INVALID KEY MOVE 'S' TO WS-ARCH-FIN
               END-START
           END-IF.
           PERFORM 112-LEER-VIVO.
           PERFORM 114-LEER-ARCH.
           PERFORM 110-LEER-FACTDET.
           PERFORM 120-IMPRIMIR-CONS
               UNTIL FACTDET-EOF OR FDE-NRO-FACT NOT = WS-NRO-FACT.
           MOVE WS-LIN-IVA-GRAL TO WS-LINEA.
           PERFORM 130-IMPRIMIR-LINEA.

      * El detalle de una facturacion puede estar repartido entre
      * FACTDET.DAT y FACTDET_ARCHIVO.DAT (facturas de algunos
      * clientes ya archivadas): se leen los dos en orden de clave y
      * el renglon que sigue queda en FDE-REG.
       110-LEER-FACTDET.
           IF WS-VIVO-FIN = 'S' AND WS-ARCH-FIN = 'S'
               MOVE '10' TO FACTDET-FS
           ELSE
               IF WS-ARCH-FIN = 'S' OR (WS-VIVO-FIN = 'N' AND
                   WS-DET-VIVO(1:23) NOT > WS-DET-ARCH(1:23))
                   MOVE WS-DET-VIVO TO WS-DET-SIG
                   PERFORM 112-LEER-VIVO
               ELSE
                   MOVE WS-DET-ARCH TO WS-DET-SIG
                   PERFORM 114-LEER-ARCH
               END-IF
               MOVE WS-DET-SIG TO FDE-REG
               MOVE '00' TO FACTDET-FS
           END-IF.

       112-LEER-VIVO.
           IF WS-VIVO-FIN = 'N'
               READ FACTDET NEXT RECORD INTO WS-DET-VIVO
                   AT END MOVE 'S' TO WS-VIVO-FIN
               END-READ
           END-IF.

       114-LEER-ARCH.
           IF WS-ARCH-FIN = 'N'
               READ FDH NEXT RECORD INTO WS-DET-ARCH
                   AT END MOVE 'S' TO WS-ARCH-FIN
               END-READ
           END-IF.

       120-IMPRIMIR-CONS.
           MOVE FDE-CONS TO WS-CONS.
           MOVE FDE-CLIENTE TO WS-LIN-IND-CLI.
           MOVE FDE-FECHA TO WS-LIN-IND-FECHA.
           MOVE FDE-CANT-HORAS TO WS-LIN-IND-CH.
           MOVE SPACES TO WS-LIN-IND-UNI.
           EVALUATE FDE-UNIDAD
               WHEN 'J'
                   MOVE FDE-CANT-UNIDAD TO WS-LIN-IND-CH
                   MOVE " JOR" TO WS-LIN-IND-UNI
               WHEN 'M'
                   MOVE FDE-CANT-UNIDAD TO WS-LIN-IND-CH
                   MOVE " MJ" TO WS-LIN-IND-UNI
               WHEN 'U'
                   MOVE FDE-CANT-UNIDAD TO WS-LIN-IND-CH
                   MOVE " UNI" TO WS-LIN-IND-UNI
           END-EVALUATE.
           MOVE FDE-TARIFA TO WS-LIN-IND-TAR.
           MOVE FDE-IMPORTE TO WS-LIN-IND-IMP.
           MOVE FDE-OBSERV TO WS-LIN-IND-OBS.

       900-FIN.
           CLOSE FACTDET.
           CLOSE FDH.
           CLOSE APROB.
           CLOSE LISTADO.
           DISPLAY "LINEAS DE DETALLE REIMPRESAS: " WS-CANT-LINEAS.
           IF WS-CANT-LINEAS = ZERO
               DISPLAY "AVISO: LA FACTURACION NO TIENE DETALLE EN "
                   "FACTDET.DAT NI EN FACTDET_ARCHIVO.DAT (ANTERIOR "
                   "A LA PUESTA EN MARCHA "
                   "DEL HISTORICO)"
           END-IF.
           DISPLAY "LISTADO GRABADO EN REIMPRESION.PRN".
