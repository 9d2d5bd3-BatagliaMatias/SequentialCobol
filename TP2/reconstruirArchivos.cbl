               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDEV-KEY
               FILE STATUS IS VIEJO-FS.
           SELECT FDEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDEM-KEY
               FILE STATUS IS VIEJO-FS.
           SELECT FDEN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDEN-KEY
               FILE STATUS IS NUEVO-FS.
           SELECT FDAV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDAV-KEY
               FILE STATUS IS VIEJO-FS.
           SELECT FDAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDAN-KEY
               FILE STATUS IS NUEVO-FS.

           SELECT TARV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TARV-KEY
               FILE STATUS IS VIEJO-FS.
           SELECT TARN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TARN-KEY
               FILE STATUS IS NUEVO-FS.

           SELECT PRYV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRYV-KEY
               FILE STATUS IS VIEJO-FS.
           SELECT PRYN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRYN-KEY
               FILE STATUS IS NUEVO-FS.

           SELECT CTRV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRV-KEY
               FILE STATUS IS VIEJO-FS.
           SELECT CTRN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRN-KEY
               FILE STATUS IS NUEVO-FS.

           SELECT COTV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COTV-NRO
               FILE STATUS IS VIEJO-FS.
           SELECT COTN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COTN-NRO
               FILE STATUS IS NUEVO-FS.

           SELECT ASGV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASGV-KEY
               FILE STATUS IS VIEJO-FS.
           SELECT ASGN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASGN-KEY
               FILE STATUS IS NUEVO-FS.

       DATA DIVISION.


       FD SCRATCH
           LABEL RECORD OMITTED.
       01 SCRATCH-REG PIC X(190).

      * Layouts viejos: solo la clave, el resto es relleno. Si el
      * archivo ya tiene la forma nueva la apertura devuelve 39 y
          VALUE OF FILE-ID IS "CLIENTES.DAT".
       01 CLIN-REG.
           03 CLIN-COD PIC 9(4).
           03 FILLER PIC X(179).

       FD HORV
          VALUE OF FILE-ID IS "HORAS.DAT".
               03 HORN-ALT.
                   04 HORN-FECHA PIC X(8).
                   04 HORN-CLIENTE PIC 9(4).
               03 HORN-SECUENCIA PIC 9(2).
           02 FILLER PIC X(81).

       FD APROBV
          VALUE OF FILE-ID IS "APROBACIONES.DAT".
          VALUE OF FILE-ID IS "USUARIOS.DAT".
       01 USUN-REG.
           03 USUN-ID PIC X(8).
           03 FILLER PIC X(84).

       FD FCLV
          VALUE OF FILE-ID IS "FACTCLI.DAT".
               03 FDEV-FECHA PIC X(8).
           02 FILLER PIC X(140).

       FD FDEM
          VALUE OF FILE-ID IS "FACTDET.DAT".
       01 FDEM-REG.
           02 FDEM-KEY.
               03 FDEM-NRO PIC 9(6).
               03 FDEM-CONS PIC 9(3).
               03 FDEM-CLIENTE PIC 9(4).
               03 FDEM-FECHA PIC X(8).
               03 FDEM-SECUENCIA PIC 9(2).
           02 FILLER PIC X(142).

       FD FDEN
          VALUE OF FILE-ID IS "FACTDET.DAT".
       01 FDEN-REG.
               03 FDEN-CONS PIC 9(3).
               03 FDEN-CLIENTE PIC 9(4).
               03 FDEN-FECHA PIC X(8).
               03 FDEN-SECUENCIA PIC 9(2).
           02 FILLER PIC X(148).

       FD FDAV
          VALUE OF FILE-ID IS "FACTDET_ARCHIVO.DAT".
       01 FDAV-REG.
           02 FDAV-KEY PIC X(23).
           02 FILLER PIC X(142).

       FD FDAN
          VALUE OF FILE-ID IS "FACTDET_ARCHIVO.DAT".
       01 FDAN-REG.
           02 FDAN-KEY PIC X(23).
           02 FILLER PIC X(148).

       FD TARV
          VALUE OF FILE-ID IS "TARIFAS.DAT".
       01 TARV-REG.
           02 TARV-KEY PIC X(18).
           02 FILLER PIC X(19).

       FD TARN
          VALUE OF FILE-ID IS "TARIFAS.DAT".
       01 TARN-REG.
           02 TARN-KEY PIC X(18).
           02 FILLER PIC X(27).

       FD PRYV
          VALUE OF FILE-ID IS "PROYECTOS.DAT".
       01 PRYV-REG.
           02 PRYV-KEY PIC X(10).
           02 FILLER PIC X(30).

       FD PRYN
          VALUE OF FILE-ID IS "PROYECTOS.DAT".
       01 PRYN-REG.
           02 PRYN-KEY PIC X(10).
           02 FILLER PIC X(54).

       FD CTRV
          VALUE OF FILE-ID IS "CONTRATOS.DAT".
       01 CTRV-REG.
           02 CTRV-KEY PIC X(12).
           02 FILLER PIC X(23).

       FD CTRN
          VALUE OF FILE-ID IS "CONTRATOS.DAT".
       01 CTRN-REG.
           02 CTRN-KEY PIC X(12).
           02 FILLER PIC X(39).

       FD COTV
          VALUE OF FILE-ID IS "COTIZ.DAT".
       01 COTV-REG.
           02 COTV-NRO PIC 9(6).
           02 FILLER PIC X(43).

       FD COTN
          VALUE OF FILE-ID IS "COTIZ.DAT".
       01 COTN-REG.
           02 COTN-NRO PIC 9(6).
           02 FILLER PIC X(128).

       FD ASGV
          VALUE OF FILE-ID IS "ASIGNACIONES.DAT".
       01 ASGV-REG.
           02 ASGV-KEY PIC X(15).
           02 FILLER PIC X(9).

       FD ASGN
          VALUE OF FILE-ID IS "ASIGNACIONES.DAT".
       01 ASGN-REG.
           02 ASGN-KEY PIC X(15).
           02 FILLER PIC X(19).

       WORKING-STORAGE SECTION.

       01 SCRATCH-FS                   PIC X(2).

       01 WS-CONFIRMA                  PIC X.
       01 WS-FIN                       PIC X.
       01 WS-VIEJO                     PIC X(190).
       01 WS-NUEVO                     PIC X(190).
       01 WS-CANT-REGS                 PIC 9(7).
       01 WS-NOMBRE-DAT                PIC X(20).
       01 WS-NOMBRE-TMP                PIC X(20) VALUE
           PERFORM 700-CONVERTIR-FACTCLI.
           PERFORM 800-CONVERTIR-COBRO-APLIC.
           PERFORM 850-CONVERTIR-FACTDET.
           PERFORM 875-CONVERTIR-FACTDET-ARCH.
           PERFORM 880-CONVERTIR-TARIFAS.
           PERFORM 910-CONVERTIR-PROYECTOS.
           PERFORM 940-CONVERTIR-CONTRATOS.
           PERFORM 960-CONVERTIR-COTIZACIONES.
           PERFORM 980-CONVERTIR-ASIGNACIONES.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-TMP
               RETURNING WS-BORRA-RC.
           DISPLAY "RECONSTRUCCION TERMINADA.".
           STOP RUN.

      * CLIENTES.DAT: 104 -> 183 (debito automatico, CBU,
      * jurisdiccion, markup de gastos, limite de credito,
      * conformidad previa de horas, horario en el anexo,
      * ejecutivo de cuenta, ciclo de facturacion con su dia de
      * corte, desde cuando corre el plazo de pago, zona de viaje y
      * datos de cliente del exterior; en blanco el ciclo es
      * mensual a fin de mes, el plazo corre desde la emision y el
      * cliente es local, sin viaticos y facturado en el pais).
       100-CONVERTIR-CLIENTES.
           MOVE "CLIENTES.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT CLIV.
               MOVE CLIV-REG TO WS-NUEVO(1:104)
               MOVE "0000" TO WS-NUEVO(131:4)
               MOVE "00000000000" TO WS-NUEVO(135:11)
               MOVE "000" TO WS-NUEVO(148:3)
               MOVE "00" TO WS-NUEVO(152:2)
               MOVE WS-NUEVO TO SCRATCH-REG
               WRITE SCRATCH-REG
               ADD 1 TO WS-CANT-REGS
           IF SCRATCH-FS NOT = '00'
               MOVE 'S' TO WS-FIN
           ELSE
               MOVE SCRATCH-REG(1:183) TO CLIN-REG
               WRITE CLIN-REG
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      * HORAS.DAT: 74 -> 98 (secuencia de carga en la clave, tipo de
      * hora, lote de importacion, horario desde/hasta/descanso y
      * tarea del proyecto).
       200-CONVERTIR-HORAS.
           MOVE "HORAS.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT HORV.
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO WS-NUEVO
               MOVE HORV-REG(1:15) TO WS-NUEVO(1:15)
               MOVE "00" TO WS-NUEVO(16:2)
               MOVE HORV-REG(16:59) TO WS-NUEVO(18:59)
               MOVE "000000" TO WS-NUEVO(78:6)
               MOVE "00000000000" TO WS-NUEVO(84:11)
               MOVE WS-NUEVO TO SCRATCH-REG
               WRITE SCRATCH-REG
               ADD 1 TO WS-CANT-REGS
           IF SCRATCH-FS NOT = '00'
               MOVE 'S' TO WS-FIN
           ELSE
               MOVE SCRATCH-REG(1:98) TO HORN-REG
               WRITE HORN-REG
                   INVALID KEY CONTINUE
               END-WRITE
               END-WRITE
           END-IF.

      * USUARIOS.DAT: 42 -> 92 (hash de clave, vigencia, intentos,
      * bloqueo, historial y consultor del operador). El hash en
      * cero deja el ingreso por la clave en claro hasta el primer
      * cambio de clave; el consultor en cero es un operador que no
      * carga horas propias.
       600-CONVERTIR-USUARIOS.
           MOVE "USUARIOS.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT USUV.
               MOVE "000000000" TO WS-NUEVO(63:9)
               MOVE "000000000" TO WS-NUEVO(72:9)
               MOVE "000000000" TO WS-NUEVO(81:9)
               MOVE "000" TO WS-NUEVO(90:3)
               MOVE WS-NUEVO TO SCRATCH-REG
               WRITE SCRATCH-REG
               ADD 1 TO WS-CANT-REGS
           IF SCRATCH-FS NOT = '00'
               MOVE 'S' TO WS-FIN
           ELSE
               MOVE SCRATCH-REG(1:92) TO USUN-REG
               WRITE USUN-REG
                   INVALID KEY CONTINUE
               END-WRITE
               END-WRITE
           END-IF.

      * FACTDET.DAT: 161 -> 171 (secuencia de la carga de horas en
      * la clave, marca de mecanica de precio y unidad facturada) o
      * 165 -> 171 (solo la unidad). Los renglones existentes quedan
      * facturados por hora: unidad en blanco y cantidad en cero.
       850-CONVERTIR-FACTDET.
           MOVE "FACTDET.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT FDEV.
           IF VIEJO-FS NOT = '00'
               CLOSE FDEV
               PERFORM 855-CONVERTIR-FACTDET-165
           ELSE
               MOVE ZERO TO WS-CANT-REGS
               OPEN OUTPUT SCRATCH
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO WS-NUEVO
               MOVE FDEV-REG(1:21) TO WS-NUEVO(1:21)
               MOVE "00" TO WS-NUEVO(22:2)
               MOVE FDEV-REG(22:140) TO WS-NUEVO(24:140)
               MOVE "00000" TO WS-NUEVO(167:5)
               MOVE WS-NUEVO TO SCRATCH-REG
               WRITE SCRATCH-REG
               ADD 1 TO WS-CANT-REGS
           IF SCRATCH-FS NOT = '00'
               MOVE 'S' TO WS-FIN
           ELSE
               MOVE SCRATCH-REG(1:171) TO FDEN-REG
               WRITE FDEN-REG
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       855-CONVERTIR-FACTDET-165.
           OPEN INPUT FDEM.
           IF VIEJO-FS NOT = '00'
               DISPLAY "FACTDET.DAT: SE OMITE (ESTADO " VIEJO-FS
                   ", YA RECONSTRUIDO O AUSENTE)"
               CLOSE FDEM
           ELSE
               MOVE ZERO TO WS-CANT-REGS
               OPEN OUTPUT SCRATCH
               MOVE LOW-VALUE TO FDEM-KEY
               MOVE 'N' TO WS-FIN
               START FDEM KEY IS NOT LESS THAN FDEM-KEY
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 865-VOLCAR-FDE-165 UNTIL WS-FIN = 'S'
               CLOSE FDEM
               CLOSE SCRATCH
               PERFORM 900-BORRAR-DAT
               OPEN OUTPUT FDEN
               OPEN INPUT SCRATCH
               MOVE 'N' TO WS-FIN
               PERFORM 870-REGRABAR-FDE UNTIL WS-FIN = 'S'
               CLOSE FDEN
               CLOSE SCRATCH
               DISPLAY "FACTDET.DAT: " WS-CANT-REGS
                   " REGISTROS RECONSTRUIDOS"
           END-IF.

       865-VOLCAR-FDE-165.
           READ FDEM NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO WS-NUEVO
               MOVE FDEM-REG TO WS-NUEVO(1:165)
               MOVE "00000" TO WS-NUEVO(167:5)
               MOVE WS-NUEVO TO SCRATCH-REG
               WRITE SCRATCH-REG
               ADD 1 TO WS-CANT-REGS
           END-IF.

      * FACTDET_ARCHIVO.DAT: 165 -> 171, igual que el detalle vivo.
       875-CONVERTIR-FACTDET-ARCH.
           MOVE "FACTDET_ARCHIVO.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT FDAV.
           IF VIEJO-FS NOT = '00'
               DISPLAY "FACTDET_ARCHIVO.DAT: SE OMITE (ESTADO "
                   VIEJO-FS ", YA RECONSTRUIDO O AUSENTE)"
               CLOSE FDAV
           ELSE
               MOVE ZERO TO WS-CANT-REGS
               OPEN OUTPUT SCRATCH
               MOVE LOW-VALUE TO FDAV-KEY
               MOVE 'N' TO WS-FIN
               START FDAV KEY IS NOT LESS THAN FDAV-KEY
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 876-VOLCAR-FDA UNTIL WS-FIN = 'S'
               CLOSE FDAV
               CLOSE SCRATCH
               PERFORM 900-BORRAR-DAT
               OPEN OUTPUT FDAN
               OPEN INPUT SCRATCH
               MOVE 'N' TO WS-FIN
               PERFORM 877-REGRABAR-FDA UNTIL WS-FIN = 'S'
               CLOSE FDAN
               CLOSE SCRATCH
               DISPLAY "FACTDET_ARCHIVO.DAT: " WS-CANT-REGS
                   " REGISTROS RECONSTRUIDOS"
           END-IF.

       876-VOLCAR-FDA.
           READ FDAV NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO WS-NUEVO
               MOVE FDAV-REG TO WS-NUEVO(1:165)
               MOVE "00000" TO WS-NUEVO(167:5)
               MOVE WS-NUEVO TO SCRATCH-REG
               WRITE SCRATCH-REG
               ADD 1 TO WS-CANT-REGS
           END-IF.

       877-REGRABAR-FDA.
           READ SCRATCH RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF SCRATCH-FS NOT = '00'
               MOVE 'S' TO WS-FIN
           ELSE
               MOVE SCRATCH-REG(1:171) TO FDAN-REG
               WRITE FDAN-REG
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      * TARIFAS.DAT: 37 -> 45 (fecha de alta o ultima modificacion,
      * en blanco para las tarifas existentes).
       880-CONVERTIR-TARIFAS.
           MOVE "TARIFAS.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT TARV.
           IF VIEJO-FS NOT = '00'
               DISPLAY "TARIFAS.DAT: SE OMITE (ESTADO " VIEJO-FS
                   ", YA RECONSTRUIDO O AUSENTE)"
               CLOSE TARV
           ELSE
               MOVE ZERO TO WS-CANT-REGS
               OPEN OUTPUT SCRATCH
               MOVE LOW-VALUE TO TARV-KEY
               MOVE 'N' TO WS-FIN
               START TARV KEY IS NOT LESS THAN TARV-KEY
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 890-VOLCAR-TAR UNTIL WS-FIN = 'S'
               CLOSE TARV
               CLOSE SCRATCH
               PERFORM 900-BORRAR-DAT
               OPEN OUTPUT TARN
               OPEN INPUT SCRATCH
               MOVE 'N' TO WS-FIN
               PERFORM 895-REGRABAR-TAR UNTIL WS-FIN = 'S'
               CLOSE TARN
               CLOSE SCRATCH
               DISPLAY "TARIFAS.DAT: " WS-CANT-REGS
                   " REGISTROS RECONSTRUIDOS"
           END-IF.

       890-VOLCAR-TAR.
           READ TARV NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO WS-NUEVO
               MOVE TARV-REG TO WS-NUEVO(1:37)
               MOVE WS-NUEVO TO SCRATCH-REG
               WRITE SCRATCH-REG
               ADD 1 TO WS-CANT-REGS
           END-IF.

       895-REGRABAR-TAR.
           READ SCRATCH RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF SCRATCH-FS NOT = '00'
               MOVE 'S' TO WS-FIN
           ELSE
               MOVE SCRATCH-REG(1:45) TO TARN-REG
               WRITE TARN-REG
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       900-BORRAR-DAT.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-DAT
               RETURNING WS-BORRA-RC.

      * PROYECTOS.DAT: 40 -> 64 (lider del proyecto, cotizacion y
      * orden de compra de referencia, en cero / blanco).
       910-CONVERTIR-PROYECTOS.
           MOVE "PROYECTOS.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT PRYV.
           IF VIEJO-FS NOT = '00'
               DISPLAY "PROYECTOS.DAT: SE OMITE (ESTADO " VIEJO-FS
                   ", YA RECONSTRUIDO O AUSENTE)"
               CLOSE PRYV
           ELSE
               MOVE ZERO TO WS-CANT-REGS
               OPEN OUTPUT SCRATCH
               MOVE LOW-VALUE TO PRYV-KEY
               MOVE 'N' TO WS-FIN
               START PRYV KEY IS NOT LESS THAN PRYV-KEY
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 920-VOLCAR-PROYECTO UNTIL WS-FIN = 'S'
               CLOSE PRYV
               CLOSE SCRATCH
               PERFORM 900-BORRAR-DAT
               OPEN OUTPUT PRYN
               OPEN INPUT SCRATCH
               MOVE 'N' TO WS-FIN
               PERFORM 930-REGRABAR-PROYECTO UNTIL WS-FIN = 'S'
               CLOSE PRYN
               CLOSE SCRATCH
               DISPLAY "PROYECTOS.DAT: " WS-CANT-REGS
                   " REGISTROS RECONSTRUIDOS"
           END-IF.

       920-VOLCAR-PROYECTO.
           READ PRYV NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO WS-NUEVO
               MOVE PRYV-REG TO WS-NUEVO(1:40)
               MOVE "000000000" TO WS-NUEVO(41:9)
               MOVE WS-NUEVO TO SCRATCH-REG
               WRITE SCRATCH-REG
               ADD 1 TO WS-CANT-REGS
           END-IF.

       930-REGRABAR-PROYECTO.
           READ SCRATCH RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF SCRATCH-FS NOT = '00'
               MOVE 'S' TO WS-FIN
           ELSE
               MOVE SCRATCH-REG(1:64) TO PRYN-REG
               WRITE PRYN-REG
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      * CONTRATOS.DAT: 35 -> 51 (clausula de ajuste por indice,
      * renovacion tacita y reintegro de viaticos; sin clausula, sin
      * renovacion tacita y sin reintegro).
       940-CONVERTIR-CONTRATOS.
           MOVE "CONTRATOS.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT CTRV.
           IF VIEJO-FS NOT = '00'
               DISPLAY "CONTRATOS.DAT: SE OMITE (ESTADO " VIEJO-FS
                   ", YA RECONSTRUIDO O AUSENTE)"
               CLOSE CTRV
           ELSE
               MOVE ZERO TO WS-CANT-REGS
               OPEN OUTPUT SCRATCH
               MOVE LOW-VALUE TO CTRV-KEY
               MOVE 'N' TO WS-FIN
               START CTRV KEY IS NOT LESS THAN CTRV-KEY
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 945-VOLCAR-CONTRATO UNTIL WS-FIN = 'S'
               CLOSE CTRV
               CLOSE SCRATCH
               PERFORM 900-BORRAR-DAT
               OPEN OUTPUT CTRN
               OPEN INPUT SCRATCH
               MOVE 'N' TO WS-FIN
               PERFORM 950-REGRABAR-CONTRATO UNTIL WS-FIN = 'S'
               CLOSE CTRN
               CLOSE SCRATCH
               DISPLAY "CONTRATOS.DAT: " WS-CANT-REGS
                   " REGISTROS RECONSTRUIDOS"
           END-IF.

       945-VOLCAR-CONTRATO.
           READ CTRV NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO WS-NUEVO
               MOVE CTRV-REG TO WS-NUEVO(1:35)
               MOVE "00N00N" TO WS-NUEVO(46:6)
               MOVE WS-NUEVO TO SCRATCH-REG
               WRITE SCRATCH-REG
               ADD 1 TO WS-CANT-REGS
           END-IF.

       950-REGRABAR-CONTRATO.
           READ SCRATCH RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF SCRATCH-FS NOT = '00'
               MOVE 'S' TO WS-FIN
           ELSE
               MOVE SCRATCH-REG(1:51) TO CTRN-REG
               WRITE CTRN-REG
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      * COTIZ.DAT: 49 -> 134 (seguimiento del pipeline, motivo,
      * competidor y vigencia aceptada; probabilidad en cero y el
      * resto en blanco).
       960-CONVERTIR-COTIZACIONES.
           MOVE "COTIZ.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT COTV.
           IF VIEJO-FS NOT = '00'
               DISPLAY "COTIZ.DAT: SE OMITE (ESTADO " VIEJO-FS
                   ", YA RECONSTRUIDO O AUSENTE)"
               CLOSE COTV
           ELSE
               MOVE ZERO TO WS-CANT-REGS
               OPEN OUTPUT SCRATCH
               MOVE ZERO TO COTV-NRO
               MOVE 'N' TO WS-FIN
               START COTV KEY IS NOT LESS THAN COTV-NRO
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 965-VOLCAR-COTIZACION UNTIL WS-FIN = 'S'
               CLOSE COTV
               CLOSE SCRATCH
               PERFORM 900-BORRAR-DAT
               OPEN OUTPUT COTN
               OPEN INPUT SCRATCH
               MOVE 'N' TO WS-FIN
               PERFORM 970-REGRABAR-COTIZACION UNTIL WS-FIN = 'S'
               CLOSE COTN
               CLOSE SCRATCH
               DISPLAY "COTIZ.DAT: " WS-CANT-REGS
                   " REGISTROS RECONSTRUIDOS"
           END-IF.

       965-VOLCAR-COTIZACION.
           READ COTV NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO WS-NUEVO
               MOVE COTV-REG TO WS-NUEVO(1:49)
               MOVE "000" TO WS-NUEVO(58:3)
               MOVE WS-NUEVO TO SCRATCH-REG
               WRITE SCRATCH-REG
               ADD 1 TO WS-CANT-REGS
           END-IF.

       970-REGRABAR-COTIZACION.
           READ SCRATCH RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF SCRATCH-FS NOT = '00'
               MOVE 'S' TO WS-FIN
           ELSE
               MOVE SCRATCH-REG(1:134) TO COTN-REG
               WRITE COTN-REG
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      * ASIGNACIONES.DAT: 24 -> 34 (proyecto y horas diarias
      * planificadas para el borrador semanal de horas; proyecto en
      * blanco y horas en cero, sin borrador).
       980-CONVERTIR-ASIGNACIONES.
           MOVE "ASIGNACIONES.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT ASGV.
           IF VIEJO-FS NOT = '00'
               DISPLAY "ASIGNACIONES.DAT: SE OMITE (ESTADO " VIEJO-FS
                   ", YA RECONSTRUIDO O AUSENTE)"
               CLOSE ASGV
           ELSE
               MOVE ZERO TO WS-CANT-REGS
               OPEN OUTPUT SCRATCH
               MOVE LOW-VALUE TO ASGV-KEY
               MOVE 'N' TO WS-FIN
               START ASGV KEY IS NOT LESS THAN ASGV-KEY
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 985-VOLCAR-ASIGNACION UNTIL WS-FIN = 'S'
               CLOSE ASGV
               CLOSE SCRATCH
               PERFORM 900-BORRAR-DAT
               OPEN OUTPUT ASGN
               OPEN INPUT SCRATCH
               MOVE 'N' TO WS-FIN
               PERFORM 990-REGRABAR-ASIGNACION UNTIL WS-FIN = 'S'
               CLOSE ASGN
               CLOSE SCRATCH
               DISPLAY "ASIGNACIONES.DAT: " WS-CANT-REGS
                   " REGISTROS RECONSTRUIDOS"
           END-IF.

       985-VOLCAR-ASIGNACION.
           READ ASGV NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO WS-NUEVO
               MOVE ASGV-REG TO WS-NUEVO(1:24)
               MOVE "0000" TO WS-NUEVO(31:4)
               MOVE WS-NUEVO TO SCRATCH-REG
               WRITE SCRATCH-REG
               ADD 1 TO WS-CANT-REGS
           END-IF.

       990-REGRABAR-ASIGNACION.
           READ SCRATCH RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF SCRATCH-FS NOT = '00'
               MOVE 'S' TO WS-FIN
           ELSE
               MOVE SCRATCH-REG(1:34) TO ASGN-REG
               WRITE ASGN-REG
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       END PROGRAM RECONSTRUIR.
