       IDENTIFICATION DIVISION.

       PROGRAM-ID. COMISIONEJE.

      * Liquidacion mensual de comisiones de los ejecutivos de cuenta
      * sobre lo cobrado: aplicaciones de COBRO_APLIC.DAT del periodo
      * a facturas de sus clientes. La base comisionable es la parte
      * de cada cobro que corresponde a horas facturadas, sin IVA ni
      * gastos reintegrados; las facturas castigadas no comisionan.
      * Las notas de credito emitidas en el periodo recuperan la
      * comision ya liquidada sobre la facturacion que anulan. El
      * detalle queda en LIQCOMISION.DAT; correr de nuevo un periodo
      * reemplaza su liquidacion.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT APL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-KEY
               ALTERNATE RECORD KEY IS APL-CLIENTE WITH DUPLICATES
               FILE STATUS IS APL-FS.

           SELECT APROB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APROB-NRO-FACT
               FILE STATUS IS APROB-FS.

           SELECT FACTCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-KEY
               ALTERNATE RECORD KEY IS FCL-CLIENTE WITH DUPLICATES
               FILE STATUS IS FACTCLI-FS.

           SELECT FACTDET ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDE-KEY
               FILE STATUS IS FACTDET-FS.

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT EJE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EJE-COD
               FILE STATUS IS EJE-FS.

           SELECT CAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAS-KEY
               FILE STATUS IS CAS-FS.

           SELECT LCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCO-KEY
               FILE STATUS IS LCO-FS.

           SELECT LISTADO ASSIGN TO "COMISIONES.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

       FD APL
           VALUE OF FILE-ID IS "COBRO_APLIC.DAT".
       01 APL-REG.
           02 APL-KEY.
               03 APL-NRO-FACT PIC 9(6).
               03 APL-REC-NRO PIC 9(6).
           02 APL-DATOS.
               03 APL-CLIENTE PIC 9(4).
               03 APL-FECHA PIC X(8).
               03 APL-IMPORTE PIC S9(9)V99.

       FD APROB
           VALUE OF FILE-ID IS "APROBACIONES.DAT".
       01 APROB-REG.
           03 APROB-NRO-FACT PIC 9(6).
           03 APROB-FECHA-DESDE PIC X(8).
           03 APROB-FECHA-HASTA PIC X(8).
           03 APROB-TOTAL-GRAL PIC S9(9)V99.
           03 APROB-TOTAL-IVA PIC S9(9)V99.
           03 APROB-ESTADO PIC X(10).
           03 APROB-FECHA-APROB PIC X(8).
           03 APROB-EMPRESA PIC X(3).
           03 APROB-NRO-ORIG PIC 9(6).
           03 APROB-TOTAL-COBRADO PIC S9(9)V99.
           03 APROB-CLI-DESDE PIC 9(4).
           03 APROB-CLI-HASTA PIC 9(4).
           03 APROB-CONS-DESDE PIC 9(3).
           03 APROB-CONS-HASTA PIC 9(3).
           03 APROB-USUARIO PIC X(8).
           03 APROB-CAE PIC X(14).
           03 APROB-CAE-VTO PIC X(8).
           03 APROB-USU-EJECUTO PIC X(8).
           03 APROB-USUARIO2 PIC X(8).
           03 APROB-FIRMA1-TS PIC X(14).
           03 APROB-FIRMA2-TS PIC X(14).

       FD FACTCLI
           VALUE OF FILE-ID IS "FACTCLI.DAT".
       01 FCL-REG.
           02 FCL-KEY.
               03 FCL-NRO-FACT PIC 9(6).
               03 FCL-CLIENTE PIC 9(4).
           02 FCL-DATOS.
               03 FCL-TOTAL-NETO PIC S9(9)V99.
               03 FCL-TOTAL-IVA PIC S9(9)V99.
               03 FCL-FECHA-HASTA PIC X(8).
               03 FCL-EMPRESA PIC X(3).

       FD FACTDET
           VALUE OF FILE-ID IS "FACTDET.DAT".
       01 FDE-REG.
           02 FDE-KEY.
               03 FDE-NRO-FACT PIC 9(6).
               03 FDE-CONS PIC 9(3).
               03 FDE-CLIENTE PIC 9(4).
               03 FDE-FECHA PIC X(8).
               03 FDE-SECUENCIA PIC 9(2).
           02 FDE-DATOS.
               03 FDE-CANT-HORAS PIC S9(2)V99.
               03 FDE-TARIFA PIC 9(7)V99.
               03 FDE-IMPORTE PIC S9(7)V99.
               03 FDE-MONEDA PIC X(3).
               03 FDE-IMPORTE-MON PIC S9(7)V99.
               03 FDE-OBSERV PIC X(30).
               03 FDE-APEYNOM PIC X(25).
               03 FDE-DESC-PER PIC X(15).
               03 FDE-CLIENTE-NOM PIC X(30).
               03 FDE-PROYECTO PIC X(6).
               03 FDE-MECANISMO PIC X(2).
               03 FDE-UNIDAD PIC X.
               03 FDE-CANT-UNIDAD PIC S9(3)V99.

       FD CLI
           VALUE OF FILE-ID IS "CLIENTES.DAT".
       01 CLI-REG.
           03 CLI-COD-CLIENTE PIC 9(4).
           03 CLI-RAZON-SOCIAL PIC X(30).
           03 CLI-DIRECCION PIC X(20).
           03 CLI-TELEFONO PIC 9(10).
           03 CLI-MONEDA PIC X(3).
           03 CLI-EMPRESA PIC X(3).
           03 CLI-PLAZO-PAGO PIC 9(3).
           03 CLI-CUIT PIC 9(11).
           03 CLI-COND-FISCAL PIC X(2).
           03 CLI-CAT-IVA PIC X(2).
           03 CLI-RET-GAN PIC 9(2)V99.
           03 CLI-RET-IIBB PIC 9(2)V99.
           03 CLI-BLOQUEO PIC X.
               88 CLI-BLOQUEADO VALUE 'S'.
               88 CLI-SIN-BLOQUEO VALUES 'N', SPACE.
           03 CLI-RED-INCREMENTO PIC 9V99.
           03 CLI-RED-SENTIDO PIC X.
           03 CLI-MIN-DIARIO PIC 9V99.
           03 CLI-DEBITO-AUTO PIC X.
               88 CLI-CON-DEBITO VALUE 'S'.
               88 CLI-SIN-DEBITO VALUES 'N', SPACE.
           03 CLI-CBU PIC X(22).
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

       FD EJE
           VALUE OF FILE-ID IS "EJECUTIVOS.DAT".
       01 EJE-REG.
           03 EJE-COD PIC 9(3).
           03 EJE-NOMBRE PIC X(25).
           03 EJE-PORC-COMISION PIC 9(2)V99.
           03 EJE-BAJA PIC X.
               88 EJE-ACTIVO VALUE SPACE.
               88 EJE-INACTIVO VALUE 'S'.

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

      * Detalle de la liquidacion: C = comision sobre un cobro,
      * R = recupero por nota de credito sobre una facturacion ya
      * comisionada (LCO-REC-NRO lleva el numero de la nota).
       FD LCO
           VALUE OF FILE-ID IS "LIQCOMISION.DAT".
       01 LCO-REG.
           02 LCO-KEY.
               03 LCO-PERIODO PIC X(6).
               03 LCO-EJECUTIVO PIC 9(3).
               03 LCO-NRO-FACT PIC 9(6).
               03 LCO-CLIENTE PIC 9(4).
               03 LCO-REC-NRO PIC 9(6).
               03 LCO-TIPO PIC X.
                   88 LCO-COBRO VALUE 'C'.
                   88 LCO-RECUPERO VALUE 'R'.
           02 LCO-DATOS.
               03 LCO-FECHA PIC X(8).
               03 LCO-COBRADO PIC S9(9)V99.
               03 LCO-BASE PIC S9(9)V99.
               03 LCO-PORCENTAJE PIC 9(2)V99.
               03 LCO-COMISION PIC S9(9)V99.

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(132).

       WORKING-STORAGE SECTION.

       01 APL-FS                       PIC X(2).
           88 APL-OK                          VALUE '00'.
           88 APL-EOF                         VALUE '10'.
       01 APROB-FS                     PIC X(2).
           88 APROB-OK                        VALUE '00'.
           88 APROB-EOF                       VALUE '10'.
       01 FACTCLI-FS                   PIC X(2).
       01 FACTDET-FS                   PIC X(2).
       01 CLI-FS                       PIC X(2).
       01 EJE-FS                       PIC X(2).
       01 CAS-FS                       PIC X(2).
       01 LCO-FS                       PIC X(2).
       01 LISTADO-FS                   PIC X(2).

       01 WS-HAY-CASTIGOS              PIC X VALUE 'N'.
       01 WS-HAY-FACTDET               PIC X VALUE 'N'.
       01 WS-PERIODO                   PIC X(6).
       01 WS-LCO-FIN                   PIC X.
       01 WS-FDE-FIN                   PIC X.
       01 WS-REXIST                    PIC X.
       01 WS-YA-RECUPERADA             PIC X.
       01 WS-BORRADOS                  PIC 9(5) VALUE ZERO.

       01 WS-EJECUTIVO                 PIC 9(3).
       01 WS-PORCENTAJE                PIC 9(2)V99.
       01 WS-BRUTO                     PIC S9(11)V99.
       01 WS-HORAS-FACT                PIC S9(11)V99.
       01 WS-BASE                      PIC S9(9)V99.
       01 WS-COMISION                  PIC S9(9)V99.
       01 WS-NRO-NC                    PIC 9(6).
       01 WS-NRO-ORIG                  PIC 9(6).
       01 WS-FECHA-NC                  PIC X(8).

       01 WS-CANT-COBROS               PIC 9(5) VALUE ZERO.
       01 WS-CANT-RECUPEROS            PIC 9(5) VALUE ZERO.
       01 WS-TOT-NO-COMISIONABLE       PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-CASTIGADAS            PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-SIN-EJECUTIVO         PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-SIN-FACTURA           PIC S9(11)V99 VALUE ZERO.

      * Comisiones ya liquidadas sobre la facturacion que anula una
      * nota de credito, por ejecutivo y cliente.
       01 WS-I                         PIC 9(4).
       01 WS-HALLADO                   PIC X.
       01 WS-T-REC-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-REC.
           03 WS-T-REC-CAMPO OCCURS 200 TIMES.
               05 WS-T-REC-EJE          PIC 9(3).
               05 WS-T-REC-CLI          PIC 9(4).
               05 WS-T-REC-BASE         PIC S9(11)V99.
               05 WS-T-REC-COMISION     PIC S9(11)V99.
               05 WS-T-REC-PORC         PIC 9(2)V99.

       01 WS-EJE-ANT                   PIC 9(3).
       01 WS-SUB-COBRADO               PIC S9(11)V99.
       01 WS-SUB-BASE                  PIC S9(11)V99.
       01 WS-SUB-COMISION              PIC S9(11)V99.
       01 WS-TOT-COMISION              PIC S9(11)V99 VALUE ZERO.

       01 WS-ENC-COL.
           03 FILLER PIC X(10) VALUE "  FECHA   ".
           03 FILLER PIC X(7)  VALUE "FACTURA".
           03 FILLER PIC X(9)  VALUE "  CLIENTE".
           03 FILLER PIC X(11) VALUE "  REC/NC   ".
           03 FILLER PIC X(16) VALUE "        COBRADO ".
           03 FILLER PIC X(16) VALUE "  BASE COMISION ".
           03 FILLER PIC X(8)  VALUE "    %   ".
           03 FILLER PIC X(16) VALUE "       COMISION ".

       01 WS-LIN-DET.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-FECHA     PIC X(8).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-DET-FACT      PIC 9(6).
           03 FILLER               PIC X(4) VALUE SPACES.
           03 WS-LIN-DET-CLI       PIC 9(4).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-TIPO      PIC X(3).
           03 WS-LIN-DET-REC       PIC 9(6).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-DET-COBRADO   PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-DET-BASE      PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-DET-PORC      PIC Z9,99.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-DET-COMISION  PIC -ZZZ.ZZZ.Z99,99.

       01 WS-LIN-TOT.
           03 WS-LIN-TOT-TXT       PIC X(50).
           03 WS-LIN-TOT-VAL       PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 100-BORRAR-LIQUIDACION.
           PERFORM 200-RECORRER-COBROS UNTIL APL-EOF.
           PERFORM 300-RECORRER-NOTAS-CREDITO UNTIL APROB-EOF.
           PERFORM 400-IMPRIMIR.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "LIQUIDACION DE COMISIONES DE EJECUTIVOS DE CUENTA".
           DISPLAY "INGRESE EL PERIODO (AAAAMM): ".
           ACCEPT WS-PERIODO.
           OPEN INPUT EJE.
           IF EJE-FS NOT = '00'
               DISPLAY "ERROR APERTURA EJECUTIVOS.DAT - CARGUE LOS "
                   "EJECUTIVOS CON EL MANTENIMIENTO DE EJECUTIVOS"
               STOP RUN.
           OPEN INPUT APL.
           IF NOT APL-OK
               DISPLAY "ERROR APERTURA COBRO_APLIC.DAT"
               STOP RUN.
           OPEN INPUT APROB.
           IF NOT APROB-OK
               DISPLAY "ERROR APERTURA APROBACIONES.DAT"
               STOP RUN.
           OPEN INPUT CLI.
           OPEN INPUT FACTCLI.
           OPEN INPUT FACTDET.
           IF FACTDET-FS = '00'
               MOVE 'S' TO WS-HAY-FACTDET
           END-IF.
           OPEN INPUT CAS.
           IF CAS-FS = '00'
               MOVE 'S' TO WS-HAY-CASTIGOS
           END-IF.
           OPEN I-O LCO.
           IF LCO-FS NOT = '00'
               OPEN OUTPUT LCO
               CLOSE LCO
               OPEN I-O LCO
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE LOW-VALUE TO APL-KEY.
           START APL KEY IS NOT LESS THAN APL-KEY
               INVALID KEY MOVE '10' TO APL-FS
           END-START.
           MOVE LOW-VALUE TO APROB-NRO-FACT.
           START APROB KEY IS NOT LESS THAN APROB-NRO-FACT
               INVALID KEY MOVE '10' TO APROB-FS
           END-START.

      * Una nueva corrida del mismo periodo reemplaza la anterior.
       100-BORRAR-LIQUIDACION.
           MOVE LOW-VALUE TO LCO-KEY.
           MOVE WS-PERIODO TO LCO-PERIODO.
           MOVE 'N' TO WS-LCO-FIN.
           START LCO KEY IS NOT LESS THAN LCO-KEY
               INVALID KEY MOVE 'S' TO WS-LCO-FIN
           END-START.
           PERFORM 110-BORRAR-UNA UNTIL WS-LCO-FIN = 'S'.

       110-BORRAR-UNA.
           READ LCO NEXT RECORD
               AT END MOVE 'S' TO WS-LCO-FIN
           END-READ.
           IF WS-LCO-FIN = 'N'
               IF LCO-PERIODO NOT = WS-PERIODO
                   MOVE 'S' TO WS-LCO-FIN
               ELSE
                   DELETE LCO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-BORRADOS
                   END-DELETE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Cobros aplicados en el periodo.
      *----------------------------------------------------------------
       200-RECORRER-COBROS.
           READ APL NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT APL-EOF
               IF APL-FECHA(1:6) = WS-PERIODO
                   PERFORM 210-PROCESAR-COBRO
               END-IF
           END-IF.

       210-PROCESAR-COBRO.
           MOVE ZERO TO WS-EJECUTIVO.
           MOVE APL-CLIENTE TO CLI-COD-CLIENTE.
           READ CLI
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CLI-EJECUTIVO TO WS-EJECUTIVO
           END-READ.
           MOVE 'N' TO WS-REXIST.
           IF WS-EJECUTIVO NOT = ZERO
               MOVE WS-EJECUTIVO TO EJE-COD
               MOVE 'S' TO WS-REXIST
               READ EJE
                   INVALID KEY MOVE 'N' TO WS-REXIST
               END-READ
           END-IF.
           IF WS-REXIST = 'N'
               ADD APL-IMPORTE TO WS-TOT-SIN-EJECUTIVO
           ELSE
               PERFORM 220-ES-CASTIGADA
               IF WS-HALLADO = 'S'
                   ADD APL-IMPORTE TO WS-TOT-CASTIGADAS
               ELSE
                   PERFORM 230-BASE-COMISIONABLE
               END-IF
           END-IF.

       220-ES-CASTIGADA.
           MOVE 'N' TO WS-HALLADO.
           IF WS-HAY-CASTIGOS = 'S'
               MOVE APL-NRO-FACT TO CAS-NRO-FACT
               MOVE APL-CLIENTE TO CAS-CLIENTE
               READ CAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO WS-HALLADO
               END-READ
           END-IF.

      * La parte del cobro que corresponde a horas: lo cobrado por la
      * proporcion de horas facturadas sobre el total con IVA de la
      * factura del cliente. IVA y gastos reintegrados no comisionan.
       230-BASE-COMISIONABLE.
           MOVE APL-NRO-FACT TO FCL-NRO-FACT.
           MOVE APL-CLIENTE TO FCL-CLIENTE.
           MOVE 'S' TO WS-REXIST.
           READ FACTCLI
               INVALID KEY MOVE 'N' TO WS-REXIST
           END-READ.
           IF WS-REXIST = 'S'
               COMPUTE WS-BRUTO = FCL-TOTAL-NETO + FCL-TOTAL-IVA
               PERFORM 240-SUMAR-HORAS-FACTURA
           END-IF.
           IF WS-REXIST = 'N' OR WS-BRUTO NOT > ZERO
               ADD APL-IMPORTE TO WS-TOT-SIN-FACTURA
           ELSE
               IF WS-HORAS-FACT > WS-BRUTO
                   MOVE WS-BRUTO TO WS-HORAS-FACT
               END-IF
               COMPUTE WS-BASE ROUNDED =
                   APL-IMPORTE * WS-HORAS-FACT / WS-BRUTO
               COMPUTE WS-TOT-NO-COMISIONABLE =
                   WS-TOT-NO-COMISIONABLE + APL-IMPORTE - WS-BASE
               MOVE EJE-PORC-COMISION TO WS-PORCENTAJE
               COMPUTE WS-COMISION ROUNDED =
                   WS-BASE * WS-PORCENTAJE / 100
               MOVE WS-PERIODO TO LCO-PERIODO
               MOVE WS-EJECUTIVO TO LCO-EJECUTIVO
               MOVE APL-NRO-FACT TO LCO-NRO-FACT
               MOVE APL-CLIENTE TO LCO-CLIENTE
               MOVE APL-REC-NRO TO LCO-REC-NRO
               MOVE 'C' TO LCO-TIPO
               MOVE APL-FECHA TO LCO-FECHA
               MOVE APL-IMPORTE TO LCO-COBRADO
               MOVE WS-BASE TO LCO-BASE
               MOVE WS-PORCENTAJE TO LCO-PORCENTAJE
               MOVE WS-COMISION TO LCO-COMISION
               WRITE LCO-REG
                   INVALID KEY DISPLAY "ERROR GRABANDO LIQCOMISION.DAT "
                       LCO-KEY
                   NOT INVALID KEY ADD 1 TO WS-CANT-COBROS
               END-WRITE
           END-IF.

       240-SUMAR-HORAS-FACTURA.
           MOVE ZERO TO WS-HORAS-FACT.
           IF WS-HAY-FACTDET = 'S'
               MOVE LOW-VALUE TO FDE-KEY
               MOVE APL-NRO-FACT TO FDE-NRO-FACT
               MOVE 'N' TO WS-FDE-FIN
               START FACTDET KEY IS NOT LESS THAN FDE-KEY
                   INVALID KEY MOVE 'S' TO WS-FDE-FIN
               END-START
               PERFORM 245-SUMAR-HORA-FACTURA UNTIL WS-FDE-FIN = 'S'
           END-IF.

       245-SUMAR-HORA-FACTURA.
           READ FACTDET NEXT RECORD
               AT END MOVE 'S' TO WS-FDE-FIN
           END-READ.
           IF WS-FDE-FIN = 'N'
               IF FDE-NRO-FACT NOT = APL-NRO-FACT
                   MOVE 'S' TO WS-FDE-FIN
               ELSE
                   IF FDE-CLIENTE = APL-CLIENTE
                       ADD FDE-IMPORTE TO WS-HORAS-FACT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Notas de credito emitidas en el periodo: recuperan toda la
      * comision liquidada sobre la facturacion original, salvo que
      * ya se haya recuperado en una liquidacion anterior.
      *----------------------------------------------------------------
       300-RECORRER-NOTAS-CREDITO.
           READ APROB NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT APROB-EOF
               IF APROB-ESTADO = "NOTACRED" AND
                   APROB-FECHA-APROB(1:6) = WS-PERIODO
                   MOVE APROB-NRO-FACT TO WS-NRO-NC
                   MOVE APROB-NRO-ORIG TO WS-NRO-ORIG
                   MOVE APROB-FECHA-APROB TO WS-FECHA-NC
                   PERFORM 310-RECUPERAR-COMISION
               END-IF
           END-IF.

       310-RECUPERAR-COMISION.
           MOVE ZERO TO WS-T-REC-COUNT.
           MOVE 'N' TO WS-YA-RECUPERADA.
           MOVE LOW-VALUE TO LCO-KEY.
           MOVE 'N' TO WS-LCO-FIN.
           START LCO KEY IS NOT LESS THAN LCO-KEY
               INVALID KEY MOVE 'S' TO WS-LCO-FIN
           END-START.
           PERFORM 320-ACUMULAR-COMISIONADO UNTIL WS-LCO-FIN = 'S'.
           IF WS-YA-RECUPERADA = 'N'
               PERFORM 340-GRABAR-RECUPERO
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-REC-COUNT
           END-IF.

       320-ACUMULAR-COMISIONADO.
           READ LCO NEXT RECORD
               AT END MOVE 'S' TO WS-LCO-FIN
           END-READ.
           IF WS-LCO-FIN = 'N'
               IF LCO-NRO-FACT = WS-NRO-ORIG
                   IF LCO-RECUPERO
                       MOVE 'S' TO WS-YA-RECUPERADA
                   ELSE
                       PERFORM 330-SUMAR-COMISIONADO
                   END-IF
               END-IF
           END-IF.

       330-SUMAR-COMISIONADO.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-REC-COUNT OR WS-HALLADO = 'S'
               IF WS-T-REC-EJE(WS-I) = LCO-EJECUTIVO AND
                   WS-T-REC-CLI(WS-I) = LCO-CLIENTE
                   MOVE 'S' TO WS-HALLADO
                   SUBTRACT 1 FROM WS-I
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N' AND WS-T-REC-COUNT < 200
               ADD 1 TO WS-T-REC-COUNT
               MOVE WS-T-REC-COUNT TO WS-I
               MOVE LCO-EJECUTIVO TO WS-T-REC-EJE(WS-I)
               MOVE LCO-CLIENTE TO WS-T-REC-CLI(WS-I)
               MOVE ZERO TO WS-T-REC-BASE(WS-I)
               MOVE ZERO TO WS-T-REC-COMISION(WS-I)
           END-IF.
           IF WS-I <= WS-T-REC-COUNT
               ADD LCO-BASE TO WS-T-REC-BASE(WS-I)
               ADD LCO-COMISION TO WS-T-REC-COMISION(WS-I)
               MOVE LCO-PORCENTAJE TO WS-T-REC-PORC(WS-I)
           END-IF.

       340-GRABAR-RECUPERO.
           IF WS-T-REC-COMISION(WS-I) NOT = ZERO
               MOVE WS-PERIODO TO LCO-PERIODO
               MOVE WS-T-REC-EJE(WS-I) TO LCO-EJECUTIVO
               MOVE WS-NRO-ORIG TO LCO-NRO-FACT
               MOVE WS-T-REC-CLI(WS-I) TO LCO-CLIENTE
               MOVE WS-NRO-NC TO LCO-REC-NRO
               MOVE 'R' TO LCO-TIPO
               MOVE WS-FECHA-NC TO LCO-FECHA
               MOVE ZERO TO LCO-COBRADO
               COMPUTE LCO-BASE = ZERO - WS-T-REC-BASE(WS-I)
               MOVE WS-T-REC-PORC(WS-I) TO LCO-PORCENTAJE
               COMPUTE LCO-COMISION =
                   ZERO - WS-T-REC-COMISION(WS-I)
               WRITE LCO-REG
                   INVALID KEY DISPLAY "ERROR GRABANDO LIQCOMISION.DAT "
                       LCO-KEY
                   NOT INVALID KEY ADD 1 TO WS-CANT-RECUPEROS
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      * Liquidacion del periodo por ejecutivo.
      *----------------------------------------------------------------
       400-IMPRIMIR.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "LIQUIDACION DE COMISIONES SOBRE LO COBRADO - "
                   DELIMITED BY SIZE
               "PERIODO " DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE 999 TO WS-EJE-ANT.
           MOVE LOW-VALUE TO LCO-KEY.
           MOVE WS-PERIODO TO LCO-PERIODO.
           MOVE 'N' TO WS-LCO-FIN.
           START LCO KEY IS NOT LESS THAN LCO-KEY
               INVALID KEY MOVE 'S' TO WS-LCO-FIN
           END-START.
           PERFORM 410-IMPRIMIR-UNA UNTIL WS-LCO-FIN = 'S'.
           IF WS-EJE-ANT NOT = 999
               PERFORM 420-SUBTOTAL-EJECUTIVO
           END-IF.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "TOTAL COMISIONES DEL PERIODO:" TO WS-LIN-TOT-TXT.
           MOVE WS-TOT-COMISION TO WS-LIN-TOT-VAL.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "COBRADO NO COMISIONABLE:" TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "  IVA Y GASTOS REINTEGRADOS:" TO WS-LIN-TOT-TXT.
           MOVE WS-TOT-NO-COMISIONABLE TO WS-LIN-TOT-VAL.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "  FACTURAS CASTIGADAS:" TO WS-LIN-TOT-TXT.
           MOVE WS-TOT-CASTIGADAS TO WS-LIN-TOT-VAL.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "  CLIENTES SIN EJECUTIVO DE CUENTA:" TO WS-LIN-TOT-TXT.
           MOVE WS-TOT-SIN-EJECUTIVO TO WS-LIN-TOT-VAL.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "  SIN FACTURA DEL CLIENTE EN FACTCLI.DAT:"
               TO WS-LIN-TOT-TXT.
           MOVE WS-TOT-SIN-FACTURA TO WS-LIN-TOT-VAL.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       410-IMPRIMIR-UNA.
           READ LCO NEXT RECORD
               AT END MOVE 'S' TO WS-LCO-FIN
           END-READ.
           IF WS-LCO-FIN = 'N'
               IF LCO-PERIODO NOT = WS-PERIODO
                   MOVE 'S' TO WS-LCO-FIN
               ELSE
                   IF LCO-EJECUTIVO NOT = WS-EJE-ANT
                       IF WS-EJE-ANT NOT = 999
                           PERFORM 420-SUBTOTAL-EJECUTIVO
                       END-IF
                       PERFORM 430-ENCABEZADO-EJECUTIVO
                   END-IF
                   MOVE LCO-FECHA TO WS-LIN-DET-FECHA
                   MOVE LCO-NRO-FACT TO WS-LIN-DET-FACT
                   MOVE LCO-CLIENTE TO WS-LIN-DET-CLI
                   IF LCO-RECUPERO
                       MOVE "NC " TO WS-LIN-DET-TIPO
                   ELSE
                       MOVE "RC " TO WS-LIN-DET-TIPO
                   END-IF
                   MOVE LCO-REC-NRO TO WS-LIN-DET-REC
                   MOVE LCO-COBRADO TO WS-LIN-DET-COBRADO
                   MOVE LCO-BASE TO WS-LIN-DET-BASE
                   MOVE LCO-PORCENTAJE TO WS-LIN-DET-PORC
                   MOVE LCO-COMISION TO WS-LIN-DET-COMISION
                   MOVE WS-LIN-DET TO LISTADO-LINEA
                   WRITE LISTADO-LINEA
                   ADD LCO-COBRADO TO WS-SUB-COBRADO
                   ADD LCO-BASE TO WS-SUB-BASE
                   ADD LCO-COMISION TO WS-SUB-COMISION
               END-IF
           END-IF.

       420-SUBTOTAL-EJECUTIVO.
           MOVE SPACES TO WS-LIN-DET-FECHA.
           MOVE ZERO TO WS-LIN-DET-FACT.
           MOVE ZERO TO WS-LIN-DET-CLI.
           MOVE "TOT" TO WS-LIN-DET-TIPO.
           MOVE ZERO TO WS-LIN-DET-REC.
           MOVE WS-SUB-COBRADO TO WS-LIN-DET-COBRADO.
           MOVE WS-SUB-BASE TO WS-LIN-DET-BASE.
           MOVE ZERO TO WS-LIN-DET-PORC.
           MOVE WS-SUB-COMISION TO WS-LIN-DET-COMISION.
           MOVE WS-LIN-DET TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           ADD WS-SUB-COMISION TO WS-TOT-COMISION.

       430-ENCABEZADO-EJECUTIVO.
           MOVE LCO-EJECUTIVO TO WS-EJE-ANT.
           MOVE ZERO TO WS-SUB-COBRADO.
           MOVE ZERO TO WS-SUB-BASE.
           MOVE ZERO TO WS-SUB-COMISION.
           MOVE SPACES TO EJE-NOMBRE.
           MOVE LCO-EJECUTIVO TO EJE-COD.
           READ EJE
               INVALID KEY MOVE "(NO EXISTE)" TO EJE-NOMBRE
           END-READ.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "EJECUTIVO " DELIMITED BY SIZE
               LCO-EJECUTIVO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               EJE-NOMBRE DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-COL TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       900-FIN.
           CLOSE APL.
           CLOSE APROB.
           CLOSE CLI.
           CLOSE FACTCLI.
           IF WS-HAY-FACTDET = 'S'
               CLOSE FACTDET
           END-IF.
           IF WS-HAY-CASTIGOS = 'S'
               CLOSE CAS
           END-IF.
           CLOSE EJE.
           CLOSE LCO.
           CLOSE LISTADO.
           DISPLAY "LIQUIDACION ANTERIOR DEL PERIODO BORRADA: "
               WS-BORRADOS.
           DISPLAY "COBROS COMISIONADOS: " WS-CANT-COBROS.
           DISPLAY "RECUPEROS POR NOTA DE CREDITO: " WS-CANT-RECUPEROS.
           DISPLAY "LIQUIDACION GRABADA EN COMISIONES.PRN".

       END PROGRAM COMISIONEJE.
