       IDENTIFICATION DIVISION.

       PROGRAM-ID. RENOVCTR.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CTR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-KEY
               FILE STATUS IS CTR-FS.

           SELECT REN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REN-KEY
               FILE STATUS IS REN-FS.

           SELECT HOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-KEY
               ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
               FILE STATUS IS HOR-FS.

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT LISTADO ASSIGN TO "RENOVACIONES.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

           SELECT OPTIONAL LCKFACT ASSIGN TO "FACTURACION.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCKFACT-FS.

           SELECT LCKMANT ASSIGN TO "MANTENIMIENTO.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCKMANT-FS.

       DATA DIVISION.

       FILE SECTION.

       FD CTR
           VALUE OF FILE-ID IS "CONTRATOS.DAT".
       01 CTR-REG.
           02 CTR-KEY.
               03 CTR-CLIENTE PIC 9(4).
               03 CTR-VIG-DESDE PIC X(8).
           02 CTR-DATOS.
               03 CTR-VIG-HASTA PIC X(8).
               03 CTR-ABONO PIC 9(7)V99.
               03 CTR-TOPE-HORAS PIC 9(4)V99.
               03 CTR-INDICE PIC X(4).
               03 CTR-INDICE-BASE PIC X(6).
               03 CTR-AJUSTE-MESES PIC 9(2).
               03 CTR-RENOV-TACITA PIC X.
                   88 CTR-CON-RENOV-TACITA VALUE 'S'.
               03 CTR-RENOV-MESES PIC 9(2).
               03 CTR-REINTEGRA-VIATICOS PIC X.
                   88 CTR-CON-REINTEGRO VALUE 'S'.

       FD REN
           VALUE OF FILE-ID IS "RENOVACIONES.DAT".
       01 REN-REG.
           02 REN-KEY.
               03 REN-CLIENTE PIC 9(4).
               03 REN-VIG-DESDE PIC X(8).
           02 REN-DATOS.
               03 REN-ESTADO PIC X.
                   88 REN-RENOVADO VALUE 'R'.
                   88 REN-NO-RENOVADO VALUE 'N'.
                   88 REN-EN-NEGOCIACION VALUE 'E'.
               03 REN-FECHA PIC X(8).
               03 REN-SUCESOR PIC X(8).
               03 REN-TACITA PIC X.
               03 REN-OBSERV PIC X(40).

       FD HOR
          VALUE OF FILE-ID IS "HORAS.DAT".
          01 HOR-REG.
            02 HOR-KEY.
               03 HOR-CONS PIC 9(3).
               03 HOR-ALT-KEY.
                   04 HOR-FECHA PIC X(8).
                   04 HOR-CLIENTE PIC 9(4).
               03 HOR-SECUENCIA PIC 9(2).
           02 HOR-DATOS.
               03 HOR-CANT-HORAS PIC S9(2)V99.
               03 HOR-OBSERV PIC X(30).
               03 HOR-EMPRESA PIC X(3).
               03 HOR-NRO-FACT PIC 9(6).
               03 HOR-ESTADO PIC X.
                   88 HOR-EST-INGRESADA VALUES 'I', SPACE.
                   88 HOR-EST-APROBADA VALUE 'A'.
                   88 HOR-EST-OBSERVADA VALUE 'O'.
               03 HOR-USUARIO PIC X(8).
               03 HOR-SUCURSAL PIC 9.
               03 HOR-PROYECTO PIC X(6).
               03 HOR-TIPO PIC X.
                   88 HOR-TIPO-FACTURABLE VALUES 'F', SPACE.
                   88 HOR-TIPO-NO-FACT VALUE 'N'.
                   88 HOR-TIPO-INTERNA VALUE 'I'.
               03 HOR-LOTE PIC 9(6).
               03 HOR-HORA-DESDE PIC 9(4).
               03 HOR-HORA-HASTA PIC 9(4).
               03 HOR-DESCANSO PIC 9(3).
               03 HOR-TAREA PIC X(4).

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

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(150).

       FD LCKFACT
           LABEL RECORD OMITTED.
       01 LCKFACT-LINEA PIC X(30).

       FD LCKMANT
           LABEL RECORD OMITTED.
       01 LCKMANT-LINEA PIC X(30).

       WORKING-STORAGE SECTION.
       01 LCKFACT-FS PIC X(2).
       01 LCKMANT-FS PIC X(2).
       01 WS-BORRA-LCK-RC PIC S9(9) COMP.
       01 WS-LCK-NOMBRE PIC X(20) VALUE "MANTENIMIENTO.LCK".

       01 CTR-FS                       PIC X(2).
           88 CTR-OK                          VALUE '00'.
           88 CTR-EOF                         VALUE '10'.
       01 REN-FS                       PIC X(2).
       01 HOR-FS                       PIC X(2).
           88 HOR-OK                          VALUE '00'.
           88 HOR-EOF                         VALUE '10'.
       01 CLI-FS                       PIC X(2).
       01 LISTADO-FS                   PIC X(2).

       01 WS-HAY-HORAS                 PIC X VALUE 'N'.
       01 WS-HAY-CLIENTES              PIC X VALUE 'N'.
       01 WS-APLICA-TACITA             PIC X.
       01 WS-HOY                       PIC X(8).
       01 WS-HOY-NUM                   PIC 9(8).
       01 WS-JULIANO-HOY               PIC 9(7).
       01 WS-DESDE-ANIO                PIC X(8).
       01 WS-MESES-TRANSC              PIC 9(2).
       01 WS-FEC-8                     PIC 9(8).
       01 WS-FEC-DIA                   PIC 9(2).
       01 WS-DIAS                      PIC S9(7).
       01 WS-TRAMO                     PIC 9.
       01 WS-TRAMO-IMP                 PIC 9.
       01 WS-MESES-TOT                 PIC 9(7).
       01 WS-MESES-RESTO               PIC 9(2).
       01 WS-PER-CALC                  PIC 9(6).
       01 WS-PER-CALC-R REDEFINES WS-PER-CALC.
           03 WS-PER-CALC-ANIO         PIC 9(4).
           03 WS-PER-CALC-MES          PIC 9(2).

      * Ultima fila leida de cada cliente: es la que define si el
      * contrato vence, porque las anteriores ya tienen sucesor.
       01 WS-CTR-ULTIMO                PIC X(51).
       01 WS-CTR-LEIDO                 PIC X(51).
       01 WS-HAY-ULTIMO                PIC X VALUE 'N'.

       01 WS-I                         PIC 9(4).
       01 WS-K                         PIC 9(4).
       01 WS-HALLADO                   PIC X.
       01 WS-CANT-VENCIDOS             PIC 9(4) VALUE ZERO.
       01 WS-CANT-POR-VENCER           PIC 9(4) VALUE ZERO.
       01 WS-CANT-TACITAS              PIC 9(4) VALUE ZERO.

      * Horas facturables del anio en curso por cliente.
       01 WS-T-HCL-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-HCL.
           03 WS-T-HCL-CAMPO OCCURS 500 TIMES.
               05 WS-T-HCL-CLIENTE      PIC 9(4).
               05 WS-T-HCL-HORAS        PIC S9(7)V99.

      * Contratos a informar; tramo 0 = vencido, 1 = 30 dias,
      * 2 = 60 dias, 3 = 90 dias.
       01 WS-T-VTO-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-VTO.
           03 WS-T-VTO-CAMPO OCCURS 500 TIMES.
               05 WS-T-VTO-TRAMO        PIC 9.
               05 WS-T-VTO-CLIENTE      PIC 9(4).
               05 WS-T-VTO-DESDE        PIC X(8).
               05 WS-T-VTO-HASTA        PIC X(8).
               05 WS-T-VTO-DIAS         PIC S9(7).
               05 WS-T-VTO-ABONO        PIC 9(7)V99.
               05 WS-T-VTO-TOPE         PIC 9(4)V99.
               05 WS-T-VTO-HORAS        PIC S9(7)V99.
               05 WS-T-VTO-TACITA       PIC X.
               05 WS-T-VTO-DECISION     PIC X(30).

       01 WS-LIN-TITULO.
           03 FILLER               PIC X(38)
               VALUE "VENCIMIENTO Y RENOVACION DE CONTRATOS ".
           03 FILLER               PIC X(9) VALUE "AL DIA   ".
           03 WS-LIN-TIT-FECHA     PIC X(8).

       01 WS-LIN-ENCAB.
           03 FILLER               PIC X(40) VALUE
               "CLI.  RAZON SOCIAL          DESDE     HA".
           03 FILLER               PIC X(40) VALUE
               "STA     DIAS        ABONO TOPE HS   HS A".
           03 FILLER               PIC X(23) VALUE
               "NIO PROM/MES T DECISION".

       01 WS-LIN-DETALLE.
           03 WS-LIN-DET-CLI       PIC 9(4).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-RAZON     PIC X(20).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-DESDE     PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-HASTA     PIC X(8).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-DET-DIAS      PIC -ZZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-DET-ABONO     PIC Z.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-DET-TOPE      PIC ZZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-DET-HORAS     PIC ZZZZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-DET-PROM      PIC ZZZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-DET-TACITA    PIC X.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-DET-DECISION  PIC X(30).

       01 WS-LIN-PROM                  PIC 9(5)V99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 050-CARGAR-HORAS-ANIO.
           PERFORM 100-RECORRER-CONTRATOS.
           PERFORM 200-IMPRIMIR-REPORTE.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "VENCIMIENTO Y RENOVACION DE CONTRATOS".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
           MOVE WS-HOY TO WS-HOY-NUM.
           COMPUTE WS-JULIANO-HOY =
               FUNCTION INTEGER-OF-DATE(WS-HOY-NUM).
           STRING WS-HOY(1:4) DELIMITED BY SIZE
               "0101" DELIMITED BY SIZE
               INTO WS-DESDE-ANIO.
           MOVE WS-HOY(5:2) TO WS-MESES-TRANSC.
           DISPLAY "APLICA LAS RENOVACIONES TACITAS (S/N)?".
           ACCEPT WS-APLICA-TACITA.
           IF WS-APLICA-TACITA = 'S'
               OPEN INPUT LCKFACT
               IF LCKFACT-FS = '00'
                   READ LCKFACT RECORD
                       AT END CONTINUE
                   END-READ
                   CLOSE LCKFACT
                   DISPLAY "CORRIDA DE FACTURACION EN CURSO "
                       "(FACTURACION.LCK). REINTENTE MAS TARDE."
                   STOP RUN
               END-IF
               OPEN OUTPUT LCKMANT
               MOVE "SESION DE MANTENIMIENTO ABIERTA" TO LCKMANT-LINEA
               WRITE LCKMANT-LINEA
               CLOSE LCKMANT
               OPEN I-O CTR
           ELSE
               MOVE 'N' TO WS-APLICA-TACITA
               OPEN INPUT CTR
           END-IF.
           IF NOT CTR-OK
               DISPLAY "ERROR APERTURA CONTRATOS.DAT"
               IF WS-APLICA-TACITA = 'S'
                   CALL "CBL_DELETE_FILE" USING WS-LCK-NOMBRE
                       RETURNING WS-BORRA-LCK-RC
               END-IF
               STOP RUN
           END-IF.
           OPEN I-O REN.
           IF REN-FS NOT = '00'
               OPEN OUTPUT REN
               CLOSE REN
               OPEN I-O REN
           END-IF.
           OPEN INPUT HOR.
           IF HOR-OK
               MOVE 'S' TO WS-HAY-HORAS
           END-IF.
           OPEN INPUT CLI.
           IF CLI-FS = '00'
               MOVE 'S' TO WS-HAY-CLIENTES
           END-IF.
           OPEN OUTPUT LISTADO.

       050-CARGAR-HORAS-ANIO.
           IF WS-HAY-HORAS = 'S'
               MOVE LOW-VALUE TO HOR-KEY
               START HOR KEY IS NOT LESS THAN HOR-KEY
                   INVALID KEY MOVE '10' TO HOR-FS
               END-START
               PERFORM 055-UNA-HORA UNTIL HOR-EOF
           END-IF.

       055-UNA-HORA.
           READ HOR NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT HOR-EOF
               IF HOR-TIPO-FACTURABLE AND
                   HOR-FECHA >= WS-DESDE-ANIO AND
                   HOR-FECHA <= WS-HOY
                   PERFORM 060-SUMAR-HORA-CLIENTE
               END-IF
           END-IF.

       060-SUMAR-HORA-CLIENTE.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-T-HCL-COUNT OR WS-HALLADO = 'S'
               IF WS-T-HCL-CLIENTE(WS-K) = HOR-CLIENTE
                   MOVE 'S' TO WS-HALLADO
                   SUBTRACT 1 FROM WS-K
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N' AND WS-T-HCL-COUNT < 500
               ADD 1 TO WS-T-HCL-COUNT
               MOVE WS-T-HCL-COUNT TO WS-K
               MOVE HOR-CLIENTE TO WS-T-HCL-CLIENTE(WS-K)
               MOVE ZERO TO WS-T-HCL-HORAS(WS-K)
               MOVE 'S' TO WS-HALLADO
           END-IF.
           IF WS-HALLADO = 'S'
               ADD HOR-CANT-HORAS TO WS-T-HCL-HORAS(WS-K)
           END-IF.

       100-RECORRER-CONTRATOS.
           MOVE LOW-VALUE TO CTR-KEY.
           START CTR KEY IS NOT LESS THAN CTR-KEY
               INVALID KEY MOVE '10' TO CTR-FS
           END-START.
           PERFORM 110-LEER-CONTRATO UNTIL CTR-EOF.
           IF WS-HAY-ULTIMO = 'S'
               MOVE WS-CTR-ULTIMO TO CTR-REG
               PERFORM 120-EVALUAR-VENCIMIENTO
           END-IF.
           IF WS-APLICA-TACITA = 'S'
               PERFORM 150-RENOVAR-TACITA
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-VTO-COUNT
           END-IF.

       110-LEER-CONTRATO.
           READ CTR NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT CTR-EOF
      *        Cambio de cliente: se evalua el ultimo contrato del
      *        cliente anterior y se repone el registro leido.
               IF WS-HAY-ULTIMO = 'S' AND
                   CTR-CLIENTE NOT = WS-CTR-ULTIMO(1:4)
                   MOVE CTR-REG TO WS-CTR-LEIDO
                   MOVE WS-CTR-ULTIMO TO CTR-REG
                   PERFORM 120-EVALUAR-VENCIMIENTO
                   MOVE WS-CTR-LEIDO TO CTR-REG
               END-IF
               MOVE CTR-REG TO WS-CTR-ULTIMO
               MOVE 'S' TO WS-HAY-ULTIMO
           END-IF.

       120-EVALUAR-VENCIMIENTO.
           IF CTR-VIG-HASTA NOT = SPACES AND
               WS-T-VTO-COUNT < 500
               MOVE CTR-VIG-HASTA TO WS-FEC-8
               COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-FEC-8)
                   - WS-JULIANO-HOY
               EVALUATE TRUE
                   WHEN WS-DIAS < 0
                       MOVE 0 TO WS-TRAMO
                       ADD 1 TO WS-CANT-VENCIDOS
                   WHEN WS-DIAS <= 30
                       MOVE 1 TO WS-TRAMO
                       ADD 1 TO WS-CANT-POR-VENCER
                   WHEN WS-DIAS <= 60
                       MOVE 2 TO WS-TRAMO
                       ADD 1 TO WS-CANT-POR-VENCER
                   WHEN WS-DIAS <= 90
                       MOVE 3 TO WS-TRAMO
                       ADD 1 TO WS-CANT-POR-VENCER
                   WHEN OTHER
                       MOVE 9 TO WS-TRAMO
               END-EVALUATE
               IF WS-TRAMO NOT = 9
                   PERFORM 130-REGISTRAR-VENCIMIENTO
               END-IF
           END-IF.

       130-REGISTRAR-VENCIMIENTO.
           ADD 1 TO WS-T-VTO-COUNT.
           MOVE WS-T-VTO-COUNT TO WS-I.
           MOVE WS-TRAMO TO WS-T-VTO-TRAMO(WS-I).
           MOVE CTR-CLIENTE TO WS-T-VTO-CLIENTE(WS-I).
           MOVE CTR-VIG-DESDE TO WS-T-VTO-DESDE(WS-I).
           MOVE CTR-VIG-HASTA TO WS-T-VTO-HASTA(WS-I).
           MOVE WS-DIAS TO WS-T-VTO-DIAS(WS-I).
           MOVE CTR-ABONO TO WS-T-VTO-ABONO(WS-I).
           MOVE CTR-TOPE-HORAS TO WS-T-VTO-TOPE(WS-I).
           MOVE 'N' TO WS-T-VTO-TACITA(WS-I).
           IF CTR-CON-RENOV-TACITA
               MOVE 'S' TO WS-T-VTO-TACITA(WS-I)
           END-IF.
           MOVE ZERO TO WS-T-VTO-HORAS(WS-I).
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-T-HCL-COUNT
               IF WS-T-HCL-CLIENTE(WS-K) = CTR-CLIENTE
                   MOVE WS-T-HCL-HORAS(WS-K) TO WS-T-VTO-HORAS(WS-I)
               END-IF
           END-PERFORM.
           MOVE CTR-CLIENTE TO REN-CLIENTE.
           MOVE CTR-VIG-DESDE TO REN-VIG-DESDE.
           MOVE "SIN DECISION" TO WS-T-VTO-DECISION(WS-I).
           READ REN
               INVALID KEY MOVE SPACE TO REN-ESTADO
           END-READ.
           EVALUATE TRUE
               WHEN REN-RENOVADO
                   STRING "RENOVADO, SUCESOR " DELIMITED BY SIZE
                       REN-SUCESOR DELIMITED BY SIZE
                       INTO WS-T-VTO-DECISION(WS-I)
               WHEN REN-NO-RENOVADO
                   MOVE "NO RENOVADO" TO WS-T-VTO-DECISION(WS-I)
               WHEN REN-EN-NEGOCIACION
                   MOVE "EN NEGOCIACION" TO WS-T-VTO-DECISION(WS-I)
           END-EVALUATE.

      * Renovacion tacita: contratos con la clausula, vencidos o a 30
      * dias, sin decision de no renovar ni renovacion ya registrada.
       150-RENOVAR-TACITA.
           IF WS-T-VTO-TACITA(WS-I) = 'S' AND
               WS-T-VTO-TRAMO(WS-I) < 2 AND
               WS-T-VTO-DECISION(WS-I)(1:8) NOT = "RENOVADO" AND
               WS-T-VTO-DECISION(WS-I) NOT = "NO RENOVADO"
               MOVE WS-T-VTO-CLIENTE(WS-I) TO CTR-CLIENTE
               MOVE WS-T-VTO-DESDE(WS-I) TO CTR-VIG-DESDE
               READ CTR
                   INVALID KEY CONTINUE
               END-READ
               IF CTR-OK
                   PERFORM 160-CALCULAR-SUCESOR
                   WRITE CTR-REG
                       INVALID KEY
                           DISPLAY "  YA EXISTE CONTRATO "
                               CTR-CLIENTE " DESDE " CTR-VIG-DESDE
                   END-WRITE
                   IF CTR-OK
                       ADD 1 TO WS-CANT-TACITAS
                       MOVE CTR-CLIENTE TO REN-CLIENTE
                       MOVE WS-T-VTO-DESDE(WS-I) TO REN-VIG-DESDE
                       MOVE 'R' TO REN-ESTADO
                       MOVE WS-HOY TO REN-FECHA
                       MOVE CTR-VIG-DESDE TO REN-SUCESOR
                       MOVE 'S' TO REN-TACITA
                       MOVE "RENOVACION TACITA" TO REN-OBSERV
                       WRITE REN-REG
                           INVALID KEY
                               REWRITE REN-REG
                                   INVALID KEY CONTINUE
                               END-REWRITE
                       END-WRITE
                       MOVE SPACES TO WS-T-VTO-DECISION(WS-I)
                       STRING "RENOV.TACITA HASTA " DELIMITED BY SIZE
                           CTR-VIG-HASTA DELIMITED BY SIZE
                           INTO WS-T-VTO-DECISION(WS-I)
                   END-IF
               END-IF
           END-IF.

      * El sucesor arranca el dia siguiente al vencimiento y dura
      * CTR-RENOV-MESES meses (12 si no esta cargado).
       160-CALCULAR-SUCESOR.
           IF CTR-RENOV-MESES = ZERO
               MOVE 12 TO CTR-RENOV-MESES
           END-IF.
           MOVE CTR-VIG-HASTA TO WS-FEC-8.
           COMPUTE WS-FEC-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FEC-8) + 1).
           MOVE WS-FEC-8 TO CTR-VIG-DESDE.
           MOVE CTR-VIG-DESDE(7:2) TO WS-FEC-DIA.
           MOVE CTR-VIG-DESDE(1:6) TO WS-PER-CALC.
           COMPUTE WS-MESES-TOT = WS-PER-CALC-ANIO * 12
               + WS-PER-CALC-MES - 1 + CTR-RENOV-MESES.
           DIVIDE WS-MESES-TOT BY 12 GIVING WS-PER-CALC-ANIO
               REMAINDER WS-MESES-RESTO.
           COMPUTE WS-PER-CALC-MES = WS-MESES-RESTO + 1.
           COMPUTE WS-FEC-8 = WS-PER-CALC * 100 + 1.
           COMPUTE WS-FEC-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FEC-8) + WS-FEC-DIA - 2).
           MOVE WS-FEC-8 TO CTR-VIG-HASTA.

       200-IMPRIMIR-REPORTE.
           MOVE WS-HOY TO WS-LIN-TIT-FECHA.
           MOVE WS-LIN-TITULO TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 210-IMPRIMIR-TRAMO
               VARYING WS-TRAMO-IMP FROM 0 BY 1 UNTIL WS-TRAMO-IMP > 3.

       210-IMPRIMIR-TRAMO.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           EVALUATE WS-TRAMO-IMP
               WHEN 0
                   MOVE "CONTRATOS VENCIDOS SIN SUCESOR (NO SE FACTURAN)
      -                ":" TO LISTADO-LINEA
               WHEN 1
                   MOVE "VENCEN EN LOS PROXIMOS 30 DIAS:"
                       TO LISTADO-LINEA
               WHEN 2
                   MOVE "VENCEN ENTRE 31 Y 60 DIAS:" TO LISTADO-LINEA
               WHEN 3
                   MOVE "VENCEN ENTRE 61 Y 90 DIAS:" TO LISTADO-LINEA
           END-EVALUATE.
           WRITE LISTADO-LINEA.
           MOVE WS-LIN-ENCAB TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 220-IMPRIMIR-CONTRATO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-VTO-COUNT.

       220-IMPRIMIR-CONTRATO.
           IF WS-T-VTO-TRAMO(WS-I) = WS-TRAMO-IMP
               MOVE WS-T-VTO-CLIENTE(WS-I) TO WS-LIN-DET-CLI
               MOVE SPACES TO WS-LIN-DET-RAZON
               IF WS-HAY-CLIENTES = 'S'
                   MOVE WS-T-VTO-CLIENTE(WS-I) TO CLI-COD-CLIENTE
                   READ CLI
                       INVALID KEY MOVE SPACES TO CLI-RAZON-SOCIAL
                   END-READ
                   MOVE CLI-RAZON-SOCIAL TO WS-LIN-DET-RAZON
               END-IF
               MOVE WS-T-VTO-DESDE(WS-I) TO WS-LIN-DET-DESDE
               MOVE WS-T-VTO-HASTA(WS-I) TO WS-LIN-DET-HASTA
               MOVE WS-T-VTO-DIAS(WS-I) TO WS-LIN-DET-DIAS
               MOVE WS-T-VTO-ABONO(WS-I) TO WS-LIN-DET-ABONO
               MOVE WS-T-VTO-TOPE(WS-I) TO WS-LIN-DET-TOPE
               MOVE WS-T-VTO-HORAS(WS-I) TO WS-LIN-DET-HORAS
               COMPUTE WS-LIN-PROM ROUNDED =
                   WS-T-VTO-HORAS(WS-I) / WS-MESES-TRANSC
               MOVE WS-LIN-PROM TO WS-LIN-DET-PROM
               MOVE WS-T-VTO-TACITA(WS-I) TO WS-LIN-DET-TACITA
               MOVE WS-T-VTO-DECISION(WS-I) TO WS-LIN-DET-DECISION
               MOVE WS-LIN-DETALLE TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

       900-FIN.
           CLOSE CTR.
           CLOSE REN.
           IF WS-HAY-HORAS = 'S'
               CLOSE HOR
           END-IF.
           IF WS-HAY-CLIENTES = 'S'
               CLOSE CLI
           END-IF.
           CLOSE LISTADO.
           IF WS-APLICA-TACITA = 'S'
               CALL "CBL_DELETE_FILE" USING WS-LCK-NOMBRE
                   RETURNING WS-BORRA-LCK-RC
           END-IF.
           DISPLAY "CONTRATOS VENCIDOS SIN SUCESOR: " WS-CANT-VENCIDOS.
           DISPLAY "CONTRATOS QUE VENCEN EN 90 DIAS: "
               WS-CANT-POR-VENCER.
           DISPLAY "RENOVACIONES TACITAS GENERADAS: " WS-CANT-TACITAS.
           DISPLAY "REPORTE GRABADO EN RENOVACIONES.PRN".

       END PROGRAM RENOVCTR.
