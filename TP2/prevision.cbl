               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLEXP-FS.

      * Las facturaciones de un plan de pago sano no se previsionan.
           SELECT PLN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLN-NRO
               FILE STATUS IS PLN-FS.

           SELECT PLC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-KEY
               FILE STATUS IS PLC-FS.

           SELECT PLF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLF-KEY
               FILE STATUS IS PLF-FS.

           SELECT CAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAS-KEY
               FILE STATUS IS CAS-FS.

           SELECT LISTADO ASSIGN TO "PREVISION.PRN"
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

       FD PREVPORC
           LABEL RECORD OMITTED.
           LABEL RECORD OMITTED.
       01 GLEXP-LINEA PIC X(120).

       FD PLN
           VALUE OF FILE-ID IS "PLANES.DAT".
       01 PLN-REG.
           03 PLN-NRO PIC 9(6).
           03 PLN-CLIENTE PIC 9(4).
           03 PLN-FECHA-ALTA PIC X(8).
           03 PLN-CANT-CUOTAS PIC 9(2).
           03 PLN-TASA-FINANC PIC 9(2)V99.
           03 PLN-CAPITAL PIC S9(9)V99.
           03 PLN-INTERES PIC S9(9)V99.
           03 PLN-TOTAL PIC S9(9)V99.
           03 PLN-PAGADO PIC S9(9)V99.
           03 PLN-DIAS-TOLERANCIA PIC 9(3).
           03 PLN-ESTADO PIC X(10).
               88 PLN-VIGENTE VALUE "VIGENTE".
               88 PLN-ROTO VALUE "ROTO".
               88 PLN-CANCELADO VALUE "CANCELADO".
           03 PLN-FECHA-ESTADO PIC X(8).
           03 PLN-USUARIO PIC X(8).

       FD PLC
           VALUE OF FILE-ID IS "PLANCUOTAS.DAT".
       01 PLC-REG.
           02 PLC-KEY.
               03 PLC-NRO-PLAN PIC 9(6).
               03 PLC-CUOTA PIC 9(2).
           02 PLC-DATOS.
               03 PLC-VENCIMIENTO PIC X(8).
               03 PLC-IMPORTE PIC S9(9)V99.
               03 PLC-PAGADO PIC S9(9)V99.
               03 PLC-FECHA-PAGO PIC X(8).

       FD PLF
           VALUE OF FILE-ID IS "PLANFACT.DAT".
       01 PLF-REG.
           02 PLF-KEY.
               03 PLF-NRO-FACT PIC 9(6).
               03 PLF-CLIENTE PIC 9(4).
           02 PLF-DATOS.
               03 PLF-NRO-PLAN PIC 9(6).
               03 PLF-SALDO PIC S9(9)V99.

      * Facturaciones castigadas contra la prevision.
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

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(120).
           88 CUENTAS-EOF                     VALUE '10'.
       01 GLEXP-FS                     PIC X(2).
       01 LISTADO-FS                   PIC X(2).
       01 PLN-FS                       PIC X(2).
       01 PLC-FS                       PIC X(2).
       01 PLF-FS                       PIC X(2).
       01 WS-HAY-PLANES                PIC X VALUE 'N'.
       01 WS-EN-PLAN                   PIC X.
       01 WS-PLC-EOF                   PIC X.
       01 WS-JULIANO-CUOTA             PIC 9(7).
       01 WS-SALDO-EN-PLAN             PIC S9(11)V99 VALUE ZERO.
       01 CAS-FS                       PIC X(2).
       01 WS-HAY-CASTIGOS              PIC X VALUE 'N'.
       01 WS-CASTIGADA                 PIC X.

       01 WS-CTA-PREVISION PIC X(40)
           VALUE "1.1.9 PREVISION DEUDORES INCOBRABLES".
           03 FILLER               PIC X(2) VALUE " $".
           03 WS-LIN-MOV-VAL       PIC -Z.ZZZ.ZZZ.Z99,99.

       01 WS-LIN-PLAN.
           03 FILLER               PIC X(26)
               VALUE "SALDO EN PLANES DE PAGO NO".
           03 FILLER               PIC X(15) VALUE " PREVISIONADO $".
           03 WS-LIN-PLAN-VAL      PIC -Z.ZZZ.ZZZ.Z99,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT APROB.
           OPEN INPUT APL.
           OPEN INPUT CLI.
           OPEN INPUT PLF.
           IF PLF-FS = '00'
               MOVE 'S' TO WS-HAY-PLANES
               OPEN INPUT PLN
               OPEN INPUT PLC
           END-IF.
           OPEN INPUT CAS.
           IF CAS-FS = '00'
               MOVE 'S' TO WS-HAY-CASTIGOS
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE LOW-VALUE TO FCL-KEY.
           START FACTCLI KEY IS NOT LESS THAN FCL-KEY
           ADD FCL-TOTAL-NETO FCL-TOTAL-IVA GIVING WS-FACTURADO.
           PERFORM 120-SUMAR-COBRADO.
           SUBTRACT WS-COBRADO FROM WS-FACTURADO GIVING WS-SALDO.
           PERFORM 118-VERIFICAR-CASTIGO.
           IF WS-SALDO NOT = ZERO AND WS-CASTIGADA = 'N'
               PERFORM 115-VERIFICAR-PLAN
               IF WS-EN-PLAN = 'S'
                   ADD WS-SALDO TO WS-SALDO-EN-PLAN
               ELSE
                   PERFORM 130-CALCULAR-VENCIMIENTO
                   PERFORM 140-SUMAR-EN-TABLA
               END-IF
           END-IF.

      * Plan de pago sano: vigente y con su cuota impaga mas vieja
      * dentro de la tolerancia del plan. En ese caso deja en
      * WS-JULIANO-CUOTA el vencimiento de esa cuota.
       115-VERIFICAR-PLAN.
           MOVE 'N' TO WS-EN-PLAN.
           IF WS-HAY-PLANES = 'S'
               MOVE FCL-NRO-FACT TO PLF-NRO-FACT
               MOVE FCL-CLIENTE TO PLF-CLIENTE
               READ PLF
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PLF-NRO-PLAN TO PLN-NRO
                       READ PLN
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF PLN-VIGENTE
                                   PERFORM 116-BUSCAR-CUOTA-IMPAGA
                               END-IF
                       END-READ
               END-READ
           END-IF.

       116-BUSCAR-CUOTA-IMPAGA.
           MOVE PLN-NRO TO PLC-NRO-PLAN.
           MOVE ZERO TO PLC-CUOTA.
           MOVE 'N' TO WS-PLC-EOF.
           START PLC KEY IS NOT LESS THAN PLC-KEY
               INVALID KEY MOVE 'S' TO WS-PLC-EOF
           END-START.
           PERFORM 117-EXAMINAR-CUOTA UNTIL WS-PLC-EOF = 'S'.

       117-EXAMINAR-CUOTA.
           READ PLC NEXT RECORD
               AT END MOVE 'S' TO WS-PLC-EOF
           END-READ.
           IF WS-PLC-EOF = 'N'
               IF PLC-NRO-PLAN NOT = PLN-NRO
                   MOVE 'S' TO WS-PLC-EOF
               ELSE
                   IF PLC-PAGADO < PLC-IMPORTE
                       MOVE 'S' TO WS-PLC-EOF
                       MOVE PLC-VENCIMIENTO TO WS-FEC-8
                       COMPUTE WS-JULIANO-CUOTA =
                           FUNCTION INTEGER-OF-DATE(WS-FEC-8)
                       IF WS-JULIANO-CUOTA + PLN-DIAS-TOLERANCIA
                           >= WS-JULIANO-REF
                           MOVE 'S' TO WS-EN-PLAN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Una facturacion castigada ya no es saldo del cliente.
       118-VERIFICAR-CASTIGO.
           MOVE 'N' TO WS-CASTIGADA.
           IF WS-HAY-CASTIGOS = 'S'
               MOVE FCL-NRO-FACT TO CAS-NRO-FACT
               MOVE FCL-CLIENTE TO CAS-CLIENTE
               READ CAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO WS-CASTIGADA
               END-READ
           END-IF.

       120-SUMAR-COBRADO.
           MOVE WS-PREV-MOVIM TO WS-LIN-MOV-VAL.
           MOVE WS-LIN-MOV TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           IF WS-SALDO-EN-PLAN NOT = ZERO
               MOVE WS-SALDO-EN-PLAN TO WS-LIN-PLAN-VAL
               MOVE WS-LIN-PLAN TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

       210-PREVISION-CLI.
           MOVE ZERO TO WS-PREV-CLI.
           CLOSE APROB.
           CLOSE APL.
           CLOSE CLI.
           IF WS-HAY-PLANES = 'S'
               CLOSE PLF
               CLOSE PLN
               CLOSE PLC
           END-IF.
           IF WS-HAY-CASTIGOS = 'S'
               CLOSE CAS
           END-IF.
           CLOSE LISTADO.
           DISPLAY "CLIENTES CON SALDO: " WS-T-CLI-COUNT.
           DISPLAY "REPORTE GRABADO EN PREVISION.PRN".
