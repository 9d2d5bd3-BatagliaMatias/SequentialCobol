               RECORD KEY IS CTO-KEY
               FILE STATUS IS CTO-FS.

           SELECT RCL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCL-KEY
               FILE STATUS IS RCL-FS.

           SELECT ENT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-KEY
               FILE STATUS IS ENT-FS.

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

       FD GES
           VALUE OF FILE-ID IS "GESTIONES.DAT".

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(140).

       FD CARTA
           LABEL RECORD OMITTED.
               03 CTO-ROL PIC X.
               03 CTO-EMAIL PIC X(60).

      * Reclamos de facturas: la facturacion con reclamo abierto va a
      * la columna EN DISPUTA y no entra en la carta de reclamo.
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

      * Entrega y acuse de cada facturacion.
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

      * Planes de pago: la facturacion incluida en un plan vigente
      * vence segun la cuota impaga mas vieja del plan.
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

       WORKING-STORAGE SECTION.

       01 FACTCLI-FS                   PIC X(2).
       01 GES-FS                       PIC X(2).
       01 LISTADO-FS                   PIC X(2).
       01 CARTA-FS                     PIC X(2).
       01 RCL-FS                       PIC X(2).
       01 WS-HAY-RECLAMOS              PIC X VALUE 'N'.
       01 WS-EN-DISPUTA                PIC X.
       01 ENT-FS                       PIC X(2).
       01 WS-HAY-ENTREGAS              PIC X VALUE 'N'.
       01 WS-SIN-ACUSE                 PIC X.
       01 PLN-FS                       PIC X(2).
       01 PLC-FS                       PIC X(2).
       01 PLF-FS                       PIC X(2).
       01 WS-HAY-PLANES                PIC X VALUE 'N'.
       01 WS-EN-PLAN                   PIC X.
       01 WS-PLC-EOF                   PIC X.
       01 WS-JULIANO-CUOTA             PIC 9(7).
       01 CAS-FS                       PIC X(2).
       01 WS-HAY-CASTIGOS              PIC X VALUE 'N'.
       01 WS-CASTIGADA                 PIC X.

       01 WS-HAY-GESTIONES             PIC X VALUE 'N'.
       01 WS-GES-EOF                   PIC X.
       01 WS-T-CLI.
           03 WS-T-CLI-CAMPO OCCURS 500 TIMES.
               05 WS-T-CLI-COD          PIC 9(4).
               05 WS-T-CLI-SALDO OCCURS 6 TIMES
                                        PIC S9(9)V99.
               05 WS-T-CLI-TOTAL        PIC S9(9)V99.

       01 WS-T-GCON.
           03 WS-T-GCON-CAMPO OCCURS 100 TIMES.
               05 WS-T-GCON-PADRE PIC 9(4).
               05 WS-T-GCON-SALDO OCCURS 6 TIMES
                                  PIC S9(11)V99.
               05 WS-T-GCON-TOTAL PIC S9(11)V99.
       01 WS-GCON-K                    PIC 9(3).
           03 FILLER PIC X(15) VALUE "     31-60 DIAS".
           03 FILLER PIC X(15) VALUE "     61-90 DIAS".
           03 FILLER PIC X(15) VALUE "   MAS DE 90 D.".
           03 FILLER PIC X(15) VALUE "     EN DISPUTA".
           03 FILLER PIC X(15) VALUE "          TOTAL".
           03 FILLER PIC X(21) VALUE "  ULTIMA PROMESA".

           03 WS-LIN-AGING-B3      PIC -ZZZ.ZZZ.Z99,99.
           03 WS-LIN-AGING-B4      PIC -ZZZ.ZZZ.Z99,99.
           03 WS-LIN-AGING-B5      PIC -ZZZ.ZZZ.Z99,99.
           03 WS-LIN-AGING-B6      PIC -ZZZ.ZZZ.Z99,99.
           03 WS-LIN-AGING-TOT     PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X(2) VALUE "  ".
           03 WS-LIN-AGING-PROM-F  PIC X(8).
           03 WS-LIN-AGING-PROM-I  PIC -ZZZ.Z99,99.

       01 WS-TOTALES-GRAL.
           03 WS-TOT-GRAL OCCURS 6 TIMES
                                       PIC S9(11)V99.
       01 WS-TOT-GRAL-TOT              PIC S9(11)V99 VALUE ZERO.

           03 WS-LIN-TOT-B3        PIC -ZZZ.ZZZ.Z99,99.
           03 WS-LIN-TOT-B4        PIC -ZZZ.ZZZ.Z99,99.
           03 WS-LIN-TOT-B5        PIC -ZZZ.ZZZ.Z99,99.
           03 WS-LIN-TOT-B6        PIC -ZZZ.ZZZ.Z99,99.
           03 WS-LIN-TOT-TOT       PIC -ZZZ.ZZZ.Z99,99.

       01 WS-CARTA-IMP             PIC -ZZZ.ZZZ.Z99,99.
           MOVE WS-FECHA-REF TO WS-FEC-8.
           COMPUTE WS-JULIANO-REF =
               FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 6
               MOVE ZERO TO WS-TOT-GRAL(WS-B)
           END-PERFORM.
           OPEN INPUT FACTCLI.
           IF CTO-FS = '00'
               MOVE 'S' TO WS-HAY-CONTACTOS
           END-IF.
           OPEN INPUT RCL.
           IF RCL-FS = '00'
               MOVE 'S' TO WS-HAY-RECLAMOS
           END-IF.
           OPEN INPUT ENT.
           IF ENT-FS = '00'
               MOVE 'S' TO WS-HAY-ENTREGAS
           END-IF.
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
           PERFORM 137-VERIFICAR-CASTIGO.
           IF WS-SALDO NOT = ZERO AND WS-CASTIGADA = 'N'
               PERFORM 130-CALCULAR-VENCIMIENTO
               PERFORM 140-SUMAR-EN-TABLA
           END-IF.
           END-IF.

      * Vencimiento = fecha hasta del periodo + plazo de pago del
      * cliente, o el de la cuota pendiente si la facturacion esta en
      * un plan de pago sano. El bucket 1 es lo que aun no vencio.
      * Si el plazo del cliente corre desde la recepcion se cuenta
      * desde el acuse; sin acuse el plazo no empezo y queda a vencer.
       130-CALCULAR-VENCIMIENTO.
           MOVE FCL-CLIENTE TO CLI-COD-CLIENTE.
           MOVE 'S' TO WS-CLI-EXISTE.
               MOVE ZERO TO CLI-PLAZO-PAGO
           END-IF.
           MOVE FCL-FECHA-HASTA TO WS-FEC-8.
           MOVE 'N' TO WS-SIN-ACUSE.
           IF WS-CLI-EXISTE = 'S' AND CLI-PLAZO-RECEPCION
               PERFORM 131-BUSCAR-ACUSE
           END-IF.
           COMPUTE WS-JULIANO-VTO =
               FUNCTION INTEGER-OF-DATE(WS-FEC-8) + CLI-PLAZO-PAGO.
           IF WS-SIN-ACUSE = 'S'
               MOVE WS-JULIANO-REF TO WS-JULIANO-VTO
           END-IF.
           PERFORM 132-VERIFICAR-PLAN.
           IF WS-EN-PLAN = 'S'
               MOVE WS-JULIANO-CUOTA TO WS-JULIANO-VTO
           END-IF.
           COMPUTE WS-DIAS-VENCIDOS = WS-JULIANO-REF - WS-JULIANO-VTO.
           PERFORM 135-VERIFICAR-RECLAMO.
           EVALUATE TRUE
               WHEN WS-EN-DISPUTA = 'S'
                   MOVE 6 TO WS-B
               WHEN WS-DIAS-VENCIDOS <= ZERO
                   MOVE 1 TO WS-B
               WHEN WS-DIAS-VENCIDOS <= 30
                   MOVE 5 TO WS-B
           END-EVALUATE.

       131-BUSCAR-ACUSE.
           MOVE 'S' TO WS-SIN-ACUSE.
           IF WS-HAY-ENTREGAS = 'S'
               MOVE FCL-NRO-FACT TO ENT-NRO-FACT
               MOVE FCL-CLIENTE TO ENT-CLIENTE
               READ ENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ENT-FECHA-ACUSE NOT = SPACES
                           MOVE ENT-FECHA-ACUSE TO WS-FEC-8
                           MOVE 'N' TO WS-SIN-ACUSE
                       END-IF
               END-READ
           END-IF.

      * Plan de pago sano: vigente y con su cuota impaga mas vieja
      * dentro de la tolerancia del plan. En ese caso deja en
      * WS-JULIANO-CUOTA el vencimiento de esa cuota.
       132-VERIFICAR-PLAN.
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
                                   PERFORM 133-BUSCAR-CUOTA-IMPAGA
                               END-IF
                       END-READ
               END-READ
           END-IF.

       133-BUSCAR-CUOTA-IMPAGA.
           MOVE PLN-NRO TO PLC-NRO-PLAN.
           MOVE ZERO TO PLC-CUOTA.
           MOVE 'N' TO WS-PLC-EOF.
           START PLC KEY IS NOT LESS THAN PLC-KEY
               INVALID KEY MOVE 'S' TO WS-PLC-EOF
           END-START.
           PERFORM 134-EXAMINAR-CUOTA UNTIL WS-PLC-EOF = 'S'.

       134-EXAMINAR-CUOTA.
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

      * Una facturacion con reclamo abierto no se clasifica por
      * antiguedad: todo su saldo va al bucket 6 (en disputa).
       135-VERIFICAR-RECLAMO.
           MOVE 'N' TO WS-EN-DISPUTA.
           IF WS-HAY-RECLAMOS = 'S'
               MOVE FCL-NRO-FACT TO RCL-NRO-FACT
               MOVE FCL-CLIENTE TO RCL-CLIENTE
               READ RCL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RCL-ABIERTO
                           MOVE 'S' TO WS-EN-DISPUTA
                       END-IF
               END-READ
           END-IF.

      * Una facturacion castigada ya no es saldo del cliente.
       137-VERIFICAR-CASTIGO.
           MOVE 'N' TO WS-CASTIGADA.
           IF WS-HAY-CASTIGOS = 'S'
               MOVE FCL-NRO-FACT TO CAS-NRO-FACT
               MOVE FCL-CLIENTE TO CAS-CLIENTE
               READ CAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO WS-CASTIGADA
               END-READ
           END-IF.

       140-SUMAR-EN-TABLA.
           MOVE 'N' TO WS-CLI-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   ADD 1 TO WS-T-CLI-COUNT
                   MOVE WS-T-CLI-COUNT TO WS-I
                   MOVE FCL-CLIENTE TO WS-T-CLI-COD(WS-I)
                   PERFORM VARYING WS-B2 FROM 1 BY 1 UNTIL WS-B2 > 6
                       MOVE ZERO TO WS-T-CLI-SALDO(WS-I, WS-B2)
                   END-PERFORM
                   MOVE ZERO TO WS-T-CLI-TOTAL(WS-I)
           MOVE WS-TOT-GRAL(3) TO WS-LIN-TOT-B3.
           MOVE WS-TOT-GRAL(4) TO WS-LIN-TOT-B4.
           MOVE WS-TOT-GRAL(5) TO WS-LIN-TOT-B5.
           MOVE WS-TOT-GRAL(6) TO WS-LIN-TOT-B6.
           MOVE WS-TOT-GRAL-TOT TO WS-LIN-TOT-TOT.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-T-CLI-SALDO(WS-I, 3) TO WS-LIN-AGING-B3.
           MOVE WS-T-CLI-SALDO(WS-I, 4) TO WS-LIN-AGING-B4.
           MOVE WS-T-CLI-SALDO(WS-I, 5) TO WS-LIN-AGING-B5.
           MOVE WS-T-CLI-SALDO(WS-I, 6) TO WS-LIN-AGING-B6.
           MOVE WS-T-CLI-TOTAL(WS-I) TO WS-LIN-AGING-TOT.
           PERFORM 215-BUSCAR-ULTIMA-PROMESA.
           IF WS-PROM-HALLADA = 'S'
               MOVE WS-GRP-PADRE-BUSQ
                   TO WS-T-GCON-PADRE(WS-GCON-K)
               PERFORM VARYING WS-GRP-J FROM 1 BY 1
                   UNTIL WS-GRP-J > 6
                   MOVE ZERO TO WS-T-GCON-SALDO(WS-GCON-K, WS-GRP-J)
               END-PERFORM
               MOVE ZERO TO WS-T-GCON-TOTAL(WS-GCON-K)
           END-IF.
           IF WS-GCON-K <= WS-T-GCON-COUNT
               PERFORM VARYING WS-GRP-J FROM 1 BY 1
                   UNTIL WS-GRP-J > 6
                   ADD WS-T-CLI-SALDO(WS-I, WS-GRP-J)
                       TO WS-T-GCON-SALDO(WS-GCON-K, WS-GRP-J)
               END-PERFORM
           MOVE WS-T-GCON-SALDO(WS-GCON-K, 3) TO WS-LIN-AGING-B3.
           MOVE WS-T-GCON-SALDO(WS-GCON-K, 4) TO WS-LIN-AGING-B4.
           MOVE WS-T-GCON-SALDO(WS-GCON-K, 5) TO WS-LIN-AGING-B5.
           MOVE WS-T-GCON-SALDO(WS-GCON-K, 6) TO WS-LIN-AGING-B6.
           MOVE WS-T-GCON-TOTAL(WS-GCON-K) TO WS-LIN-AGING-TOT.
           MOVE SPACES TO WS-LIN-AGING-PROM-F.
           MOVE ZERO TO WS-LIN-AGING-PROM-I.
           MOVE WS-LIN-AGING TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      * Una carta por cliente con saldo vencido (buckets 2 a 5); lo
      * que esta en disputa (bucket 6) no se reclama.
       300-EMITIR-CARTAS.
           PERFORM 310-EMITIR-CARTA-CLI
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-CLI-COUNT.
           IF WS-HAY-CONTACTOS = 'S'
               CLOSE CTO
           END-IF.
           IF WS-HAY-RECLAMOS = 'S'
               CLOSE RCL
           END-IF.
           IF WS-HAY-ENTREGAS = 'S'
               CLOSE ENT
           END-IF.
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
           DISPLAY "CARTAS DE RECLAMO EMITIDAS: " WS-CANT-CARTAS.
