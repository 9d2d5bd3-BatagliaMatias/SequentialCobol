       IDENTIFICATION DIVISION.
         PROGRAM-ID. PLANESPAGO.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PLN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLN-NRO
           FILE STATUS IS PLN-FS.

           SELECT PLC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLC-KEY
           FILE STATUS IS PLC-FS.

           SELECT PLF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLF-KEY
           FILE STATUS IS PLF-FS.

           SELECT FACTCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FCL-KEY
           ALTERNATE RECORD KEY IS FCL-CLIENTE WITH DUPLICATES
           FILE STATUS IS FACTCLI-FS.

           SELECT APROB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APROB-NRO-FACT
           FILE STATUS IS APROB-FS.

           SELECT APL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APL-KEY
           ALTERNATE RECORD KEY IS APL-CLIENTE WITH DUPLICATES
           FILE STATUS IS APL-FS.

           SELECT CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-COD-CLIENTE
           FILE STATUS IS CLI-FS.

           SELECT RCL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RCL-KEY
           FILE STATUS IS RCL-FS.

      *  El interes de financiacion se factura con una nota de debito
      *  que toma su numero de NROFACT.DAT, como las de notaDebito.
           SELECT OPTIONAL NROFACT ASSIGN TO "NROFACT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NROFACT-FS.

           SELECT MORACORTE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MOR-KEY
           FILE STATUS IS MORACORTE-FS.

           SELECT OPTIONAL CUENTAS ASSIGN TO "CUENTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUENTAS-FS.

           SELECT OPTIONAL GLEXP ASSIGN TO "GL_EXPORT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLEXP-FS.

       DATA DIVISION.
        FILE SECTION.
      *  Planes de pago: agrupan facturaciones abiertas de un cliente
      *  en N cuotas con vencimiento propio e interes de financiacion
      *  opcional (porcentaje sobre el capital). El plan vigente cuya
      *  cuota impaga supera los dias de tolerancia queda ROTO.
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

      *  Facturaciones incluidas en cada plan, por facturacion y
      *  cliente (la misma clave que FACTCLI.DAT).
         FD PLF
          VALUE OF FILE-ID IS "PLANFACT.DAT".
          01 PLF-REG.
            02 PLF-KEY.
                03 PLF-NRO-FACT PIC 9(6).
                03 PLF-CLIENTE PIC 9(4).
            02 PLF-DATOS.
                03 PLF-NRO-PLAN PIC 9(6).
                03 PLF-SALDO PIC S9(9)V99.

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

         FD NROFACT
          LABEL RECORD OMITTED.
          01 NROFACT-REG PIC 9(6).

         FD MORACORTE
          VALUE OF FILE-ID IS "MORA_CORTE.DAT".
          01 MOR-REG.
            02 MOR-KEY.
                03 MOR-NRO-FACT PIC 9(6).
                03 MOR-CLIENTE PIC 9(4).
            02 MOR-DATOS.
                03 MOR-FECHA-CORTE PIC X(8).
                03 MOR-ES-ND PIC X.

         FD CUENTAS
          LABEL RECORD OMITTED.
          01 CTA-REG.
            03 CTA-ROL PIC X(10).
            03 CTA-CUENTA PIC X(40).

         FD GLEXP
          LABEL RECORD OMITTED.
          01 GLEXP-LINEA PIC X(120).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 PLN-FS PIC X(2).
          01 PLC-FS PIC X(2).
          01 PLF-FS PIC X(2).
          01 FACTCLI-FS PIC X(2).
          01 APROB-FS PIC X(2).
          01 APL-FS PIC X(2).
          01 CLI-FS PIC X(2).
          01 RCL-FS PIC X(2).
          01 NROFACT-FS PIC X(2).
          01 MORACORTE-FS PIC X(2).
          01 CUENTAS-FS PIC X(2).
          01 GLEXP-FS PIC X(2).
          01 WS-HAY-RECLAMOS PIC X VALUE 'N'.
          01 WS-CLI-EXISTE PIC X.
          01 WS-LIST-EOF PIC X.
          01 WS-APL-EOF PIC X.
          01 WS-PLC-EOF PIC X.
          01 WS-CLI-BUSQ PIC 9(4).
          01 WS-PLAN-BUSQ PIC 9(6).
          01 WS-PLAN-NUEVO PIC 9(6).
          01 WS-CAPITAL PIC S9(9)V99.
          01 WS-FECHA-REF PIC X(8).
          01 WS-RESP PIC X.
          01 WS-FACTURADO PIC S9(9)V99.
          01 WS-COBRADO PIC S9(9)V99.
          01 WS-SALDO PIC S9(9)V99.
          01 WS-IMP-EDIT PIC -ZZZ.ZZZ.Z99,99.
          01 WS-IMP-EDIT2 PIC -ZZZ.ZZZ.Z99,99.
          01 WS-CANT-LISTADOS PIC 9(4).
          01 WS-CANT-ROTOS PIC 9(4).

          01 WS-PRIMER-VTO PIC X(8).
          01 WS-DIAS-ENTRE PIC 9(3).
          01 WS-VALOR-CUOTA PIC S9(9)V99.
          01 WS-ACUM-CUOTAS PIC S9(9)V99.
          01 WS-FEC-8 PIC 9(8).
          01 WS-JULIANO-VTO PIC 9(7).
          01 WS-JULIANO-REF PIC 9(7).
          01 WS-C PIC 9(2).
          01 WS-ES-ROTO PIC X.

      *  Nota de debito por el interes de financiacion del plan. El
      *  IVA del interes entra en el total del plan, porque es parte
      *  de lo que el cliente paga en las cuotas.
          01 WS-IVA-TASA PIC 9V9999 VALUE 0,2100.
          01 WS-INTERES-IVA PIC S9(9)V99.
          01 WS-NRO-ND PIC 9(6).
          01 WS-CTA-DEUDORES PIC X(40)
              VALUE "1.1.3 DEUDORES POR VENTAS".
          01 WS-CTA-INTERESES PIC X(40)
              VALUE "4.1.6 INTERESES POR FINANCIACION".
          01 WS-CTA-IVA PIC X(40)
              VALUE "2.1.4 IVA DEBITO FISCAL".
          01 WS-CTA-EOF PIC X.
          01 WS-GL-TOTAL-DEBE PIC S9(9)V99.
          01 WS-GL-NUM-DEBE PIC -(7)9,99.
          01 WS-GL-NUM-INT PIC -(7)9,99.
          01 WS-GL-NUM-IVA PIC -(7)9,99.

      *  Facturaciones elegidas para el plan en el alta.
          01 WS-K PIC 9(3).
          01 WS-T-PF-COUNT PIC 9(3) VALUE ZERO.
          01 WS-T-PF.
              03 WS-T-PF-CAMPO OCCURS 50 TIMES.
                  05 WS-T-PF-NRO-FACT PIC 9(6).
                  05 WS-T-PF-SALDO PIC S9(9)V99.

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O PLN.
          IF PLN-FS NOT = '00'
              OPEN OUTPUT PLN
              CLOSE PLN
              OPEN I-O PLN
          END-IF.
          OPEN I-O PLC.
          IF PLC-FS NOT = '00'
              OPEN OUTPUT PLC
              CLOSE PLC
              OPEN I-O PLC
          END-IF.
          OPEN I-O PLF.
          IF PLF-FS NOT = '00'
              OPEN OUTPUT PLF
              CLOSE PLF
              OPEN I-O PLF
          END-IF.
          OPEN I-O FACTCLI.
          OPEN I-O APROB.
          OPEN INPUT APL.
          OPEN INPUT CLI.
          OPEN INPUT RCL.
          IF RCL-FS = '00'
              MOVE 'S' TO WS-HAY-RECLAMOS
          END-IF.
          PERFORM CARGAR-CUENTAS-GL.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE PLANES DE PAGO::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=ALTA DE PLAN DE PAGO"
          DISPLAY "    2=VER PLAN Y CUOTAS"
          DISPLAY "    3=VERIFICAR PLANES ROTOS"
          DISPLAY "    4=LISTAR PLANES VIGENTES"
          display "    0=EXIT"
          ACCEPT choice

          EVALUATE CHOICE
           WHEN 1 PERFORM ALTA1
           WHEN 2 PERFORM VER1
           WHEN 3 PERFORM ROTOS1
           WHEN 4 PERFORM LISTAR1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE PLN.
         CLOSE PLC.
         CLOSE PLF.
         CLOSE FACTCLI.
         CLOSE APROB.
         CLOSE APL.
         CLOSE CLI.
         IF WS-HAY-RECLAMOS = 'S'
             CLOSE RCL
         END-IF.
         STOP RUN.

      *  Alta: se recorren las facturaciones aprobadas con saldo del
      *  cliente y el operador elige cuales entran en el plan. No
      *  entran las que ya estan en un plan vigente ni las que tienen
      *  un reclamo abierto.
         ALTA1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE PLAN".
           ACCEPT WS-PLAN-NUEVO.
           MOVE WS-PLAN-NUEVO TO PLN-NRO.
           READ PLN
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'Y'
             DISPLAY "  EL NRO DE PLAN YA EXISTE"
           ELSE
             DISPLAY "ENTER THE  CLIENTE"
             ACCEPT WS-CLI-BUSQ
             MOVE WS-CLI-BUSQ TO CLI-COD-CLIENTE
             MOVE 'S' TO WS-CLI-EXISTE
             READ CLI
               INVALID KEY MOVE 'N' TO WS-CLI-EXISTE
             END-READ
             IF WS-CLI-EXISTE = 'N'
               DISPLAY "  CLIENTE NO EXISTE EN CLIENTES.DAT"
             ELSE
               PERFORM ALTA1-ELEGIR-FACTURAS
               IF WS-T-PF-COUNT = ZERO
                 DISPLAY "  NO SE ELIGIO NINGUNA FACTURACION, NO SE "
                     "GRABA EL PLAN"
               ELSE
                 PERFORM ALTA1-CONDICIONES
                 PERFORM ALTA1-GRABAR
               END-IF
             END-IF
           END-IF.

         ALTA1-ELEGIR-FACTURAS.
           MOVE ZERO TO WS-T-PF-COUNT.
           MOVE ZERO TO WS-CAPITAL.
           MOVE WS-CLI-BUSQ TO FCL-CLIENTE.
           MOVE 'N' TO WS-LIST-EOF.
           START FACTCLI KEY IS NOT LESS THAN FCL-CLIENTE
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM ALTA1-UNA-FACTURA UNTIL WS-LIST-EOF = 'S'.

         ALTA1-UNA-FACTURA.
           READ FACTCLI NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF FCL-CLIENTE NOT = WS-CLI-BUSQ
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               MOVE FCL-NRO-FACT TO APROB-NRO-FACT
               MOVE 'Y' TO REXIST
               READ APROB
                 INVALID KEY MOVE 'N' TO REXIST
               END-READ
               IF REXIST = 'Y' AND APROB-ESTADO = "APROBADO"
                 PERFORM CALCULAR-SALDO-FCL
                 IF WS-SALDO > ZERO
                   PERFORM ALTA1-OFRECER-FACTURA
                 END-IF
               END-IF
             END-IF
           END-IF.

         ALTA1-OFRECER-FACTURA.
           MOVE FCL-NRO-FACT TO PLF-NRO-FACT.
           MOVE FCL-CLIENTE TO PLF-CLIENTE.
           MOVE 'Y' TO REXIST.
           READ PLF
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'Y'
             MOVE PLF-NRO-PLAN TO WS-PLAN-BUSQ
             PERFORM LEER-PLAN-DE-FACTURA
           END-IF.
           MOVE WS-SALDO TO WS-IMP-EDIT.
           IF REXIST = 'Y'
             DISPLAY "  FACT " FCL-NRO-FACT "  SALDO $" WS-IMP-EDIT
                 "  YA ESTA EN EL PLAN VIGENTE " WS-PLAN-BUSQ
           ELSE
             PERFORM VERIFICAR-RECLAMO-FCL
             IF REXIST = 'Y'
               DISPLAY "  FACT " FCL-NRO-FACT "  SALDO $" WS-IMP-EDIT
                   "  TIENE UN RECLAMO ABIERTO"
             ELSE
               IF WS-T-PF-COUNT < 50
                 DISPLAY "  FACT " FCL-NRO-FACT
                     "  HASTA " FCL-FECHA-HASTA
                     "  SALDO $" WS-IMP-EDIT
                     "  INCLUIR EN EL PLAN (S/N)?"
                 ACCEPT WS-RESP
                 IF WS-RESP = 'S'
                   ADD 1 TO WS-T-PF-COUNT
                   MOVE FCL-NRO-FACT TO WS-T-PF-NRO-FACT(WS-T-PF-COUNT)
                   MOVE WS-SALDO TO WS-T-PF-SALDO(WS-T-PF-COUNT)
                   ADD WS-SALDO TO WS-CAPITAL
                 END-IF
               END-IF
             END-IF
           END-IF.

      *  Deja REXIST en 'Y' solo si el plan de la facturacion sigue
      *  vigente; una facturacion de un plan roto o cancelado puede
      *  entrar en un plan nuevo.
         LEER-PLAN-DE-FACTURA.
           MOVE WS-PLAN-BUSQ TO PLN-NRO.
           READ PLN
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'Y' AND NOT PLN-VIGENTE
             MOVE 'N' TO REXIST
           END-IF.

         ALTA1-CONDICIONES.
           MOVE WS-PLAN-NUEVO TO PLN-NRO.
           MOVE WS-CAPITAL TO PLN-CAPITAL.
           MOVE PLN-CAPITAL TO WS-IMP-EDIT.
           DISPLAY "  CAPITAL DEL PLAN: $" WS-IMP-EDIT.
           DISPLAY "ENTER THE  FECHA DE ALTA (AAAAMMDD)".
           ACCEPT PLN-FECHA-ALTA.
           DISPLAY "ENTER THE  CANTIDAD DE CUOTAS (1-36)".
           ACCEPT PLN-CANT-CUOTAS.
           IF PLN-CANT-CUOTAS = ZERO OR PLN-CANT-CUOTAS > 36
             DISPLAY "  AVISO: CANTIDAD INVALIDA, SE TOMA 1 CUOTA"
             MOVE 1 TO PLN-CANT-CUOTAS
           END-IF.
           DISPLAY "ENTER THE  INTERES DE FINANCIACION % (0 SI NO HAY)".
           ACCEPT PLN-TASA-FINANC.
           DISPLAY "ENTER THE  VENCIMIENTO DE LA PRIMERA CUOTA "
               "(AAAAMMDD)".
           ACCEPT WS-PRIMER-VTO.
           DISPLAY "ENTER THE  DIAS ENTRE CUOTAS (0=30)".
           ACCEPT WS-DIAS-ENTRE.
           IF WS-DIAS-ENTRE = ZERO
             MOVE 30 TO WS-DIAS-ENTRE
           END-IF.
           DISPLAY "ENTER THE  DIAS DE TOLERANCIA ANTES DE ROMPER EL "
               "PLAN (0=15)".
           ACCEPT PLN-DIAS-TOLERANCIA.
           IF PLN-DIAS-TOLERANCIA = ZERO
             MOVE 15 TO PLN-DIAS-TOLERANCIA
           END-IF.
           DISPLAY "ENTER THE  USUARIO".
           ACCEPT PLN-USUARIO.
           COMPUTE PLN-INTERES ROUNDED =
               PLN-CAPITAL * PLN-TASA-FINANC / 100.
           MOVE ZERO TO WS-INTERES-IVA.
           IF NOT CLI-DEL-EXTERIOR
             COMPUTE WS-INTERES-IVA ROUNDED =
                 PLN-INTERES * WS-IVA-TASA
           END-IF.
           ADD PLN-CAPITAL PLN-INTERES WS-INTERES-IVA GIVING PLN-TOTAL.
           DIVIDE PLN-TOTAL BY PLN-CANT-CUOTAS
               GIVING WS-VALOR-CUOTA ROUNDED.

         ALTA1-GRABAR.
           MOVE WS-CLI-BUSQ TO PLN-CLIENTE.
           MOVE ZERO TO PLN-PAGADO.
           MOVE "VIGENTE" TO PLN-ESTADO.
           MOVE PLN-FECHA-ALTA TO PLN-FECHA-ESTADO.
           WRITE PLN-REG
             INVALID KEY DISPLAY "  RECORD IS ALREADY EXIST"
           END-WRITE.
           MOVE ZERO TO WS-ACUM-CUOTAS.
           MOVE WS-PRIMER-VTO TO WS-FEC-8.
           COMPUTE WS-JULIANO-VTO = FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           PERFORM ALTA1-GRABAR-CUOTA
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > PLN-CANT-CUOTAS.
           PERFORM ALTA1-GRABAR-FACTURA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-T-PF-COUNT.
           IF PLN-INTERES > ZERO
             PERFORM ALTA1-EMITIR-ND
           END-IF.
           MOVE PLN-TOTAL TO WS-IMP-EDIT.
           MOVE WS-VALOR-CUOTA TO WS-IMP-EDIT2.
           DISPLAY "  PLAN " PLN-NRO " GRABADO. TOTAL $" WS-IMP-EDIT
               "  " PLN-CANT-CUOTAS " CUOTAS DE $" WS-IMP-EDIT2.

      *  La ultima cuota absorbe la diferencia de redondeo.
         ALTA1-GRABAR-CUOTA.
           MOVE PLN-NRO TO PLC-NRO-PLAN.
           MOVE WS-C TO PLC-CUOTA.
           COMPUTE WS-FEC-8 = FUNCTION DATE-OF-INTEGER(WS-JULIANO-VTO).
           MOVE WS-FEC-8 TO PLC-VENCIMIENTO.
           IF WS-C = PLN-CANT-CUOTAS
             SUBTRACT WS-ACUM-CUOTAS FROM PLN-TOTAL GIVING PLC-IMPORTE
           ELSE
             MOVE WS-VALOR-CUOTA TO PLC-IMPORTE
           END-IF.
           ADD PLC-IMPORTE TO WS-ACUM-CUOTAS.
           MOVE ZERO TO PLC-PAGADO.
           MOVE SPACES TO PLC-FECHA-PAGO.
           WRITE PLC-REG
             INVALID KEY REWRITE PLC-REG
           END-WRITE.
           ADD WS-DIAS-ENTRE TO WS-JULIANO-VTO.

         ALTA1-GRABAR-FACTURA.
           MOVE WS-T-PF-NRO-FACT(WS-K) TO PLF-NRO-FACT.
           MOVE WS-CLI-BUSQ TO PLF-CLIENTE.
           MOVE PLN-NRO TO PLF-NRO-PLAN.
           MOVE WS-T-PF-SALDO(WS-K) TO PLF-SALDO.
           WRITE PLF-REG
             INVALID KEY REWRITE PLF-REG
           END-WRITE.

      *  El interes de financiacion se documenta con una nota de
      *  debito al cliente, armada como las de notaDebito (numero de
      *  NROFACT.DAT, APROBACIONES.DAT, FACTCLI.DAT y asiento en
      *  GL_EXPORT.CSV). Queda en PLANFACT.DAT dentro del plan, asi
      *  los cobros aplicados a ella van a las cuotas y el plan
      *  puede llegar a CANCELADO.
         ALTA1-EMITIR-ND.
           OPEN INPUT NROFACT.
           READ NROFACT RECORD
             AT END MOVE ZERO TO WS-NRO-ND
             NOT AT END MOVE NROFACT-REG TO WS-NRO-ND
           END-READ.
           CLOSE NROFACT.
           ADD 1 TO WS-NRO-ND.
           OPEN OUTPUT NROFACT.
           MOVE WS-NRO-ND TO NROFACT-REG.
           WRITE NROFACT-REG.
           CLOSE NROFACT.
           MOVE WS-NRO-ND TO APROB-NRO-FACT.
           MOVE PLN-FECHA-ALTA TO APROB-FECHA-DESDE.
           MOVE PLN-FECHA-ALTA TO APROB-FECHA-HASTA.
           MOVE PLN-INTERES TO APROB-TOTAL-GRAL.
           MOVE WS-INTERES-IVA TO APROB-TOTAL-IVA.
           MOVE "APROBADO" TO APROB-ESTADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO APROB-FECHA-APROB.
           MOVE CLI-EMPRESA TO APROB-EMPRESA.
           MOVE ZERO TO APROB-NRO-ORIG.
           MOVE ZERO TO APROB-TOTAL-COBRADO.
           MOVE PLN-CLIENTE TO APROB-CLI-DESDE.
           MOVE PLN-CLIENTE TO APROB-CLI-HASTA.
           MOVE ZERO TO APROB-CONS-DESDE.
           MOVE ZERO TO APROB-CONS-HASTA.
           MOVE PLN-USUARIO TO APROB-USUARIO.
           MOVE SPACES TO APROB-CAE.
           MOVE SPACES TO APROB-CAE-VTO.
           MOVE SPACES TO APROB-USU-EJECUTO.
           MOVE SPACES TO APROB-USUARIO2.
           MOVE SPACES TO APROB-FIRMA1-TS.
           MOVE SPACES TO APROB-FIRMA2-TS.
           WRITE APROB-REG
             INVALID KEY DISPLAY "  ERROR AL REGISTRAR LA NOTA DE "
                 "DEBITO EN APROBACIONES.DAT"
           END-WRITE.
           MOVE WS-NRO-ND TO FCL-NRO-FACT.
           MOVE PLN-CLIENTE TO FCL-CLIENTE.
           MOVE PLN-INTERES TO FCL-TOTAL-NETO.
           MOVE WS-INTERES-IVA TO FCL-TOTAL-IVA.
           MOVE PLN-FECHA-ALTA TO FCL-FECHA-HASTA.
           MOVE CLI-EMPRESA TO FCL-EMPRESA.
           WRITE FCL-REG
             INVALID KEY REWRITE FCL-REG
           END-WRITE.
           MOVE WS-NRO-ND TO PLF-NRO-FACT.
           MOVE PLN-CLIENTE TO PLF-CLIENTE.
           MOVE PLN-NRO TO PLF-NRO-PLAN.
           ADD PLN-INTERES WS-INTERES-IVA GIVING PLF-SALDO.
           WRITE PLF-REG
             INVALID KEY REWRITE PLF-REG
           END-WRITE.
           PERFORM ALTA1-MARCAR-ND.
           PERFORM ALTA1-EXPORTAR-GL.
           ADD PLN-INTERES WS-INTERES-IVA GIVING WS-GL-TOTAL-DEBE.
           MOVE WS-GL-TOTAL-DEBE TO WS-IMP-EDIT.
           DISPLAY "  NOTA DE DEBITO " WS-NRO-ND
               " POR INTERES DE FINANCIACION: $" WS-IMP-EDIT.

      *  Como toda nota de debito, no devenga interes por mora sobre
      *  si misma.
         ALTA1-MARCAR-ND.
           OPEN I-O MORACORTE.
           IF MORACORTE-FS = '35'
             OPEN OUTPUT MORACORTE
             CLOSE MORACORTE
             OPEN I-O MORACORTE
           END-IF.
           IF MORACORTE-FS = '00'
             MOVE WS-NRO-ND TO MOR-NRO-FACT
             MOVE PLN-CLIENTE TO MOR-CLIENTE
             MOVE PLN-FECHA-ALTA TO MOR-FECHA-CORTE
             MOVE 'S' TO MOR-ES-ND
             WRITE MOR-REG
               INVALID KEY
                 REWRITE MOR-REG
                   INVALID KEY CONTINUE
                 END-REWRITE
             END-WRITE
             CLOSE MORACORTE
           END-IF.

         ALTA1-EXPORTAR-GL.
           OPEN EXTEND GLEXP.
           ADD PLN-INTERES WS-INTERES-IVA GIVING WS-GL-TOTAL-DEBE.
           MOVE WS-GL-TOTAL-DEBE TO WS-GL-NUM-DEBE.
           MOVE SPACES TO GLEXP-LINEA.
           STRING WS-NRO-ND DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PLN-FECHA-ALTA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CTA-DEUDORES DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GL-NUM-DEBE DELIMITED BY SIZE
               ",0,00" DELIMITED BY SIZE
               INTO GLEXP-LINEA.
           WRITE GLEXP-LINEA.
           MOVE PLN-INTERES TO WS-GL-NUM-INT.
           MOVE SPACES TO GLEXP-LINEA.
           STRING WS-NRO-ND DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PLN-FECHA-ALTA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CTA-INTERESES DELIMITED BY SIZE
               ",0,00," DELIMITED BY SIZE
               WS-GL-NUM-INT DELIMITED BY SIZE
               INTO GLEXP-LINEA.
           WRITE GLEXP-LINEA.
           IF WS-INTERES-IVA NOT = ZERO
             MOVE WS-INTERES-IVA TO WS-GL-NUM-IVA
             MOVE SPACES TO GLEXP-LINEA
             STRING WS-NRO-ND DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 PLN-FECHA-ALTA DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 WS-CTA-IVA DELIMITED BY SIZE
                 ",0,00," DELIMITED BY SIZE
                 WS-GL-NUM-IVA DELIMITED BY SIZE
                 INTO GLEXP-LINEA
             WRITE GLEXP-LINEA
           END-IF.
           CLOSE GLEXP.

      *  Cuentas contables por rol en CUENTAS.DAT; la de intereses de
      *  financiacion tiene su propio rol.
         CARGAR-CUENTAS-GL.
           MOVE 'N' TO WS-CTA-EOF.
           OPEN INPUT CUENTAS.
           IF CUENTAS-FS NOT = '00'
             MOVE 'S' TO WS-CTA-EOF
           END-IF.
           PERFORM CARGAR-UNA-CUENTA UNTIL WS-CTA-EOF = 'S'.
           CLOSE CUENTAS.

         CARGAR-UNA-CUENTA.
           READ CUENTAS RECORD
             AT END MOVE 'S' TO WS-CTA-EOF
           END-READ.
           IF WS-CTA-EOF = 'N'
             EVALUATE CTA-ROL
               WHEN "DEUDORES"
                 MOVE CTA-CUENTA TO WS-CTA-DEUDORES
               WHEN "INTFINANC"
                 MOVE CTA-CUENTA TO WS-CTA-INTERESES
               WHEN "IVADEBITO"
                 MOVE CTA-CUENTA TO WS-CTA-IVA
             END-EVALUATE
           END-IF.

         CALCULAR-SALDO-FCL.
           ADD FCL-TOTAL-NETO FCL-TOTAL-IVA GIVING WS-FACTURADO.
           MOVE ZERO TO WS-COBRADO.
           MOVE FCL-NRO-FACT TO APL-NRO-FACT.
           MOVE ZERO TO APL-REC-NRO.
           MOVE 'N' TO WS-APL-EOF.
           START APL KEY IS NOT LESS THAN APL-KEY
             INVALID KEY MOVE 'S' TO WS-APL-EOF
           END-START.
           PERFORM CALCULAR-SALDO-UNA UNTIL WS-APL-EOF = 'S'.
           SUBTRACT WS-COBRADO FROM WS-FACTURADO GIVING WS-SALDO.

         CALCULAR-SALDO-UNA.
           READ APL NEXT RECORD
             AT END MOVE 'S' TO WS-APL-EOF
           END-READ.
           IF WS-APL-EOF = 'N'
             IF APL-NRO-FACT NOT = FCL-NRO-FACT
               MOVE 'S' TO WS-APL-EOF
             ELSE
               IF APL-CLIENTE = FCL-CLIENTE
                 ADD APL-IMPORTE TO WS-COBRADO
               END-IF
             END-IF
           END-IF.

         VERIFICAR-RECLAMO-FCL.
           MOVE 'N' TO REXIST.
           IF WS-HAY-RECLAMOS = 'S'
             MOVE FCL-NRO-FACT TO RCL-NRO-FACT
             MOVE FCL-CLIENTE TO RCL-CLIENTE
             READ RCL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF RCL-ABIERTO
                   MOVE 'Y' TO REXIST
                 END-IF
             END-READ
           END-IF.

         VER1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE PLAN".
           ACCEPT PLN-NRO.
           READ PLN
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  PLAN NO EXISTE"
           ELSE
             DISPLAY "PLAN: " PLN-NRO "  CLIENTE: " PLN-CLIENTE
                 "  ALTA: " PLN-FECHA-ALTA "  USUARIO: " PLN-USUARIO
             MOVE PLN-CAPITAL TO WS-IMP-EDIT
             MOVE PLN-INTERES TO WS-IMP-EDIT2
             DISPLAY "CAPITAL: $" WS-IMP-EDIT
                 "  INTERES FINANC.: $" WS-IMP-EDIT2
             SUBTRACT PLN-CAPITAL PLN-INTERES FROM PLN-TOTAL
                 GIVING WS-INTERES-IVA
             IF WS-INTERES-IVA NOT = ZERO
               MOVE WS-INTERES-IVA TO WS-IMP-EDIT
               DISPLAY "IVA S/INTERES: $" WS-IMP-EDIT
             END-IF
             MOVE PLN-TOTAL TO WS-IMP-EDIT
             MOVE PLN-PAGADO TO WS-IMP-EDIT2
             DISPLAY "TOTAL:   $" WS-IMP-EDIT
                 "  PAGADO: $" WS-IMP-EDIT2
             DISPLAY "ESTADO: " PLN-ESTADO " DESDE " PLN-FECHA-ESTADO
                 "  TOLERANCIA: " PLN-DIAS-TOLERANCIA " DIAS"
             DISPLAY "CUOTAS:"
             MOVE PLN-NRO TO WS-PLAN-BUSQ
             MOVE PLN-NRO TO PLC-NRO-PLAN
             MOVE ZERO TO PLC-CUOTA
             MOVE 'N' TO WS-PLC-EOF
             START PLC KEY IS NOT LESS THAN PLC-KEY
               INVALID KEY MOVE 'S' TO WS-PLC-EOF
             END-START
             PERFORM VER1-UNA-CUOTA UNTIL WS-PLC-EOF = 'S'
           END-IF.

         VER1-UNA-CUOTA.
           READ PLC NEXT RECORD
             AT END MOVE 'S' TO WS-PLC-EOF
           END-READ.
           IF WS-PLC-EOF = 'N'
             IF PLC-NRO-PLAN NOT = WS-PLAN-BUSQ
               MOVE 'S' TO WS-PLC-EOF
             ELSE
               MOVE PLC-IMPORTE TO WS-IMP-EDIT
               MOVE PLC-PAGADO TO WS-IMP-EDIT2
               DISPLAY "  " PLC-CUOTA "  VTO " PLC-VENCIMIENTO
                   "  $" WS-IMP-EDIT "  PAGADO $" WS-IMP-EDIT2
                   "  " PLC-FECHA-PAGO
             END-IF
           END-IF.

      *  Un plan vigente se rompe cuando alguna cuota impaga lleva
      *  mas dias vencida que la tolerancia del plan.
         ROTOS1.
           DISPLAY " ".
           DISPLAY "ENTER THE  FECHA DE REFERENCIA (AAAAMMDD)".
           ACCEPT WS-FECHA-REF.
           MOVE WS-FECHA-REF TO WS-FEC-8.
           COMPUTE WS-JULIANO-REF = FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           MOVE ZERO TO WS-CANT-ROTOS.
           MOVE ZERO TO PLN-NRO.
           MOVE 'N' TO WS-LIST-EOF.
           START PLN KEY IS NOT LESS THAN PLN-NRO
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM ROTOS1-UNO UNTIL WS-LIST-EOF = 'S'.
           DISPLAY "PLANES MARCADOS ROTOS: " WS-CANT-ROTOS.

         ROTOS1-UNO.
           READ PLN NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF PLN-VIGENTE
               MOVE 'N' TO WS-ES-ROTO
               MOVE PLN-NRO TO WS-PLAN-BUSQ
               MOVE PLN-NRO TO PLC-NRO-PLAN
               MOVE ZERO TO PLC-CUOTA
               MOVE 'N' TO WS-PLC-EOF
               START PLC KEY IS NOT LESS THAN PLC-KEY
                 INVALID KEY MOVE 'S' TO WS-PLC-EOF
               END-START
               PERFORM ROTOS1-UNA-CUOTA UNTIL WS-PLC-EOF = 'S'
               IF WS-ES-ROTO = 'S'
                 MOVE "ROTO" TO PLN-ESTADO
                 MOVE WS-FECHA-REF TO PLN-FECHA-ESTADO
                 REWRITE PLN-REG
                   INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR EL PLAN"
                 END-REWRITE
                 ADD 1 TO WS-CANT-ROTOS
                 DISPLAY "  PLAN " PLN-NRO "  CLIENTE " PLN-CLIENTE
                     "  ROTO"
               END-IF
             END-IF
           END-IF.

         ROTOS1-UNA-CUOTA.
           READ PLC NEXT RECORD
             AT END MOVE 'S' TO WS-PLC-EOF
           END-READ.
           IF WS-PLC-EOF = 'N'
             IF PLC-NRO-PLAN NOT = WS-PLAN-BUSQ
               MOVE 'S' TO WS-PLC-EOF
             ELSE
               IF PLC-PAGADO < PLC-IMPORTE
                 MOVE PLC-VENCIMIENTO TO WS-FEC-8
                 COMPUTE WS-JULIANO-VTO =
                     FUNCTION INTEGER-OF-DATE(WS-FEC-8)
                     + PLN-DIAS-TOLERANCIA
                 IF WS-JULIANO-VTO < WS-JULIANO-REF
                   MOVE 'S' TO WS-ES-ROTO
                 END-IF
                 MOVE 'S' TO WS-PLC-EOF
               END-IF
             END-IF
           END-IF.

         LISTAR1.
           DISPLAY " ".
           DISPLAY "PLANES DE PAGO VIGENTES:".
           MOVE ZERO TO WS-CANT-LISTADOS.
           MOVE ZERO TO PLN-NRO.
           MOVE 'N' TO WS-LIST-EOF.
           START PLN KEY IS NOT LESS THAN PLN-NRO
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LISTAR1-UNO UNTIL WS-LIST-EOF = 'S'.
           DISPLAY "PLANES VIGENTES: " WS-CANT-LISTADOS.

         LISTAR1-UNO.
           READ PLN NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF PLN-VIGENTE
               MOVE PLN-TOTAL TO WS-IMP-EDIT
               MOVE PLN-PAGADO TO WS-IMP-EDIT2
               DISPLAY "  PLAN " PLN-NRO "  CLIENTE " PLN-CLIENTE
                   "  CUOTAS " PLN-CANT-CUOTAS
                   "  TOTAL $" WS-IMP-EDIT
                   "  PAGADO $" WS-IMP-EDIT2
               ADD 1 TO WS-CANT-LISTADOS
             END-IF
           END-IF.

       END PROGRAM PLANESPAGO.
