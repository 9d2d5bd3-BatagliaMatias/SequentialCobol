           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TASAHIST-FS.

           SELECT FER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FER-FECHA
           FILE STATUS IS FER-FS.

           SELECT OPTIONAL CUENTAS ASSIGN TO "CUENTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUENTAS-FS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANTMOV-FS.

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

           SELECT CAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAS-KEY
           FILE STATUS IS CAS-FS.

       DATA DIVISION.
        FILE SECTION.
         FD REC
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

      *  Registro de certificados de retencion recibidos del cliente
      *  al cobrar: cada certificado genera su recibo en
            03 TSH-FVIGENCIA PIC X(8).
            03 TSH-VALOR PIC 9(5)V9999.

         FD FER
          VALUE OF FILE-ID IS "FERIADOS.DAT".
          01 FER-REG.
            03 FER-FECHA PIC X(8).
            03 FER-DESC PIC X(30).

         FD CUENTAS
           LABEL RECORD OMITTED.
         01 CTA-REG.
           LABEL RECORD OMITTED.
         01 ANTMOV-LINEA PIC X(100).

      *  Planes de pago: lo que se aplica a una facturacion incluida
      *  en un plan cancela las cuotas del plan, de la mas vieja a la
      *  mas nueva.
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

      *  Facturaciones castigadas contra la prevision: lo que se
      *  aplique despues a una de ellas es recupero de incobrables.
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
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 ANTMOV-FS PIC X(2).
          01 WS-ANT-IMPORTE PIC S9(11)V99.
          01 WS-ANT-EDIT PIC -(9)9,99.
          01 PLN-FS PIC X(2).
          01 PLC-FS PIC X(2).
          01 PLF-FS PIC X(2).
          01 WS-HAY-PLANES PIC X VALUE 'N'.
          01 WS-PLC-EOF PIC X.
          01 WS-PLAN-RESTO PIC S9(9)V99.
          01 WS-PLC-PENDIENTE PIC S9(9)V99.
          01 CAS-FS PIC X(2).
          01 WS-HAY-CASTIGOS PIC X VALUE 'N'.
          01 WS-CASTIGADA PIC X.
          01 WS-HAY-BANCOS PIC X VALUE 'N'.
          01 LBC-PARAM.
              03 LBC-OPER PIC X.
              03 LBC-EMPRESA PIC X(3).
              03 LBC-CUENTA PIC 9(3).
              03 LBC-FECHA PIC X(8).
              03 LBC-TIPO PIC X(12).
              03 LBC-IMPORTE PIC S9(9)V99.
              03 LBC-REFERENCIA PIC X(20).
              03 LBC-ORIGEN PIC X(12).
              03 LBC-CONCILIADO PIC X.
              03 LBC-NRO-MOV PIC 9(6).
              03 LBC-SALDO PIC S9(11)V99.
              03 LBC-OK PIC X.

          01 WS-CTA-DEUDORES PIC X(40)
              VALUE "1.1.3 DEUDORES POR VENTAS".
          01 WS-CTA-DIFCAMBIO PIC X(40)
              VALUE "4.1.9 DIFERENCIAS DE CAMBIO".
          01 WS-CTA-RECUPERO PIC X(40)
              VALUE "4.1.8 RECUPERO DE INCOBRABLES".

          01 WS-T-TSH-COUNT PIC 9(4) VALUE ZERO.
          01 WS-T-TSH.
          01 WS-TASA-BUSCADA PIC 9(5)V9999.
          01 WS-FECHA-BUSCADA PIC X(8).
          01 WS-MONEDA-BUSCADA PIC X(3).
          01 FER-FS PIC X(2).
          01 WS-HAY-FERIADOS PIC X VALUE 'N'.
          01 WS-TSH-HABIL PIC X.
          01 WS-FEC-HABIL PIC 9(8).
          01 WS-JUL-HABIL PIC 9(7).
          01 WS-DIA-SEMANA PIC 9.

          01 WS-TASA-FACT PIC 9(5)V9999.
          01 WS-TASA-COBRO PIC 9(5)V9999.
              CLOSE ANT
              OPEN I-O ANT
          END-IF.
          OPEN I-O PLF.
          IF PLF-FS = '00'
              MOVE 'S' TO WS-HAY-PLANES
              OPEN I-O PLN
              OPEN I-O PLC
          END-IF.
          OPEN I-O CAS.
          IF CAS-FS = '00'
              MOVE 'S' TO WS-HAY-CASTIGOS
          END-IF.
          PERFORM CARGAR-TASAS-HIST.
          OPEN INPUT FER.
          IF FER-FS = '00'
              MOVE 'S' TO WS-HAY-FERIADOS
          END-IF.
          PERFORM CARGAR-CUENTAS-GL.
          MOVE 'A' TO LBC-OPER.
          CALL 'LIBROBCO' USING LBC-PARAM.
          MOVE LBC-OK TO WS-HAY-BANCOS.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE COBRANZAS::"
         CLOSE CLI.
         CLOSE CERT.
         CLOSE ANT.
         IF WS-HAY-PLANES = 'S'
             CLOSE PLF
             CLOSE PLN
             CLOSE PLC
         END-IF.
         IF WS-HAY-CASTIGOS = 'S'
             CLOSE CAS
         END-IF.
         IF WS-HAY-FERIADOS = 'S'
             CLOSE FER
         END-IF.
         MOVE 'C' TO LBC-OPER.
         CALL 'LIBROBCO' USING LBC-PARAM.
         STOP RUN.

         VALIDAR-CLIENTE.
             DISPLAY "ENTER THE  IMPORTE"
             ACCEPT REC-IMPORTE
             DISPLAY "ENTER THE  MEDIO DE PAGO (EFECTIVO/CHEQUE/"
                 "TRANSFERENCIA/TARJETA/LINK DE PAGO)"
             ACCEPT REC-MEDIO
             MOVE ZERO TO REC-APLICADO
             MOVE CLI-EMPRESA TO REC-EMPRESA
             DISPLAY " "
             MOVE 'Y' TO REXIST
             WRITE REC-REG
              INVALID KEY DISPLAY"  RECORD IS ALREADY EXIST"
               MOVE 'N' TO REXIST
             END-WRITE
      *      Los cheques se asientan al depositarlos, desde CHEQUES;
      *      tarjeta y link, al acreditarse la liquidacion del
      *      procesador (IMPORTTARJ).
             IF REXIST = 'Y' AND REC-MEDIO(1:6) NOT = "CHEQUE"
                 AND REC-MEDIO(1:7) NOT = "TARJETA"
                 AND REC-MEDIO(1:4) NOT = "LINK"
               PERFORM ASENTAR-DEPOSITO
             END-IF
           END-IF.

      *  Deposito del recibo en el libro banco de la cuenta elegida
      *  (cero toma la cuenta principal de la empresa del cliente).
         ASENTAR-DEPOSITO.
           IF WS-HAY-BANCOS = 'S'
             DISPLAY "ENTER THE  CUENTA BANCARIA (0=PRINCIPAL DE LA "
                 "EMPRESA)"
             ACCEPT LBC-CUENTA
             MOVE REC-EMPRESA TO LBC-EMPRESA
             MOVE REC-FECHA TO LBC-FECHA
             MOVE "DEPOSITO" TO LBC-TIPO
             MOVE REC-IMPORTE TO LBC-IMPORTE
             MOVE SPACES TO LBC-REFERENCIA
             STRING "RECIBO " DELIMITED BY SIZE
                 REC-NRO DELIMITED BY SIZE
                 INTO LBC-REFERENCIA
             MOVE "COBRANZAS" TO LBC-ORIGEN
             MOVE 'N' TO LBC-CONCILIADO
             MOVE 'G' TO LBC-OPER
             CALL 'LIBROBCO' USING LBC-PARAM
             IF LBC-OK = 'S'
               DISPLAY "  ASENTADO EN LIBRO BANCO, CUENTA " LBC-CUENTA
             ELSE
               DISPLAY "  AVISO: SIN CUENTA BANCARIA ACTIVA, EL "
                   "DEPOSITO NO SE ASENTO EN LIBRO BANCO"
             END-IF
           END-IF.

         APLICAR1.
               DISPLAY "  AVISO: LA FACTURACION NO ESTA APROBADA. "
                   "ESTADO: " APROB-ESTADO
             END-IF
             MOVE APROB-NRO-FACT TO CAS-NRO-FACT
             MOVE REC-CLIENTE TO CAS-CLIENTE
             PERFORM VERIFICAR-CASTIGO
             IF WS-CASTIGADA = 'S'
               DISPLAY "  FACTURACION CASTIGADA EL " CAS-FECHA
                   ": LO APLICADO SE REGISTRA COMO RECUPERO"
             END-IF
             PERFORM CALCULAR-SALDO-FACT
             MOVE WS-SALDO-FACT TO WS-SALDO-EDIT
             DISPLAY "  SALDO ABIERTO DE LA FACTURACION: $"
             END-REWRITE
             DISPLAY "  APLICACION REGISTRADA"
             PERFORM CALCULAR-DIF-CAMBIO
             IF WS-HAY-PLANES = 'S'
               PERFORM IMPUTAR-PLAN-PAGO
             END-IF
             MOVE APL-NRO-FACT TO CAS-NRO-FACT
             MOVE APL-CLIENTE TO CAS-CLIENTE
             PERFORM VERIFICAR-CASTIGO
             IF WS-CASTIGADA = 'S'
               PERFORM IMPUTAR-RECUPERO
             END-IF
           END-IF.

         VERIFICAR-CASTIGO.
           MOVE 'N' TO WS-CASTIGADA.
           IF WS-HAY-CASTIGOS = 'S'
             READ CAS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WS-CASTIGADA
             END-READ
           END-IF.

      *  Cobro sobre una facturacion castigada: se acumula en el
      *  registro de castigos y el asiento repone el credito contra
      *  el recupero de incobrables, asi la aplicacion del recibo no
      *  vuelve a acreditar deudores ya dados de baja.
         IMPUTAR-RECUPERO.
           ADD WS-IMP-APLICAR TO CAS-RECUPERADO.
           MOVE REC-FECHA TO CAS-FECHA-RECUPERO.
           REWRITE CAS-REG
             INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR EL CASTIGO"
           END-REWRITE.
           MOVE WS-IMP-APLICAR TO WS-GL-NUM-DIF.
           OPEN EXTEND GLEXP.
           MOVE SPACES TO GLEXP-LINEA.
           STRING APL-NRO-FACT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               REC-FECHA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CTA-DEUDORES DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GL-NUM-DIF DELIMITED BY SIZE
               ",0,00" DELIMITED BY SIZE
               INTO GLEXP-LINEA.
           WRITE GLEXP-LINEA.
           MOVE SPACES TO GLEXP-LINEA.
           STRING APL-NRO-FACT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               REC-FECHA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CTA-RECUPERO DELIMITED BY SIZE
               ",0,00," DELIMITED BY SIZE
               WS-GL-NUM-DIF DELIMITED BY SIZE
               INTO GLEXP-LINEA.
           WRITE GLEXP-LINEA.
           CLOSE GLEXP.
           MOVE CAS-RECUPERADO TO WS-IMP-EDIT.
           DISPLAY "  RECUPERO DE INCOBRABLES REGISTRADO. RECUPERADO "
               "DE LA FACTURACION: $" WS-IMP-EDIT.

      *  Si la facturacion esta en un plan de pago, lo aplicado va
      *  cancelando las cuotas pendientes en orden de vencimiento.
         IMPUTAR-PLAN-PAGO.
           MOVE APL-NRO-FACT TO PLF-NRO-FACT.
           MOVE APL-CLIENTE TO PLF-CLIENTE.
           MOVE 'Y' TO REXIST.
           READ PLF
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'Y'
             MOVE PLF-NRO-PLAN TO PLN-NRO
             READ PLN
               INVALID KEY MOVE 'N' TO REXIST
             END-READ
           END-IF.
           IF REXIST = 'Y' AND NOT PLN-CANCELADO
             MOVE WS-IMP-APLICAR TO WS-PLAN-RESTO
             MOVE PLN-NRO TO PLC-NRO-PLAN
             MOVE ZERO TO PLC-CUOTA
             MOVE 'N' TO WS-PLC-EOF
             START PLC KEY IS NOT LESS THAN PLC-KEY
               INVALID KEY MOVE 'S' TO WS-PLC-EOF
             END-START
             PERFORM IMPUTAR-PLAN-CUOTA UNTIL WS-PLC-EOF = 'S'
             ADD WS-IMP-APLICAR TO PLN-PAGADO
             IF PLN-PAGADO >= PLN-TOTAL
               MOVE "CANCELADO" TO PLN-ESTADO
               MOVE REC-FECHA TO PLN-FECHA-ESTADO
             END-IF
             REWRITE PLN-REG
               INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR EL PLAN"
             END-REWRITE
             MOVE PLN-PAGADO TO WS-IMP-EDIT
             DISPLAY "  IMPUTADO AL PLAN DE PAGO " PLN-NRO
                 ". PAGADO DEL PLAN: $" WS-IMP-EDIT
                 " (" PLN-ESTADO ")"
           END-IF.

         IMPUTAR-PLAN-CUOTA.
           READ PLC NEXT RECORD
             AT END MOVE 'S' TO WS-PLC-EOF
           END-READ.
           IF WS-PLC-EOF = 'N'
             IF PLC-NRO-PLAN NOT = PLN-NRO OR WS-PLAN-RESTO <= ZERO
               MOVE 'S' TO WS-PLC-EOF
             ELSE
               SUBTRACT PLC-PAGADO FROM PLC-IMPORTE
                   GIVING WS-PLC-PENDIENTE
               IF WS-PLC-PENDIENTE > ZERO
                 IF WS-PLAN-RESTO >= WS-PLC-PENDIENTE
                   ADD WS-PLC-PENDIENTE TO PLC-PAGADO
                   SUBTRACT WS-PLC-PENDIENTE FROM WS-PLAN-RESTO
                   MOVE REC-FECHA TO PLC-FECHA-PAGO
                 ELSE
                   ADD WS-PLAN-RESTO TO PLC-PAGADO
                   MOVE ZERO TO WS-PLAN-RESTO
                 END-IF
                 REWRITE PLC-REG
                   INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR CUOTA"
                 END-REWRITE
               END-IF
             END-IF
           END-IF.

      *  Diferencia de cambio de la aplicacion: entre la tasa
                   MOVE 'S' TO WS-TSH-HALLADA
               END-IF
           END-PERFORM.
           IF WS-TSH-HALLADA = 'S' AND
               WS-TSH-MEJOR-FVIG < WS-FECHA-BUSCADA
             PERFORM CONTROLAR-DIA-HABIL
             IF WS-TSH-HABIL = 'S'
               DISPLAY "  AVISO: SIN TASA DE " WS-MONEDA-BUSCADA
                   " DEL " WS-FECHA-BUSCADA ", SE USA LA DEL "
                   WS-TSH-MEJOR-FVIG
             END-IF
           END-IF.

      *  Dia habil sin tasa propia: se usa la ultima anterior. Fines
      *  de semana y feriados no tienen publicacion.
         CONTROLAR-DIA-HABIL.
           MOVE 'S' TO WS-TSH-HABIL.
           MOVE WS-FECHA-BUSCADA TO WS-FEC-HABIL.
           COMPUTE WS-JUL-HABIL =
               FUNCTION INTEGER-OF-DATE(WS-FEC-HABIL).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JUL-HABIL, 7).
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
             MOVE 'N' TO WS-TSH-HABIL
           END-IF.
           IF WS-TSH-HABIL = 'S' AND WS-HAY-FERIADOS = 'S'
             MOVE WS-FECHA-BUSCADA TO FER-FECHA
             READ FER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'N' TO WS-TSH-HABIL
             END-READ
           END-IF.

      *  El asiento va por el rol DIFCAMBIO de CUENTAS.DAT: ganancia
      *  al haber, perdida al debe, siempre contra deudores.
                 MOVE CTA-CUENTA TO WS-CTA-DEUDORES
               WHEN "DIFCAMBIO"
                 MOVE CTA-CUENTA TO WS-CTA-DIFCAMBIO
               WHEN "RECUPERO"
                 MOVE CTA-CUENTA TO WS-CTA-RECUPERO
             END-EVALUATE
           END-IF.

                   END-REWRITE
               END-READ
               PERFORM ANTICIPO1-GRABAR-MOV
               PERFORM ASENTAR-DEPOSITO
               MOVE ANT-SALDO TO WS-IMP-EDIT
               DISPLAY "  ANTICIPO REGISTRADO. SALDO A CUENTA: $"
                   WS-IMP-EDIT
