       IDENTIFICATION DIVISION.

       PROGRAM-ID. VIATICOS.

      * Liquidacion mensual de viaticos por trabajo en clientes con
      * zona de viaje (CLI-ZONA-VIAJE no en blanco), a partir de los
      * dias con horas en HORAS.DAT:
      *   - cada dia con horas en un cliente de zona da un viatico
      *     diario; si ese dia el consultor estuvo en mas de un
      *     cliente de zona se liquida uno solo, en el de mas horas;
      *   - no cuentan las horas observadas;
      *   - el importe sale de VIATICOS_ZONA.DAT por zona y perfil
      *     vigente el dia trabajado (HISTCONS), o por la zona con
      *     perfil en blanco. Sin importe cargado el dia se informa
      *     y no se liquida.
      * Al personal propio se le paga por NOMINA_VIATICOS.TXT, de
      * ancho fijo, que el servicio de nomina ingiere junto con
      * NOMINA.TXT. Los subcontratados se informan en el listado
      * para su orden de pago.
      * Si el contrato del cliente vigente en el periodo reintegra
      * viaticos (CTR-REINTEGRA-VIATICOS), se graba en GASTOS.DAT un
      * gasto aprobado por consultor y cliente, fechado el ultimo
      * dia del mes con secuencia 99, que TP2 factura con el markup
      * de gastos del cliente. Al reprocesar el periodo el gasto se
      * actualiza mientras no este facturado.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS CON-FS.

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

           SELECT VIZ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VIZ-KEY
               FILE STATUS IS VIZ-FS.

           SELECT CTR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-KEY
               FILE STATUS IS CTR-FS.

           SELECT GAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GAS-KEY
               FILE STATUS IS GAS-FS.

      * Archivo de ancho fijo para el servicio de nomina: legajo,
      * periodo, dias con viatico e importe.
           SELECT NOMVIA ASSIGN TO "NOMINA_VIATICOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMVIA-FS.

           SELECT LISTADO ASSIGN TO "VIATICOS.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

       FD CON
          VALUE OF FILE-ID IS "CONSULTORES.DAT".
       01 CON-REG.
           03 CON-COD-CONS PIC 9(3).
           03 CON-FECHA-INGRESO PIC X(8).
           03 CON-DIRECCION PIC X(20).
           03 CON-APEYNOM PIC X(25).
           03 CON-TELEFONO PIC 9(10).
           03 CON-PERFIL PIC X.
           03 CON-BAJA PIC X.
               88 CON-ACTIVO VALUE SPACE.
               88 CON-INACTIVO VALUE 'S'.
           03 CON-FECHA-BAJA PIC X(8).
           03 CON-EMPRESA PIC X(3).
           03 CON-SUBCONTRATADO PIC X.
               88 CON-SUBCONTRATISTA VALUE 'S'.
               88 CON-PROPIO VALUES 'N', SPACE.

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

       FD VIZ
           VALUE OF FILE-ID IS "VIATICOS_ZONA.DAT".
       01 VIZ-REG.
           02 VIZ-KEY.
               03 VIZ-ZONA PIC X(2).
               03 VIZ-PERFIL PIC X.
           02 VIZ-DATOS.
               03 VIZ-DESCRIPCION PIC X(20).
               03 VIZ-IMPORTE-DIA PIC 9(7)V99.

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

       FD GAS
           VALUE OF FILE-ID IS "GASTOS.DAT".
       01 GAS-REG.
           02 GAS-KEY.
               03 GAS-CONS PIC 9(3).
               03 GAS-FECHA PIC X(8).
               03 GAS-CLIENTE PIC 9(4).
               03 GAS-SECUENCIA PIC 9(2).
           02 GAS-DATOS.
               03 GAS-CONCEPTO PIC X(30).
               03 GAS-IMPORTE PIC S9(7)V99.
               03 GAS-MONEDA PIC X(3).
               03 GAS-EMPRESA PIC X(3).
               03 GAS-NRO-FACT PIC 9(6).
               03 GAS-ESTADO PIC X.
                   88 GAS-EST-INGRESADO VALUES 'I', SPACE.
                   88 GAS-EST-APROBADO VALUE 'A'.
                   88 GAS-EST-OBSERVADO VALUE 'O'.
               03 GAS-PROYECTO PIC X(6).

       FD NOMVIA
           LABEL RECORD OMITTED.
       01 NVI-REG.
           03 NVI-LEGAJO PIC 9(3).
           03 NVI-PERIODO PIC X(6).
           03 NVI-DIAS PIC 9(3).
           03 NVI-IMPORTE PIC 9(9)V99.

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       01 CON-FS                       PIC X(2).
           88 CON-OK                          VALUE '00'.
           88 CON-EOF                         VALUE '10'.
       01 HOR-FS                       PIC X(2).
       01 CLI-FS                       PIC X(2).
       01 VIZ-FS                       PIC X(2).
       01 CTR-FS                       PIC X(2).
       01 GAS-FS                       PIC X(2).
       01 NOMVIA-FS                    PIC X(2).
       01 LISTADO-FS                   PIC X(2).

      * Perfil vigente el dia trabajado, segun la historia del
      * consultor (subprograma HISTCONS).
       01 HCN-PARAM.
           03 HCN-OPER PIC X.
           03 HCN-CONS PIC 9(3).
           03 HCN-FECHA PIC X(8).
           03 HCN-PERFIL PIC X.
           03 HCN-EMPRESA PIC X(3).
           03 HCN-SUCURSAL PIC 9.
           03 HCN-OK PIC X.

       01 WS-PERIODO                   PIC X(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PERIODO-AA            PIC 9(4).
           03 WS-PERIODO-MM            PIC 9(2).
       01 WS-GENERAR-GASTOS            PIC X.
       01 WS-HAY-CONTRATOS             PIC X VALUE 'N'.
       01 WS-HAY-GASTOS                PIC X VALUE 'N'.

       01 WS-FEC-NUM                   PIC 9(8).
       01 WS-FEC-NUM-R REDEFINES WS-FEC-NUM.
           03 WS-FEC-AA                PIC 9(4).
           03 WS-FEC-MM                PIC 9(2).
           03 WS-FEC-DD                PIC 9(2).
       01 WS-FEC-DESDE                 PIC X(8).
       01 WS-FEC-HASTA                 PIC X(8).

       01 WS-HOR-FIN                   PIC X.
       01 WS-CTR-FIN                   PIC X.
       01 WS-REINTEGRA                 PIC X.
       01 WS-HALLADO                   PIC X.
       01 WS-I                         PIC 9(3).

      * Dia y cliente en curso de la lectura de horas, y el cliente
      * de zona con mas horas del dia.
       01 WS-DIA-FECHA                 PIC X(8).
       01 WS-DIA-CLIENTE               PIC 9(4).
       01 WS-DIA-HORAS-CLI             PIC S9(4)V99.
       01 WS-MEJOR-CLIENTE             PIC 9(4).
       01 WS-MEJOR-ZONA                PIC X(2).
       01 WS-MEJOR-HORAS               PIC S9(4)V99.
       01 WS-PERFIL-VIGENTE            PIC X.

      * Viaticos del consultor por cliente.
       01 WS-T-CLI-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-T-CLI-TABLA.
           03 WS-T-CLI OCCURS 50 TIMES.
               05 WS-T-CLI-COD         PIC 9(4).
               05 WS-T-CLI-ZONA        PIC X(2).
               05 WS-T-CLI-DIAS        PIC 9(3).
               05 WS-T-CLI-IMPORTE     PIC 9(9)V99.

       01 WS-CON-DIAS                  PIC 9(3).
       01 WS-CON-IMPORTE               PIC 9(9)V99.

       01 WS-TOT-DIAS                  PIC 9(5) VALUE ZERO.
       01 WS-TOT-IMPORTE               PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-REINTEGRO             PIC 9(11)V99 VALUE ZERO.
       01 WS-CANT-LIQUIDADOS           PIC 9(4) VALUE ZERO.
       01 WS-CANT-SUBCONTR             PIC 9(4) VALUE ZERO.
       01 WS-CANT-REGISTROS            PIC 9(5) VALUE ZERO.
       01 WS-CANT-GASTOS               PIC 9(5) VALUE ZERO.
       01 WS-CANT-SIN-TARIFA           PIC 9(5) VALUE ZERO.
       01 WS-CANT-DESBORDE             PIC 9(5) VALUE ZERO.
       01 WS-CANT-GAS-FACT             PIC 9(5) VALUE ZERO.

       01 WS-ENC-1.
           03 FILLER               PIC X(33)
               VALUE "VIATICOS POR ZONA - PERIODO     ".
           03 WS-ENC-1-PER         PIC X(6).

       01 WS-ENC-2.
           03 FILLER               PIC X(33)
               VALUE "CON APELLIDO Y NOMBRE           ".
           03 FILLER               PIC X(9) VALUE "CLIENTE  ".
           03 FILLER               PIC X(6) VALUE "ZONA  ".
           03 FILLER               PIC X(6) VALUE " DIAS ".
           03 FILLER               PIC X(16) VALUE "         IMPORTE".
           03 FILLER               PIC X(12) VALUE "  REINTEGRO ".

       01 WS-LIN-DET.
           03 WS-LIN-CONS          PIC 9(3).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-NOM           PIC X(25).
           03 FILLER               PIC X(4) VALUE SPACES.
           03 WS-LIN-CLI           PIC 9(4).
           03 FILLER               PIC X(5) VALUE SPACES.
           03 WS-LIN-ZONA          PIC X(2).
           03 FILLER               PIC X(4) VALUE SPACES.
           03 WS-LIN-DIAS          PIC ZZ9.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-IMPORTE       PIC ZZZZZZZZ9,99.
           03 FILLER               PIC X(4) VALUE SPACES.
           03 WS-LIN-REINTEGRO     PIC X(20).

       01 WS-LIN-CON.
           03 FILLER               PIC X(33) VALUE SPACES.
           03 WS-LIN-CON-TXT       PIC X(23).
           03 WS-LIN-CON-DIAS      PIC ZZ9.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-CON-IMPORTE   PIC ZZZZZZZZ9,99.
           03 FILLER               PIC X(4) VALUE SPACES.
           03 WS-LIN-CON-PAGO      PIC X(20).

       01 WS-LIN-AVISO.
           03 FILLER               PIC X(4) VALUE SPACES.
           03 WS-LIN-AVI-TXT       PIC X(96).

       01 WS-LIN-TOT.
           03 FILLER               PIC X(45) VALUE "TOTALES".
           03 WS-LIN-TOT-DIAS      PIC ZZZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-TOT-IMPORTE   PIC ZZZZZZZZZZ9,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-TOT-REINT     PIC ZZZZZZZZZZ9,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 100-PROCESAR-CONSULTOR UNTIL CON-EOF.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "LIQUIDACION MENSUAL DE VIATICOS POR ZONA".
           DISPLAY "INGRESE EL PERIODO (AAAAMM): ".
           ACCEPT WS-PERIODO.
           DISPLAY "GENERAR GASTOS A REFACTURAR EN GASTOS.DAT (S/N): ".
           ACCEPT WS-GENERAR-GASTOS.
           IF WS-GENERAR-GASTOS = 's'
               MOVE 'S' TO WS-GENERAR-GASTOS
           END-IF.
      *    Primer y ultimo dia del mes.
           MOVE WS-PERIODO-AA TO WS-FEC-AA.
           MOVE WS-PERIODO-MM TO WS-FEC-MM.
           MOVE 1 TO WS-FEC-DD.
           MOVE WS-FEC-NUM TO WS-FEC-DESDE.
           IF WS-FEC-MM = 12
               ADD 1 TO WS-FEC-AA
               MOVE 1 TO WS-FEC-MM
           ELSE
               ADD 1 TO WS-FEC-MM
           END-IF.
           COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FEC-NUM) - 1).
           MOVE WS-FEC-NUM TO WS-FEC-HASTA.
           OPEN INPUT CON.
           IF NOT CON-OK
               DISPLAY "ERROR APERTURA CONSULTORES.DAT"
               STOP RUN.
           OPEN INPUT HOR.
           IF HOR-FS NOT = '00'
               DISPLAY "ERROR APERTURA HORAS.DAT"
               CLOSE CON
               STOP RUN.
           OPEN INPUT CLI.
           IF CLI-FS NOT = '00'
               DISPLAY "ERROR APERTURA CLIENTES.DAT"
               CLOSE CON
               CLOSE HOR
               STOP RUN.
           OPEN INPUT VIZ.
           IF VIZ-FS NOT = '00'
               DISPLAY "ERROR APERTURA VIATICOS_ZONA.DAT"
               CLOSE CON
               CLOSE HOR
               CLOSE CLI
               STOP RUN.
           OPEN INPUT CTR.
           IF CTR-FS = '00'
               MOVE 'S' TO WS-HAY-CONTRATOS
           END-IF.
           IF WS-GENERAR-GASTOS = 'S'
               OPEN I-O GAS
               IF GAS-FS NOT = '00'
                   OPEN OUTPUT GAS
                   CLOSE GAS
                   OPEN I-O GAS
               END-IF
               IF GAS-FS = '00'
                   MOVE 'S' TO WS-HAY-GASTOS
               ELSE
                   DISPLAY "ERROR APERTURA GASTOS.DAT, NO SE GENERAN "
                       "GASTOS"
               END-IF
           END-IF.
           MOVE 'A' TO HCN-OPER.
           CALL 'HISTCONS' USING HCN-PARAM.
           OPEN OUTPUT NOMVIA.
           OPEN OUTPUT LISTADO.
           MOVE WS-PERIODO TO WS-ENC-1-PER.
           MOVE WS-ENC-1 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-2 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE ZERO TO CON-COD-CONS.
           START CON KEY IS NOT LESS THAN CON-COD-CONS
               INVALID KEY MOVE '10' TO CON-FS
           END-START.

       100-PROCESAR-CONSULTOR.
           READ CON NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT CON-EOF
               PERFORM 110-LIQUIDAR-CONSULTOR
           END-IF.

       110-LIQUIDAR-CONSULTOR.
           MOVE ZERO TO WS-T-CLI-COUNT.
           MOVE ZERO TO WS-CON-DIAS.
           MOVE ZERO TO WS-CON-IMPORTE.
           MOVE SPACES TO WS-DIA-FECHA.
           MOVE ZERO TO WS-DIA-CLIENTE.
           MOVE ZERO TO WS-DIA-HORAS-CLI.
           MOVE ZERO TO WS-MEJOR-CLIENTE.
           MOVE ZERO TO WS-MEJOR-HORAS.
           MOVE CON-COD-CONS TO HOR-CONS.
           MOVE WS-FEC-DESDE TO HOR-FECHA.
           MOVE ZERO TO HOR-CLIENTE.
           MOVE ZERO TO HOR-SECUENCIA.
           MOVE 'N' TO WS-HOR-FIN.
           START HOR KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE 'S' TO WS-HOR-FIN
           END-START.
           PERFORM 120-LEER-HORA UNTIL WS-HOR-FIN = 'S'.
           PERFORM 140-CERRAR-DIA.
           IF WS-T-CLI-COUNT > ZERO
               PERFORM 200-INFORMAR-CONSULTOR
           END-IF.

      * HORAS.DAT viene por consultor, fecha y cliente: al cambiar
      * de cliente se evalua el anterior y al cambiar de fecha se
      * liquida el dia.
       120-LEER-HORA.
           READ HOR NEXT RECORD
               AT END MOVE 'S' TO WS-HOR-FIN
           END-READ.
           IF WS-HOR-FIN = 'N'
               IF HOR-CONS NOT = CON-COD-CONS OR
                   HOR-FECHA > WS-FEC-HASTA
                   MOVE 'S' TO WS-HOR-FIN
               ELSE
                   IF HOR-FECHA NOT = WS-DIA-FECHA
                       PERFORM 140-CERRAR-DIA
                       MOVE HOR-FECHA TO WS-DIA-FECHA
                   END-IF
                   IF HOR-CLIENTE NOT = WS-DIA-CLIENTE
                       PERFORM 130-EVALUAR-CLIENTE
                       MOVE HOR-CLIENTE TO WS-DIA-CLIENTE
                   END-IF
                   IF NOT HOR-EST-OBSERVADA
                       ADD HOR-CANT-HORAS TO WS-DIA-HORAS-CLI
                   END-IF
               END-IF
           END-IF.

       130-EVALUAR-CLIENTE.
           IF WS-DIA-CLIENTE NOT = ZERO AND
               WS-DIA-HORAS-CLI > WS-MEJOR-HORAS
               MOVE WS-DIA-CLIENTE TO CLI-COD-CLIENTE
               READ CLI
                   INVALID KEY MOVE SPACES TO CLI-ZONA-VIAJE
               END-READ
               IF CLI-ZONA-VIAJE NOT = SPACES
                   MOVE WS-DIA-CLIENTE TO WS-MEJOR-CLIENTE
                   MOVE CLI-ZONA-VIAJE TO WS-MEJOR-ZONA
                   MOVE WS-DIA-HORAS-CLI TO WS-MEJOR-HORAS
               END-IF
           END-IF.
           MOVE ZERO TO WS-DIA-CLIENTE.
           MOVE ZERO TO WS-DIA-HORAS-CLI.

       140-CERRAR-DIA.
           PERFORM 130-EVALUAR-CLIENTE.
           IF WS-MEJOR-CLIENTE NOT = ZERO
               PERFORM 150-LIQUIDAR-DIA
           END-IF.
           MOVE ZERO TO WS-MEJOR-CLIENTE.
           MOVE ZERO TO WS-MEJOR-HORAS.

       150-LIQUIDAR-DIA.
           MOVE 'V' TO HCN-OPER.
           MOVE CON-COD-CONS TO HCN-CONS.
           MOVE WS-DIA-FECHA TO HCN-FECHA.
           MOVE CON-PERFIL TO HCN-PERFIL.
           MOVE SPACES TO HCN-EMPRESA.
           MOVE ZERO TO HCN-SUCURSAL.
           CALL 'HISTCONS' USING HCN-PARAM.
           MOVE HCN-PERFIL TO WS-PERFIL-VIGENTE.
           MOVE WS-MEJOR-ZONA TO VIZ-ZONA.
           MOVE WS-PERFIL-VIGENTE TO VIZ-PERFIL.
           MOVE 'S' TO WS-HALLADO.
           READ VIZ
               INVALID KEY MOVE 'N' TO WS-HALLADO
           END-READ.
           IF WS-HALLADO = 'N'
               MOVE WS-MEJOR-ZONA TO VIZ-ZONA
               MOVE SPACE TO VIZ-PERFIL
               MOVE 'S' TO WS-HALLADO
               READ VIZ
                   INVALID KEY MOVE 'N' TO WS-HALLADO
               END-READ
           END-IF.
           IF WS-HALLADO = 'N'
               ADD 1 TO WS-CANT-SIN-TARIFA
               MOVE SPACES TO WS-LIN-AVI-TXT
               STRING "SIN VIATICO PARA ZONA " DELIMITED BY SIZE
                   WS-MEJOR-ZONA DELIMITED BY SIZE
                   " PERFIL " DELIMITED BY SIZE
                   WS-PERFIL-VIGENTE DELIMITED BY SIZE
                   ": CONSULTOR " DELIMITED BY SIZE
                   CON-COD-CONS DELIMITED BY SIZE
                   " CLIENTE " DELIMITED BY SIZE
                   WS-MEJOR-CLIENTE DELIMITED BY SIZE
                   " DIA " DELIMITED BY SIZE
                   WS-DIA-FECHA DELIMITED BY SIZE
                   INTO WS-LIN-AVI-TXT
               MOVE WS-LIN-AVISO TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           ELSE
               MOVE 'N' TO WS-HALLADO
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-T-CLI-COUNT OR WS-HALLADO = 'S'
                   IF WS-T-CLI-COD(WS-I) = WS-MEJOR-CLIENTE
                       MOVE 'S' TO WS-HALLADO
                       SUBTRACT 1 FROM WS-I
                   END-IF
               END-PERFORM
               IF WS-HALLADO = 'N'
                   IF WS-T-CLI-COUNT < 50
                       ADD 1 TO WS-T-CLI-COUNT
                       MOVE WS-T-CLI-COUNT TO WS-I
                       MOVE WS-MEJOR-CLIENTE TO WS-T-CLI-COD(WS-I)
                       MOVE WS-MEJOR-ZONA TO WS-T-CLI-ZONA(WS-I)
                       MOVE ZERO TO WS-T-CLI-DIAS(WS-I)
                       MOVE ZERO TO WS-T-CLI-IMPORTE(WS-I)
                       MOVE 'S' TO WS-HALLADO
                   ELSE
                       ADD 1 TO WS-CANT-DESBORDE
                   END-IF
               END-IF
               IF WS-HALLADO = 'S'
                   ADD 1 TO WS-T-CLI-DIAS(WS-I)
                   ADD VIZ-IMPORTE-DIA TO WS-T-CLI-IMPORTE(WS-I)
                   ADD 1 TO WS-CON-DIAS
                   ADD VIZ-IMPORTE-DIA TO WS-CON-IMPORTE
               END-IF
           END-IF.

       200-INFORMAR-CONSULTOR.
           ADD 1 TO WS-CANT-LIQUIDADOS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-CLI-COUNT
               PERFORM 210-INFORMAR-CLIENTE
           END-PERFORM.
           MOVE "TOTAL CONSULTOR" TO WS-LIN-CON-TXT.
           MOVE WS-CON-DIAS TO WS-LIN-CON-DIAS.
           MOVE WS-CON-IMPORTE TO WS-LIN-CON-IMPORTE.
           IF CON-SUBCONTRATISTA
               MOVE "ORDEN DE PAGO" TO WS-LIN-CON-PAGO
               ADD 1 TO WS-CANT-SUBCONTR
           ELSE
               MOVE "NOMINA" TO WS-LIN-CON-PAGO
               MOVE CON-COD-CONS TO NVI-LEGAJO
               MOVE WS-PERIODO TO NVI-PERIODO
               MOVE WS-CON-DIAS TO NVI-DIAS
               MOVE WS-CON-IMPORTE TO NVI-IMPORTE
               WRITE NVI-REG
               ADD 1 TO WS-CANT-REGISTROS
           END-IF.
           MOVE WS-LIN-CON TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           ADD WS-CON-DIAS TO WS-TOT-DIAS.
           ADD WS-CON-IMPORTE TO WS-TOT-IMPORTE.

       210-INFORMAR-CLIENTE.
           MOVE CON-COD-CONS TO WS-LIN-CONS.
           MOVE CON-APEYNOM TO WS-LIN-NOM.
           MOVE WS-T-CLI-COD(WS-I) TO WS-LIN-CLI.
           MOVE WS-T-CLI-ZONA(WS-I) TO WS-LIN-ZONA.
           MOVE WS-T-CLI-DIAS(WS-I) TO WS-LIN-DIAS.
           MOVE WS-T-CLI-IMPORTE(WS-I) TO WS-LIN-IMPORTE.
           MOVE SPACES TO WS-LIN-REINTEGRO.
           PERFORM 220-VER-CONTRATO.
           IF WS-REINTEGRA = 'S'
               ADD WS-T-CLI-IMPORTE(WS-I) TO WS-TOT-REINTEGRO
               IF WS-HAY-GASTOS = 'S'
                   PERFORM 300-GRABAR-GASTO
               ELSE
                   MOVE "REINTEGRA, SIN GASTO" TO WS-LIN-REINTEGRO
               END-IF
           END-IF.
           MOVE WS-LIN-DET TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      * Reintegra si algun contrato del cliente vigente en el
      * periodo lo dice.
       220-VER-CONTRATO.
           MOVE 'N' TO WS-REINTEGRA.
           IF WS-HAY-CONTRATOS = 'S'
               MOVE WS-T-CLI-COD(WS-I) TO CTR-CLIENTE
               MOVE LOW-VALUE TO CTR-VIG-DESDE
               MOVE 'N' TO WS-CTR-FIN
               START CTR KEY IS NOT LESS THAN CTR-KEY
                   INVALID KEY MOVE 'S' TO WS-CTR-FIN
               END-START
               PERFORM 230-LEER-CONTRATO UNTIL WS-CTR-FIN = 'S'
           END-IF.

       230-LEER-CONTRATO.
           READ CTR NEXT RECORD
               AT END MOVE 'S' TO WS-CTR-FIN
           END-READ.
           IF WS-CTR-FIN = 'N'
               IF CTR-CLIENTE NOT = WS-T-CLI-COD(WS-I) OR
                   CTR-VIG-DESDE > WS-FEC-HASTA
                   MOVE 'S' TO WS-CTR-FIN
               ELSE
                   IF (CTR-VIG-HASTA = SPACES OR
                       CTR-VIG-HASTA NOT < WS-FEC-DESDE) AND
                       CTR-CON-REINTEGRO
                       MOVE 'S' TO WS-REINTEGRA
                       MOVE 'S' TO WS-CTR-FIN
                   END-IF
               END-IF
           END-IF.

      * Un gasto por consultor y cliente con secuencia 99 el ultimo
      * dia del mes. Si ya existe se actualiza mientras no este
      * facturado; una secuencia 99 cargada a mano no se toca.
       300-GRABAR-GASTO.
           MOVE CON-COD-CONS TO GAS-CONS.
           MOVE WS-FEC-HASTA TO GAS-FECHA.
           MOVE WS-T-CLI-COD(WS-I) TO GAS-CLIENTE.
           MOVE 99 TO GAS-SECUENCIA.
           MOVE 'S' TO WS-HALLADO.
           READ GAS
               INVALID KEY MOVE 'N' TO WS-HALLADO
           END-READ.
           IF WS-HALLADO = 'S' AND GAS-CONCEPTO(1:13) NOT =
               "VIATICOS ZONA"
               MOVE "SECUENCIA 99 OCUPADA" TO WS-LIN-REINTEGRO
           ELSE
               IF WS-HALLADO = 'S' AND GAS-NRO-FACT NOT = ZERO
                   MOVE "YA FACTURADO" TO WS-LIN-REINTEGRO
                   ADD 1 TO WS-CANT-GAS-FACT
               ELSE
                   MOVE WS-T-CLI-COD(WS-I) TO CLI-COD-CLIENTE
                   READ CLI
                       INVALID KEY MOVE SPACES TO CLI-EMPRESA
                   END-READ
                   MOVE SPACES TO GAS-CONCEPTO
                   STRING "VIATICOS ZONA " DELIMITED BY SIZE
                       WS-T-CLI-ZONA(WS-I) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-T-CLI-DIAS(WS-I) DELIMITED BY SIZE
                       " DIAS" DELIMITED BY SIZE
                       INTO GAS-CONCEPTO
                   MOVE WS-T-CLI-IMPORTE(WS-I) TO GAS-IMPORTE
                   MOVE "ARS" TO GAS-MONEDA
                   MOVE CLI-EMPRESA TO GAS-EMPRESA
                   MOVE ZERO TO GAS-NRO-FACT
                   MOVE 'A' TO GAS-ESTADO
                   MOVE SPACES TO GAS-PROYECTO
                   IF WS-HALLADO = 'S'
                       REWRITE GAS-REG
                           INVALID KEY CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE GAS-REG
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
                   IF GAS-FS = '00'
                       MOVE "GASTO A REFACTURAR" TO WS-LIN-REINTEGRO
                       ADD 1 TO WS-CANT-GASTOS
                   ELSE
                       MOVE "ERROR GRABANDO GASTO" TO WS-LIN-REINTEGRO
                   END-IF
               END-IF
           END-IF.

       900-FIN.
           MOVE WS-TOT-DIAS TO WS-LIN-TOT-DIAS.
           MOVE WS-TOT-IMPORTE TO WS-LIN-TOT-IMPORTE.
           MOVE WS-TOT-REINTEGRO TO WS-LIN-TOT-REINT.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE 'C' TO HCN-OPER.
           CALL 'HISTCONS' USING HCN-PARAM.
           CLOSE CON.
           CLOSE HOR.
           CLOSE CLI.
           CLOSE VIZ.
           IF WS-HAY-CONTRATOS = 'S'
               CLOSE CTR
           END-IF.
           IF WS-HAY-GASTOS = 'S'
               CLOSE GAS
           END-IF.
           CLOSE NOMVIA.
           CLOSE LISTADO.
           DISPLAY "CONSULTORES CON VIATICOS:      " WS-CANT-LIQUIDADOS.
           DISPLAY "  SUBCONTRATADOS (ORDEN DE PAGO): "
               WS-CANT-SUBCONTR.
           DISPLAY "REGISTROS GRABADOS EN NOMINA_VIATICOS.TXT: "
               WS-CANT-REGISTROS.
           DISPLAY "GASTOS A REFACTURAR GRABADOS:  " WS-CANT-GASTOS.
           IF WS-CANT-GAS-FACT > ZERO
               DISPLAY "GASTOS YA FACTURADOS, SIN CAMBIOS: "
                   WS-CANT-GAS-FACT
           END-IF.
           IF WS-CANT-SIN-TARIFA > ZERO
               DISPLAY "DIAS SIN VIATICO EN VIATICOS_ZONA.DAT: "
                   WS-CANT-SIN-TARIFA
           END-IF.
           IF WS-CANT-DESBORDE > ZERO
               DISPLAY "DIAS NO LIQUIDADOS (MAS DE 50 CLIENTES): "
                   WS-CANT-DESBORDE
           END-IF.
           DISPLAY "LISTADO GRABADO EN VIATICOS.PRN".

       END PROGRAM VIATICOS.
