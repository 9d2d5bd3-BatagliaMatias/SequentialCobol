       IDENTIFICATION DIVISION.

       PROGRAM-ID. AJUSTEINDICES.

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

           SELECT IND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-KEY
               FILE STATUS IS IND-FS.

           SELECT TAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-KEY
               FILE STATUS IS TAR-FS.

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT CTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTO-KEY
               FILE STATUS IS CTO-FS.

           SELECT OPTIONAL TARCAMBIOS ASSIGN TO "TARIFAS_CAMBIOS.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARCAMBIOS-FS.

           SELECT LISTADO ASSIGN TO "AJUSTE_INDICES.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

           SELECT CARTA ASSIGN USING WS-CARTA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTA-FS.

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

       FD IND
           VALUE OF FILE-ID IS "INDICES.DAT".
       01 IND-REG.
           02 IND-KEY.
               03 IND-CODIGO PIC X(4).
               03 IND-PERIODO PIC X(6).
           02 IND-DATOS.
               03 IND-VALOR PIC 9(7)V9999.
               03 IND-FECHA-CARGA PIC X(8).

       FD TAR
          VALUE OF FILE-ID IS "TARIFAS.DAT".
       01 TAR-REG.
           02 TAR-KEY.
               03 TAR-PERFIL PIC X.
               03 TAR-FVIGENCIA PIC X(10).
               03 TAR-CLIENTE PIC 9(4).
               03 TAR-CONSULTOR PIC 9(3).
           02 TAR-DATA.
               03 TAR-TARIFA PIC 9(7)V99.
               03 TAR-FVIG-HASTA PIC X(10).
               03 TAR-FMODIF PIC X(8).

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

       FD CTO
           VALUE OF FILE-ID IS "CONTACTOS.DAT".
       01 CTO-REG.
           02 CTO-KEY.
               03 CTO-CLIENTE PIC 9(4).
               03 CTO-SEC PIC 9(2).
           02 CTO-DATOS.
               03 CTO-NOMBRE PIC X(25).
               03 CTO-ROL PIC X.
               03 CTO-EMAIL PIC X(60).

       FD TARCAMBIOS
           LABEL RECORD OMITTED.
       01 TARCAMBIOS-LINEA PIC X(100).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(132).

       FD CARTA
           LABEL RECORD OMITTED.
       01 CARTA-LINEA PIC X(80).

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
       01 IND-FS                       PIC X(2).
       01 TAR-FS                       PIC X(2).
           88 TAR-OK                          VALUE '00'.
           88 TAR-EOF                         VALUE '10'.
       01 CLI-FS                       PIC X(2).
       01 CTO-FS                       PIC X(2).
       01 TARCAMBIOS-FS                PIC X(2).
       01 LISTADO-FS                   PIC X(2).
       01 CARTA-FS                     PIC X(2).

       01 WS-HAY-TARIFAS               PIC X VALUE 'N'.
       01 WS-HAY-CLIENTES              PIC X VALUE 'N'.
       01 WS-HAY-CONTACTOS             PIC X VALUE 'N'.
       01 WS-CTO-FIN                   PIC X.
       01 WS-EMAIL-DIR                 PIC X(60).
       01 WS-EMAIL-CMD                 PIC X(180).
       01 WS-EMAIL-BAD-COUNT           PIC 9(3).

       01 WS-CARTA-NOMBRE              PIC X(20).
       01 WS-CARTA-CLI                 PIC 9(4).
       01 WS-CARTA-IMP                 PIC ZZZ.ZZZ.Z99,99.
       01 WS-CARTA-IMP2                PIC ZZZ.ZZZ.Z99,99.
       01 WS-CARTA-IND                 PIC Z.ZZZ.ZZ9,9999.
       01 WS-CARTA-IND2                PIC Z.ZZZ.ZZ9,9999.
       01 WS-CARTA-FECHA               PIC X(10).

       01 WS-PERIODO-PROC              PIC X(6).
       01 WS-FECHA-PROC                PIC X(8).
       01 WS-CONFIRMA                  PIC X.

      * Aritmetica de periodos AAAAMM: se suma una cantidad de meses
      * al periodo cargado en WS-PER-CALC.
       01 WS-PER-CALC                  PIC 9(6).
       01 WS-PER-CALC-R REDEFINES WS-PER-CALC.
           03 WS-PER-CALC-ANIO         PIC 9(4).
           03 WS-PER-CALC-MES          PIC 9(2).
       01 WS-MESES-SUMA                PIC 9(3).
       01 WS-MESES-TOT                 PIC 9(7).
       01 WS-MESES-RESTO               PIC 9(2).

       01 WS-PER-AJUSTE                PIC X(6).
       01 WS-NUEVA-DESDE               PIC X(8).
       01 WS-NUEVA-VIGENCIA            PIC X(10).
       01 WS-FEC-8                     PIC 9(8).
       01 WS-VALOR-BASE                PIC 9(7)V9999.
       01 WS-VALOR-AJUSTE              PIC 9(7)V9999.
       01 WS-FACTOR                    PIC 9(3)V9(6).
       01 WS-NUEVO-ABONO               PIC 9(7)V99.
       01 WS-OBSERVACION               PIC X(30).

       01 WS-I                         PIC 9(4).
       01 WS-K                         PIC 9(4).
       01 WS-HALLADO                   PIC X.
       01 WS-CANT-VENCIDAS             PIC 9(4) VALUE ZERO.
       01 WS-CANT-SIN-INDICE           PIC 9(4) VALUE ZERO.
       01 WS-CANT-AJUSTADOS            PIC 9(4) VALUE ZERO.
       01 WS-CANT-TARIFAS              PIC 9(4) VALUE ZERO.
       01 WS-CANT-CARTAS               PIC 9(4) VALUE ZERO.

      * Contratos vigentes cuya clausula de ajuste vencio y que tienen
      * publicado el indice del periodo de ajuste.
       01 WS-T-AJU-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-AJU.
           03 WS-T-AJU-CAMPO OCCURS 300 TIMES.
               05 WS-T-AJU-CLIENTE      PIC 9(4).
               05 WS-T-AJU-DESDE        PIC X(8).
               05 WS-T-AJU-NUEVA-DESDE  PIC X(8).
               05 WS-T-AJU-PERIODO      PIC X(6).
               05 WS-T-AJU-BASE         PIC X(6).
               05 WS-T-AJU-VAL-BASE     PIC 9(7)V9999.
               05 WS-T-AJU-VAL-AJUSTE   PIC 9(7)V9999.
               05 WS-T-AJU-FACTOR       PIC 9(3)V9(6).
               05 WS-T-AJU-ABONO        PIC 9(7)V99.
               05 WS-T-AJU-NUEVO        PIC 9(7)V99.

      * Ultima tarifa negociada de cada perfil/consultor del cliente
      * anterior a la nueva vigencia; sobre esa se aplica el factor.
       01 WS-T-TAR-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-TAR.
           03 WS-T-TAR-CAMPO OCCURS 200 TIMES.
               05 WS-T-TAR-PERFIL       PIC X.
               05 WS-T-TAR-CONSULTOR    PIC 9(3).
               05 WS-T-TAR-FVIG         PIC X(10).
               05 WS-T-TAR-TARIFA       PIC 9(7)V99.
               05 WS-T-TAR-NUEVA        PIC 9(7)V99.
               05 WS-T-TAR-GRABADA      PIC X.

       01 WS-LIN-TITULO.
           03 FILLER               PIC X(42)
               VALUE "AJUSTE DE CONTRATOS POR INDICE - PERIODO ".
           03 WS-LIN-TIT-PERIODO   PIC X(6).

       01 WS-LIN-ENCAB.
           03 FILLER               PIC X(50) VALUE
               "CLI.  VIG.DESDE INDICE BASE   AJUSTE    FACTOR    ".
           03 FILLER               PIC X(60) VALUE
               "ABONO ANTERIOR    ABONO NUEVO  OBSERVACION".

       01 WS-LIN-DETALLE.
           03 WS-LIN-DET-CLI       PIC 9(4).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-DESDE     PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-INDICE    PIC X(4).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-BASE      PIC X(6).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-PERIODO   PIC X(6).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-FACTOR    PIC ZZ9,999999.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-ABONO     PIC Z.ZZZ.Z99,99.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-DET-NUEVO     PIC Z.ZZZ.Z99,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DET-OBS       PIC X(30).

       01 WS-LIN-TARIFA.
           03 FILLER               PIC X(16)
               VALUE "      TARIFA    ".
           03 WS-LIN-TAR-PERFIL    PIC X.
           03 FILLER               PIC X(2) VALUE "  ".
           03 WS-LIN-TAR-CONS      PIC 9(3).
           03 FILLER               PIC X(2) VALUE "  ".
           03 WS-LIN-TAR-VIG       PIC X(10).
           03 FILLER               PIC X(10) VALUE "  ACTUAL $".
           03 WS-LIN-TAR-VIEJA     PIC Z.ZZZ.Z99,99.
           03 FILLER               PIC X(9) VALUE "  NUEVA $".
           03 WS-LIN-TAR-NUEVA     PIC Z.ZZZ.Z99,99.
       01 JRN-PARAM.
           03 JRN-PROGRAMA PIC X(12) VALUE "AJUSTEINDICE".
           03 JRN-USUARIO PIC X(8) VALUE SPACES.
           03 JRN-ARCHIVO PIC X(16) VALUE "TARIFAS.DAT".
           03 JRN-OPER PIC X.
           03 JRN-IMAGEN PIC X(200).
           03 JRN-OK PIC X.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 100-SELECCIONAR-CONTRATOS.
           IF WS-T-AJU-COUNT = ZERO
               DISPLAY "NO HAY CLAUSULAS DE AJUSTE PARA APLICAR"
           ELSE
               DISPLAY "CONTRATOS A AJUSTAR: " WS-T-AJU-COUNT
               DISPLAY "DETALLE EN AJUSTE_INDICES.PRN"
               DISPLAY "CONFIRMA LA APLICACION DEL AJUSTE (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   PERFORM 300-APLICAR-AJUSTES
               ELSE
                   DISPLAY "AJUSTE DESCARTADO, NO SE GRABO NADA"
               END-IF
           END-IF.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "AJUSTE DE CONTRATOS POR CLAUSULA DE INDICE".
           OPEN INPUT LCKFACT.
           IF LCKFACT-FS = '00'
               READ LCKFACT RECORD
                   AT END CONTINUE
               END-READ
               CLOSE LCKFACT
               DISPLAY "CORRIDA DE FACTURACION EN CURSO "
                   "(FACTURACION.LCK). REINTENTE MAS TARDE."
               STOP RUN
           END-IF.
           OPEN OUTPUT LCKMANT.
           MOVE "SESION DE MANTENIMIENTO ABIERTA" TO LCKMANT-LINEA.
           WRITE LCKMANT-LINEA.
           CLOSE LCKMANT.

           DISPLAY "INGRESE EL PERIODO A PROCESAR (AAAAMM): ".
           ACCEPT WS-PERIODO-PROC.
           STRING WS-PERIODO-PROC DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO WS-FECHA-PROC.
           OPEN I-O CTR.
           IF NOT CTR-OK
               DISPLAY "ERROR APERTURA CONTRATOS.DAT"
               CALL "CBL_DELETE_FILE" USING WS-LCK-NOMBRE
                   RETURNING WS-BORRA-LCK-RC
               STOP RUN
           END-IF.
           OPEN INPUT IND.
           IF IND-FS NOT = '00'
               DISPLAY "ERROR APERTURA INDICES.DAT"
               CLOSE CTR
               CALL "CBL_DELETE_FILE" USING WS-LCK-NOMBRE
                   RETURNING WS-BORRA-LCK-RC
               STOP RUN
           END-IF.
           OPEN I-O TAR.
           IF TAR-OK
               MOVE 'S' TO WS-HAY-TARIFAS
           END-IF.
           OPEN INPUT CLI.
           IF CLI-FS = '00'
               MOVE 'S' TO WS-HAY-CLIENTES
           END-IF.
           OPEN INPUT CTO.
           IF CTO-FS = '00'
               MOVE 'S' TO WS-HAY-CONTACTOS
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE WS-PERIODO-PROC TO WS-LIN-TIT-PERIODO.
           MOVE WS-LIN-TITULO TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-LIN-ENCAB TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      * Una clausula vence cuando ya cerro el periodo base mas la
      * frecuencia de ajuste; el nuevo abono rige desde el mes
      * siguiente al periodo de ajuste, con el coeficiente entre el
      * indice de ese periodo y el del periodo base.
       100-SELECCIONAR-CONTRATOS.
           MOVE LOW-VALUE TO CTR-KEY.
           START CTR KEY IS NOT LESS THAN CTR-KEY
               INVALID KEY MOVE '10' TO CTR-FS
           END-START.
           PERFORM 110-EXAMINAR-CONTRATO UNTIL CTR-EOF.

       110-EXAMINAR-CONTRATO.
           READ CTR NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT CTR-EOF
               IF CTR-INDICE NOT = SPACES AND
                   CTR-AJUSTE-MESES > ZERO AND
                   CTR-VIG-DESDE <= WS-FECHA-PROC AND
                   (CTR-VIG-HASTA = SPACES OR
                    CTR-VIG-HASTA >= WS-FECHA-PROC)
                   PERFORM 120-EVALUAR-CLAUSULA
               END-IF
           END-IF.

       120-EVALUAR-CLAUSULA.
           MOVE SPACES TO WS-OBSERVACION.
           MOVE ZERO TO WS-FACTOR.
           MOVE ZERO TO WS-NUEVO-ABONO.
           MOVE SPACES TO WS-PER-AJUSTE.
           IF CTR-INDICE-BASE NOT NUMERIC
               MOVE "PERIODO BASE INVALIDO" TO WS-OBSERVACION
           ELSE
               MOVE CTR-INDICE-BASE TO WS-PER-CALC
               MOVE CTR-AJUSTE-MESES TO WS-MESES-SUMA
               PERFORM 150-SUMAR-MESES
               MOVE WS-PER-CALC TO WS-PER-AJUSTE
               MOVE 1 TO WS-MESES-SUMA
               PERFORM 150-SUMAR-MESES
               STRING WS-PER-CALC DELIMITED BY SIZE
                   "01" DELIMITED BY SIZE
                   INTO WS-NUEVA-DESDE
           END-IF.
           IF WS-OBSERVACION = SPACES
               IF WS-PER-AJUSTE NOT < WS-PERIODO-PROC
                   MOVE "NO VENCIDA" TO WS-OBSERVACION
               ELSE
                   ADD 1 TO WS-CANT-VENCIDAS
                   IF WS-NUEVA-DESDE NOT > CTR-VIG-DESDE
                       MOVE "BASE ANTERIOR A LA VIGENCIA"
                           TO WS-OBSERVACION
                   ELSE
                       PERFORM 130-BUSCAR-INDICES
                   END-IF
               END-IF
           END-IF.
           IF WS-OBSERVACION NOT = "NO VENCIDA"
               PERFORM 140-LISTAR-CONTRATO
           END-IF.

       130-BUSCAR-INDICES.
           MOVE CTR-INDICE TO IND-CODIGO.
           MOVE CTR-INDICE-BASE TO IND-PERIODO.
           READ IND
               INVALID KEY MOVE ZERO TO IND-VALOR
           END-READ.
           MOVE IND-VALOR TO WS-VALOR-BASE.
           MOVE CTR-INDICE TO IND-CODIGO.
           MOVE WS-PER-AJUSTE TO IND-PERIODO.
           READ IND
               INVALID KEY MOVE ZERO TO IND-VALOR
           END-READ.
           MOVE IND-VALOR TO WS-VALOR-AJUSTE.
           IF WS-VALOR-BASE = ZERO OR WS-VALOR-AJUSTE = ZERO
               MOVE "INDICE NO PUBLICADO" TO WS-OBSERVACION
               ADD 1 TO WS-CANT-SIN-INDICE
           ELSE
               COMPUTE WS-FACTOR ROUNDED =
                   WS-VALOR-AJUSTE / WS-VALOR-BASE
               COMPUTE WS-NUEVO-ABONO ROUNDED =
                   CTR-ABONO * WS-FACTOR
               IF WS-T-AJU-COUNT < 300
                   ADD 1 TO WS-T-AJU-COUNT
                   MOVE WS-T-AJU-COUNT TO WS-I
                   MOVE CTR-CLIENTE TO WS-T-AJU-CLIENTE(WS-I)
                   MOVE CTR-VIG-DESDE TO WS-T-AJU-DESDE(WS-I)
                   MOVE WS-NUEVA-DESDE TO WS-T-AJU-NUEVA-DESDE(WS-I)
                   MOVE WS-PER-AJUSTE TO WS-T-AJU-PERIODO(WS-I)
                   MOVE CTR-INDICE-BASE TO WS-T-AJU-BASE(WS-I)
                   MOVE WS-VALOR-BASE TO WS-T-AJU-VAL-BASE(WS-I)
                   MOVE WS-VALOR-AJUSTE TO WS-T-AJU-VAL-AJUSTE(WS-I)
                   MOVE WS-FACTOR TO WS-T-AJU-FACTOR(WS-I)
                   MOVE CTR-ABONO TO WS-T-AJU-ABONO(WS-I)
                   MOVE WS-NUEVO-ABONO TO WS-T-AJU-NUEVO(WS-I)
                   MOVE "A AJUSTAR" TO WS-OBSERVACION
               ELSE
                   MOVE "EXCEDE TABLA, PROXIMA CORRIDA"
                       TO WS-OBSERVACION
               END-IF
           END-IF.

       140-LISTAR-CONTRATO.
           MOVE CTR-CLIENTE TO WS-LIN-DET-CLI.
           MOVE CTR-VIG-DESDE TO WS-LIN-DET-DESDE.
           MOVE CTR-INDICE TO WS-LIN-DET-INDICE.
           MOVE CTR-INDICE-BASE TO WS-LIN-DET-BASE.
           MOVE WS-PER-AJUSTE TO WS-LIN-DET-PERIODO.
           MOVE WS-FACTOR TO WS-LIN-DET-FACTOR.
           MOVE CTR-ABONO TO WS-LIN-DET-ABONO.
           MOVE WS-NUEVO-ABONO TO WS-LIN-DET-NUEVO.
           MOVE WS-OBSERVACION TO WS-LIN-DET-OBS.
           MOVE WS-LIN-DETALLE TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       150-SUMAR-MESES.
           COMPUTE WS-MESES-TOT = WS-PER-CALC-ANIO * 12
               + WS-PER-CALC-MES - 1 + WS-MESES-SUMA.
           DIVIDE WS-MESES-TOT BY 12 GIVING WS-PER-CALC-ANIO
               REMAINDER WS-MESES-RESTO.
           COMPUTE WS-PER-CALC-MES = WS-MESES-RESTO + 1.

       300-APLICAR-AJUSTES.
           IF WS-HAY-TARIFAS = 'S'
               OPEN EXTEND TARCAMBIOS
               IF TARCAMBIOS-FS NOT = '00'
                   OPEN OUTPUT TARCAMBIOS
                   MOVE "PERFIL,FVIGENCIA,CLIENTE,CONSULTOR,TARIFA-AN
      -                "TERIOR,TARIFA-NUEVA"
                       TO TARCAMBIOS-LINEA
                   WRITE TARCAMBIOS-LINEA
               END-IF
           END-IF.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "AJUSTES APLICADOS" TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 310-APLICAR-CONTRATO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-AJU-COUNT.
           IF WS-HAY-TARIFAS = 'S'
               CLOSE TARCAMBIOS
           END-IF.

      * Se graba la nueva fila del contrato con el abono ajustado y el
      * periodo de ajuste como nueva base; la fila anterior se cierra
      * el dia previo a la nueva vigencia.
       310-APLICAR-CONTRATO.
           MOVE WS-T-AJU-CLIENTE(WS-I) TO CTR-CLIENTE.
           MOVE WS-T-AJU-DESDE(WS-I) TO CTR-VIG-DESDE.
           READ CTR
               INVALID KEY
                   DISPLAY "  CONTRATO NO ENCONTRADO: " CTR-CLIENTE
                       " " CTR-VIG-DESDE
           END-READ.
           IF CTR-OK
               MOVE WS-T-AJU-NUEVA-DESDE(WS-I) TO CTR-VIG-DESDE
               MOVE WS-T-AJU-NUEVO(WS-I) TO CTR-ABONO
               MOVE WS-T-AJU-PERIODO(WS-I) TO CTR-INDICE-BASE
               WRITE CTR-REG
                   INVALID KEY
                       DISPLAY "  YA EXISTE CONTRATO CON ESA VIGENCIA"
                           " PARA " CTR-CLIENTE " " CTR-VIG-DESDE
                           ", NO SE PISA"
               END-WRITE
               IF CTR-OK
                   PERFORM 320-CERRAR-VIGENCIA-ANTERIOR
                   ADD 1 TO WS-CANT-AJUSTADOS
                   MOVE WS-T-AJU-CLIENTE(WS-I) TO WS-LIN-DET-CLI
                   MOVE WS-T-AJU-NUEVA-DESDE(WS-I) TO WS-LIN-DET-DESDE
                   MOVE CTR-INDICE TO WS-LIN-DET-INDICE
                   MOVE WS-T-AJU-BASE(WS-I) TO WS-LIN-DET-BASE
                   MOVE WS-T-AJU-PERIODO(WS-I) TO WS-LIN-DET-PERIODO
                   MOVE WS-T-AJU-FACTOR(WS-I) TO WS-LIN-DET-FACTOR
                   MOVE WS-T-AJU-ABONO(WS-I) TO WS-LIN-DET-ABONO
                   MOVE WS-T-AJU-NUEVO(WS-I) TO WS-LIN-DET-NUEVO
                   MOVE "CONTRATO AJUSTADO" TO WS-LIN-DET-OBS
                   MOVE WS-LIN-DETALLE TO LISTADO-LINEA
                   WRITE LISTADO-LINEA
                   MOVE ZERO TO WS-T-TAR-COUNT
                   IF WS-HAY-TARIFAS = 'S'
                       PERFORM 330-SELECCIONAR-TARIFAS
                       PERFORM 350-GRABAR-TARIFA
                           VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > WS-T-TAR-COUNT
                   END-IF
                   PERFORM 400-ESCRIBIR-CARTA
               END-IF
           END-IF.

       320-CERRAR-VIGENCIA-ANTERIOR.
           MOVE WS-T-AJU-NUEVA-DESDE(WS-I) TO WS-FEC-8.
           COMPUTE WS-FEC-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FEC-8) - 1).
           MOVE WS-T-AJU-DESDE(WS-I) TO CTR-VIG-DESDE.
           READ CTR
               INVALID KEY CONTINUE
           END-READ.
           IF CTR-OK
               MOVE WS-FEC-8 TO CTR-VIG-HASTA
               REWRITE CTR-REG
                   INVALID KEY
                       DISPLAY "  NO SE PUDO CERRAR LA VIGENCIA "
                           CTR-CLIENTE " " CTR-VIG-DESDE
               END-REWRITE
           END-IF.

       330-SELECCIONAR-TARIFAS.
           MOVE SPACES TO WS-NUEVA-VIGENCIA.
           STRING WS-T-AJU-NUEVA-DESDE(WS-I)(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-T-AJU-NUEVA-DESDE(WS-I)(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-T-AJU-NUEVA-DESDE(WS-I)(7:2) DELIMITED BY SIZE
               INTO WS-NUEVA-VIGENCIA.
           MOVE LOW-VALUE TO TAR-KEY.
           START TAR KEY IS NOT LESS THAN TAR-KEY
               INVALID KEY MOVE '10' TO TAR-FS
           END-START.
           PERFORM 340-EXAMINAR-TARIFA UNTIL TAR-EOF.

       340-EXAMINAR-TARIFA.
           READ TAR NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT TAR-EOF
               IF TAR-CLIENTE = WS-T-AJU-CLIENTE(WS-I) AND
                   TAR-FVIGENCIA < WS-NUEVA-VIGENCIA
                   PERFORM 345-RETENER-ULTIMA-VIGENCIA
               END-IF
           END-IF.

       345-RETENER-ULTIMA-VIGENCIA.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-T-TAR-COUNT OR WS-HALLADO = 'S'
               IF WS-T-TAR-PERFIL(WS-K) = TAR-PERFIL AND
                   WS-T-TAR-CONSULTOR(WS-K) = TAR-CONSULTOR
                   MOVE 'S' TO WS-HALLADO
                   SUBTRACT 1 FROM WS-K
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N'
               IF WS-T-TAR-COUNT < 200
                   ADD 1 TO WS-T-TAR-COUNT
                   MOVE WS-T-TAR-COUNT TO WS-K
                   MOVE TAR-PERFIL TO WS-T-TAR-PERFIL(WS-K)
                   MOVE TAR-CONSULTOR TO WS-T-TAR-CONSULTOR(WS-K)
                   MOVE TAR-FVIGENCIA TO WS-T-TAR-FVIG(WS-K)
                   MOVE TAR-TARIFA TO WS-T-TAR-TARIFA(WS-K)
               END-IF
           ELSE
               IF TAR-FVIGENCIA > WS-T-TAR-FVIG(WS-K)
                   MOVE TAR-FVIGENCIA TO WS-T-TAR-FVIG(WS-K)
                   MOVE TAR-TARIFA TO WS-T-TAR-TARIFA(WS-K)
               END-IF
           END-IF.

       350-GRABAR-TARIFA.
           MOVE 'N' TO WS-T-TAR-GRABADA(WS-K).
           COMPUTE WS-T-TAR-NUEVA(WS-K) ROUNDED =
               WS-T-TAR-TARIFA(WS-K) * WS-T-AJU-FACTOR(WS-I).
           MOVE WS-T-TAR-PERFIL(WS-K) TO TAR-PERFIL.
           MOVE WS-NUEVA-VIGENCIA TO TAR-FVIGENCIA.
           MOVE WS-T-AJU-CLIENTE(WS-I) TO TAR-CLIENTE.
           MOVE WS-T-TAR-CONSULTOR(WS-K) TO TAR-CONSULTOR.
           MOVE WS-T-TAR-NUEVA(WS-K) TO TAR-TARIFA.
           MOVE SPACES TO TAR-FVIG-HASTA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TAR-FMODIF.
           WRITE TAR-REG
               INVALID KEY
                   DISPLAY "  YA EXISTE TARIFA CON ESA VIGENCIA PARA "
                       TAR-PERFIL "/" TAR-CLIENTE "/" TAR-CONSULTOR
                       ", NO SE PISA"
               NOT INVALID KEY
                   MOVE 'A' TO JRN-OPER
                   MOVE TAR-REG TO JRN-IMAGEN
                   PERFORM 850-REGISTRAR-DIARIO
           END-WRITE.
           IF TAR-OK
               MOVE 'S' TO WS-T-TAR-GRABADA(WS-K)
               ADD 1 TO WS-CANT-TARIFAS
               PERFORM 360-REGISTRAR-CAMBIO
               MOVE WS-T-TAR-PERFIL(WS-K) TO WS-LIN-TAR-PERFIL
               MOVE WS-T-TAR-CONSULTOR(WS-K) TO WS-LIN-TAR-CONS
               MOVE WS-NUEVA-VIGENCIA TO WS-LIN-TAR-VIG
               MOVE WS-T-TAR-TARIFA(WS-K) TO WS-LIN-TAR-VIEJA
               MOVE WS-T-TAR-NUEVA(WS-K) TO WS-LIN-TAR-NUEVA
               MOVE WS-LIN-TARIFA TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

       360-REGISTRAR-CAMBIO.
           MOVE SPACES TO TARCAMBIOS-LINEA.
           STRING TAR-PERFIL DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TAR-FVIGENCIA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TAR-CLIENTE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TAR-CONSULTOR DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-T-TAR-TARIFA(WS-K) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TAR-TARIFA DELIMITED BY SIZE
               INTO TARCAMBIOS-LINEA
           END-STRING.
           WRITE TARCAMBIOS-LINEA.

      * Carta de ajuste al cliente con el nuevo abono y las tarifas
      * negociadas ajustadas; se envia a sus contactos de facturacion.
       400-ESCRIBIR-CARTA.
           MOVE WS-T-AJU-CLIENTE(WS-I) TO WS-CARTA-CLI.
           MOVE SPACES TO CLI-RAZON-SOCIAL.
           MOVE SPACES TO CLI-DIRECCION.
           IF WS-HAY-CLIENTES = 'S'
               MOVE WS-CARTA-CLI TO CLI-COD-CLIENTE
               READ CLI
                   INVALID KEY MOVE SPACES TO CLI-RAZON-SOCIAL
               END-READ
           END-IF.
           MOVE SPACES TO WS-CARTA-NOMBRE.
           STRING "AJUSTE_" DELIMITED BY SIZE
               WS-CARTA-CLI DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-CARTA-NOMBRE.
           MOVE SPACES TO WS-CARTA-FECHA.
           STRING WS-T-AJU-NUEVA-DESDE(WS-I)(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-T-AJU-NUEVA-DESDE(WS-I)(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-T-AJU-NUEVA-DESDE(WS-I)(1:4) DELIMITED BY SIZE
               INTO WS-CARTA-FECHA.
           OPEN OUTPUT CARTA.
           MOVE CLI-RAZON-SOCIAL TO CARTA-LINEA.
           WRITE CARTA-LINEA.
           MOVE CLI-DIRECCION TO CARTA-LINEA.
           WRITE CARTA-LINEA.
           MOVE SPACES TO CARTA-LINEA.
           WRITE CARTA-LINEA.
           MOVE "De nuestra consideracion:" TO CARTA-LINEA.
           WRITE CARTA-LINEA.
           MOVE SPACES TO CARTA-LINEA.
           WRITE CARTA-LINEA.
           MOVE SPACES TO CARTA-LINEA.
           STRING "Conforme a la clausula de ajuste por indice "
                   DELIMITED BY SIZE
               CTR-INDICE DELIMITED BY SPACE
               " de su contrato," DELIMITED BY SIZE
               INTO CARTA-LINEA.
           WRITE CARTA-LINEA.
           MOVE SPACES TO CARTA-LINEA.
           MOVE WS-T-AJU-VAL-BASE(WS-I) TO WS-CARTA-IND.
           MOVE WS-T-AJU-VAL-AJUSTE(WS-I) TO WS-CARTA-IND2.
           STRING "con indice base " DELIMITED BY SIZE
               WS-T-AJU-BASE(WS-I) DELIMITED BY SIZE
               " =" DELIMITED BY SIZE
               WS-CARTA-IND DELIMITED BY SIZE
               " y periodo " DELIMITED BY SIZE
               WS-T-AJU-PERIODO(WS-I) DELIMITED BY SIZE
               " =" DELIMITED BY SIZE
               WS-CARTA-IND2 DELIMITED BY SIZE
               INTO CARTA-LINEA.
           WRITE CARTA-LINEA.
           MOVE SPACES TO CARTA-LINEA.
           MOVE WS-T-AJU-FACTOR(WS-I) TO WS-LIN-DET-FACTOR.
           STRING "(coeficiente " DELIMITED BY SIZE
               WS-LIN-DET-FACTOR DELIMITED BY SIZE
               "), a partir del " DELIMITED BY SIZE
               WS-CARTA-FECHA DELIMITED BY SIZE
               INTO CARTA-LINEA.
           WRITE CARTA-LINEA.
           MOVE SPACES TO CARTA-LINEA.
           MOVE WS-T-AJU-ABONO(WS-I) TO WS-CARTA-IMP.
           MOVE WS-T-AJU-NUEVO(WS-I) TO WS-CARTA-IMP2.
           STRING "el abono mensual pasa de $ " DELIMITED BY SIZE
               WS-CARTA-IMP DELIMITED BY SIZE
               " a $ " DELIMITED BY SIZE
               WS-CARTA-IMP2 DELIMITED BY SIZE
               INTO CARTA-LINEA.
           WRITE CARTA-LINEA.
           IF WS-T-TAR-COUNT > ZERO
               MOVE SPACES TO CARTA-LINEA
               WRITE CARTA-LINEA
               MOVE "Las tarifas horarias acordadas quedan como sigue:"
                   TO CARTA-LINEA
               WRITE CARTA-LINEA
               PERFORM 410-CARTA-TARIFA
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-T-TAR-COUNT
           END-IF.
           MOVE SPACES TO CARTA-LINEA.
           WRITE CARTA-LINEA.
           MOVE "Atentamente, Administracion" TO CARTA-LINEA.
           WRITE CARTA-LINEA.
           CLOSE CARTA.
           ADD 1 TO WS-CANT-CARTAS.
           PERFORM 420-ENVIAR-CARTA-CONTACTOS.

       410-CARTA-TARIFA.
           IF WS-T-TAR-GRABADA(WS-K) = 'S'
               MOVE SPACES TO CARTA-LINEA
               MOVE WS-T-TAR-TARIFA(WS-K) TO WS-CARTA-IMP
               MOVE WS-T-TAR-NUEVA(WS-K) TO WS-CARTA-IMP2
               STRING "  Perfil " DELIMITED BY SIZE
                   WS-T-TAR-PERFIL(WS-K) DELIMITED BY SIZE
                   " consultor " DELIMITED BY SIZE
                   WS-T-TAR-CONSULTOR(WS-K) DELIMITED BY SIZE
                   ": $ " DELIMITED BY SIZE
                   WS-CARTA-IMP DELIMITED BY SIZE
                   " pasa a $ " DELIMITED BY SIZE
                   WS-CARTA-IMP2 DELIMITED BY SIZE
                   INTO CARTA-LINEA
               WRITE CARTA-LINEA
           END-IF.

       420-ENVIAR-CARTA-CONTACTOS.
           IF WS-HAY-CONTACTOS = 'S'
               MOVE WS-CARTA-CLI TO CTO-CLIENTE
               MOVE ZERO TO CTO-SEC
               MOVE 'N' TO WS-CTO-FIN
               START CTO KEY IS NOT LESS THAN CTO-KEY
                   INVALID KEY MOVE 'S' TO WS-CTO-FIN
               END-START
               PERFORM 430-ENVIAR-UN-CONTACTO
                   UNTIL WS-CTO-FIN = 'S'
           END-IF.

       430-ENVIAR-UN-CONTACTO.
           READ CTO NEXT RECORD
               AT END MOVE 'S' TO WS-CTO-FIN
           END-READ.
           IF WS-CTO-FIN = 'N'
               IF CTO-CLIENTE NOT = WS-CARTA-CLI
                   MOVE 'S' TO WS-CTO-FIN
               ELSE
                   IF CTO-ROL = 'F'
                       MOVE CTO-EMAIL TO WS-EMAIL-DIR
                       PERFORM 440-VALIDAR-EMAIL-DIR
                       IF WS-EMAIL-BAD-COUNT = ZERO
                           MOVE SPACES TO WS-EMAIL-CMD
                           STRING 'mail -s "Ajuste de precios" '
                                       DELIMITED BY SIZE
                                   WS-EMAIL-DIR DELIMITED BY SPACE
                                   " < " DELIMITED BY SIZE
                                   WS-CARTA-NOMBRE
                                       DELIMITED BY SPACE
                               INTO WS-EMAIL-CMD
                           CALL "SYSTEM" USING WS-EMAIL-CMD
                       ELSE
                           DISPLAY "DIRECCION DE CONTACTO INVALIDA, "
                               "NO ENVIADA: " WS-EMAIL-DIR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       440-VALIDAR-EMAIL-DIR.
           MOVE ZERO TO WS-EMAIL-BAD-COUNT.
           INSPECT WS-EMAIL-DIR TALLYING WS-EMAIL-BAD-COUNT
               FOR ALL ";" ALL "`" ALL "$" ALL "(" ALL ")"
                       ALL "|" ALL "&" ALL "<" ALL ">" ALL "*"
                       ALL "~" ALL "{" ALL "}" ALL "\" ALL X"22"
                       ALL X"27".

      * Imagen posterior al diario de recuperacion (ver DIARIOREC),
      * para reaplicar lo grabado sobre un respaldo restaurado.
       850-REGISTRAR-DIARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       900-FIN.
           CLOSE CTR.
           CLOSE IND.
           IF WS-HAY-TARIFAS = 'S'
               CLOSE TAR
           END-IF.
           IF WS-HAY-CLIENTES = 'S'
               CLOSE CLI
           END-IF.
           IF WS-HAY-CONTACTOS = 'S'
               CLOSE CTO
           END-IF.
           CLOSE LISTADO.
           CALL "CBL_DELETE_FILE" USING WS-LCK-NOMBRE
               RETURNING WS-BORRA-LCK-RC.
           DISPLAY "CLAUSULAS VENCIDAS: " WS-CANT-VENCIDAS.
           DISPLAY "SIN INDICE PUBLICADO: " WS-CANT-SIN-INDICE.
           DISPLAY "CONTRATOS AJUSTADOS: " WS-CANT-AJUSTADOS.
           DISPLAY "TARIFAS NUEVAS GRABADAS: " WS-CANT-TARIFAS.
           DISPLAY "CARTAS DE AJUSTE EMITIDAS: " WS-CANT-CARTAS.

       END PROGRAM AJUSTEINDICES.
