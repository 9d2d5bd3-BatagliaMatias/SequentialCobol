       IDENTIFICATION DIVISION.

       PROGRAM-ID. BARRIDO-INTEG.

      * Barrido nocturno de integridad referencial entre archivos.
      * VERIFICAR-INDEXADOS revisa cada indexado por separado; aca se
      * revisan los vinculos entre ellos y cada huerfano o
      * contradiccion se da de alta en la lista de excepciones
      * (EXCEPFACT.DAT, EXCEPCIONES-WL) como PENDIENTE:
      *   RH = hora facturada cuya facturacion no esta en
      *        APROBACIONES.DAT
      *   RD = renglon de FACTDET sin su factura en FACTCLI
      *   RA = aplicacion de COBRO_APLIC a un recibo inexistente
      *   RQ = cheque de un recibo inexistente
      *   RS = asignacion a un cliente inexistente o a un consultor
      *        inexistente o dado de baja (vigente despues de la baja)
      *   RC = contrato de un cliente inexistente
      *   RP = proyecto de un cliente inexistente
      * EXF-NRO-FACT lleva el numero de comprobante involucrado
      * (facturacion, factura o recibo; cero si no hay). Los
      * proyectos no tienen fecha: EXF-FECHA lleva su codigo.
      * Si la excepcion ya existe se respeta su estado, salvo que
      * figure CORREGIDA y el problema siga: vuelve a PENDIENTE.
      * El detalle sale tambien en INTEGRIDAD_REF.PRN.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT HOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOR-KEY
               ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
               FILE STATUS IS HOR-FS.

           SELECT APROB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APROB-NRO-FACT
               FILE STATUS IS APROB-FS.

           SELECT FACTDET ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDE-KEY
               FILE STATUS IS FACTDET-FS.

           SELECT FACTCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCL-KEY
               FILE STATUS IS FACTCLI-FS.

           SELECT APL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APL-KEY
               FILE STATUS IS APL-FS.

           SELECT REC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REC-NRO
               FILE STATUS IS REC-FS.

           SELECT CHQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS CHQ-FS.

           SELECT ASG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASG-FS.

           SELECT CTR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTR-KEY
               FILE STATUS IS CTR-FS.

           SELECT PRY ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRY-KEY
               FILE STATUS IS PRY-FS.

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS CON-FS.

           SELECT EXCIDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXF-KEY
               FILE STATUS IS EXCIDX-FS.

           SELECT LISTADO ASSIGN TO "INTEGRIDAD_REF.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

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
               03 HOR-USUARIO PIC X(8).
               03 HOR-SUCURSAL PIC 9.
               03 HOR-PROYECTO PIC X(6).
               03 HOR-TIPO PIC X.
               03 HOR-LOTE PIC 9(6).
               03 HOR-HORA-DESDE PIC 9(4).
               03 HOR-HORA-HASTA PIC 9(4).
               03 HOR-DESCANSO PIC 9(3).
               03 HOR-TAREA PIC X(4).

       FD APROB
           VALUE OF FILE-ID IS "APROBACIONES.DAT".
       01 APROB-REG.
           03 APROB-NRO-FACT PIC 9(6).
           03 APROB-RESTO PIC X(164).

       FD FACTDET
           VALUE OF FILE-ID IS "FACTDET.DAT".
       01 FDE-REG.
           02 FDE-KEY.
               03 FDE-NRO-FACT PIC 9(6).
               03 FDE-CONS PIC 9(3).
               03 FDE-CLIENTE PIC 9(4).
               03 FDE-FECHA PIC X(8).
               03 FDE-SECUENCIA PIC 9(2).
           02 FDE-DATOS PIC X(148).

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

       FD REC
           VALUE OF FILE-ID IS "COBRANZAS.DAT".
       01 REC-REG.
           03 REC-NRO PIC 9(6).
           03 REC-FECHA PIC X(8).
           03 REC-CLIENTE PIC 9(4).
           03 REC-IMPORTE PIC S9(9)V99.
           03 REC-MEDIO PIC X(15).
           03 REC-APLICADO PIC S9(9)V99.
           03 REC-EMPRESA PIC X(3).

       FD CHQ
           VALUE OF FILE-ID IS "CHEQUES.DAT".
       01 CHQ-REG.
           02 CHQ-KEY.
               03 CHQ-REC-NRO PIC 9(6).
               03 CHQ-SEC PIC 9(2).
           02 CHQ-DATOS.
               03 CHQ-BANCO PIC X(20).
               03 CHQ-NRO-CHEQUE PIC X(12).
               03 CHQ-FECHA-DEP PIC X(8).
               03 CHQ-IMPORTE PIC S9(9)V99.
               03 CHQ-CLIENTE PIC 9(4).
               03 CHQ-ESTADO PIC X(10).
               03 CHQ-CTA-BANCO PIC 9(3).

       FD ASG
           VALUE OF FILE-ID IS "ASIGNACIONES.DAT".
       01 ASG-REG.
           02 ASG-KEY.
               03 ASG-CONS PIC 9(3).
               03 ASG-CLIENTE PIC 9(4).
               03 ASG-DESDE PIC X(8).
           02 ASG-DATOS.
               03 ASG-HASTA PIC X(8).
               03 ASG-ROL PIC X.
               03 ASG-PROYECTO PIC X(6).
               03 ASG-HORAS-DIA PIC 9(2)V99.

       FD CTR
           VALUE OF FILE-ID IS "CONTRATOS.DAT".
       01 CTR-REG.
           02 CTR-KEY.
               03 CTR-CLIENTE PIC 9(4).
               03 CTR-VIG-DESDE PIC X(8).
           02 CTR-DATOS PIC X(39).

       FD PRY
           VALUE OF FILE-ID IS "PROYECTOS.DAT".
       01 PRY-REG.
           02 PRY-KEY.
               03 PRY-CLIENTE PIC 9(4).
               03 PRY-CODIGO PIC X(6).
           02 PRY-DATOS.
               03 PRY-DESC PIC X(30).
               03 PRY-LIDER PIC 9(3).
               03 PRY-COTIZACION PIC 9(6).
               03 PRY-ORDEN-COMPRA PIC X(15).

       FD CLI
           VALUE OF FILE-ID IS "CLIENTES.DAT".
       01 CLI-REG.
           03 CLI-COD-CLIENTE PIC 9(4).
           03 CLI-RESTO PIC X(179).

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

       FD EXCIDX
           VALUE OF FILE-ID IS "EXCEPFACT.DAT".
       01 EXF-REG.
           02 EXF-KEY.
               03 EXF-NRO-FACT PIC 9(6).
               03 EXF-TIPO PIC X(2).
               03 EXF-CONS PIC 9(3).
               03 EXF-CLIENTE PIC 9(4).
               03 EXF-FECHA PIC X(8).
           02 EXF-DATOS.
               03 EXF-DETALLE PIC X(50).
               03 EXF-ESTADO PIC X(10).
               03 EXF-FECHA-ALTA PIC X(8).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(120).

       WORKING-STORAGE SECTION.

       01 HOR-FS PIC X(2).
       01 APROB-FS PIC X(2).
       01 FACTDET-FS PIC X(2).
       01 FACTCLI-FS PIC X(2).
       01 APL-FS PIC X(2).
       01 REC-FS PIC X(2).
       01 CHQ-FS PIC X(2).
       01 ASG-FS PIC X(2).
       01 CTR-FS PIC X(2).
       01 PRY-FS PIC X(2).
       01 CLI-FS PIC X(2).
       01 CON-FS PIC X(2).
       01 EXCIDX-FS PIC X(2).
       01 LISTADO-FS PIC X(2).

       01 WS-FIN PIC X.
       01 WS-EXISTE PIC X.
       01 WS-HOY PIC X(8).

      * Ultima clave buscada en cada maestro: los archivos se
      * recorren en orden y se repite la misma referencia muchas
      * veces seguidas.
       01 WS-ULT-APROB PIC 9(6) VALUE ZERO.
       01 WS-ULT-APROB-OK PIC X.
       01 WS-ULT-FCL PIC X(10) VALUE SPACES.
       01 WS-ULT-FCL-OK PIC X.
       01 WS-ULT-REC PIC 9(6) VALUE ZERO.
       01 WS-ULT-REC-OK PIC X.

       01 WS-CLI-OK PIC X.
       01 WS-CON-OK PIC X.

      * Datos de la excepcion a grabar.
       01 WS-EXF-NRO PIC 9(6).
       01 WS-EXF-TIPO PIC X(2).
       01 WS-EXF-CONS PIC 9(3).
       01 WS-EXF-CLIENTE PIC 9(4).
       01 WS-EXF-FECHA PIC X(8).
       01 WS-EXF-DETALLE PIC X(50).

       01 WS-CANT-LEIDOS PIC 9(7).
       01 WS-CANT-HALLAZGOS PIC 9(5) VALUE ZERO.
       01 WS-CANT-NUEVAS PIC 9(5) VALUE ZERO.
       01 WS-CANT-REABIERTAS PIC 9(5) VALUE ZERO.
       01 WS-CANT-YA-PEND PIC 9(5) VALUE ZERO.
       01 WS-CANT-TIPO PIC 9(5).

       01 WS-LIN-DET.
           03 WS-LIN-TIPO PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-LIN-NRO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-LIN-CONS PIC 9(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-LIN-CLIENTE PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-LIN-FECHA PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-LIN-DETALLE PIC X(50).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-LIN-ESTADO PIC X(10).

       01 WS-LIN-TOT.
           03 WS-LIN-TOT-DESC PIC X(50).
           03 WS-LIN-TOT-CANT PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "BARRIDO DE INTEGRIDAD REFERENCIAL".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
           PERFORM 010-ABRIR.
           PERFORM 100-HORAS-FACTURADAS.
           PERFORM 200-FACTDET-FACTCLI.
           PERFORM 300-APLICACIONES.
           PERFORM 400-CHEQUES.
           PERFORM 500-ASIGNACIONES.
           PERFORM 600-CONTRATOS.
           PERFORM 700-PROYECTOS.
           PERFORM 900-FIN.
           STOP RUN.

      * La lista de excepciones se crea si todavia no existe.
       010-ABRIR.
           OPEN I-O EXCIDX.
           IF EXCIDX-FS NOT = '00'
               OPEN OUTPUT EXCIDX
               CLOSE EXCIDX
               OPEN I-O EXCIDX
           END-IF.
           IF EXCIDX-FS NOT = '00'
               DISPLAY "NO SE PUDO ABRIR EXCEPFACT.DAT (ESTADO "
                   EXCIDX-FS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT APROB.
           OPEN INPUT FACTCLI.
           OPEN INPUT REC.
           OPEN INPUT CLI.
           OPEN INPUT CON.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "BARRIDO DE INTEGRIDAD REFERENCIAL DEL "
                   DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "TI  NRO     CON  CLI   FECHA     DETALLE"
               TO LISTADO-LINEA.
           MOVE "ESTADO" TO LISTADO-LINEA(89:6).
           WRITE LISTADO-LINEA.

      * RH: horas con numero de facturacion que no existe.
       100-HORAS-FACTURADAS.
           MOVE ZERO TO WS-CANT-LEIDOS.
           MOVE ZERO TO WS-CANT-TIPO.
           OPEN INPUT HOR.
           IF HOR-FS = '00'
               MOVE 'N' TO WS-FIN
               PERFORM 110-HORA UNTIL WS-FIN = 'S'
               CLOSE HOR
           END-IF.
           DISPLAY "  HORAS LEIDAS: " WS-CANT-LEIDOS
               "  SIN FACTURACION: " WS-CANT-TIPO.

       110-HORA.
           READ HOR NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               ADD 1 TO WS-CANT-LEIDOS
               IF HOR-NRO-FACT NOT = ZERO
                   PERFORM 810-BUSCAR-APROB
                   IF WS-ULT-APROB-OK = 'N'
                       MOVE HOR-NRO-FACT TO WS-EXF-NRO
                       MOVE "RH" TO WS-EXF-TIPO
                       MOVE HOR-CONS TO WS-EXF-CONS
                       MOVE HOR-CLIENTE TO WS-EXF-CLIENTE
                       MOVE HOR-FECHA TO WS-EXF-FECHA
                       MOVE "HORA FACTURADA EN FACTURACION INEXISTENTE"
                           TO WS-EXF-DETALLE
                       PERFORM 850-REGISTRAR
                       ADD 1 TO WS-CANT-TIPO
                   END-IF
               END-IF
           END-IF.

      * RD: renglones de FACTDET sin factura en FACTCLI.
       200-FACTDET-FACTCLI.
           MOVE ZERO TO WS-CANT-LEIDOS.
           MOVE ZERO TO WS-CANT-TIPO.
           OPEN INPUT FACTDET.
           IF FACTDET-FS = '00'
               MOVE 'N' TO WS-FIN
               PERFORM 210-RENGLON UNTIL WS-FIN = 'S'
               CLOSE FACTDET
           END-IF.
           DISPLAY "  RENGLONES FACTDET LEIDOS: " WS-CANT-LEIDOS
               "  SIN FACTURA: " WS-CANT-TIPO.

       210-RENGLON.
           READ FACTDET NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               ADD 1 TO WS-CANT-LEIDOS
               MOVE FDE-NRO-FACT TO FCL-NRO-FACT
               MOVE FDE-CLIENTE TO FCL-CLIENTE
               IF FCL-KEY NOT = WS-ULT-FCL
                   MOVE FCL-KEY TO WS-ULT-FCL
                   MOVE 'S' TO WS-ULT-FCL-OK
                   READ FACTCLI RECORD
                       INVALID KEY MOVE 'N' TO WS-ULT-FCL-OK
                   END-READ
               END-IF
               IF WS-ULT-FCL-OK = 'N'
                   MOVE FDE-NRO-FACT TO WS-EXF-NRO
                   MOVE "RD" TO WS-EXF-TIPO
                   MOVE FDE-CONS TO WS-EXF-CONS
                   MOVE FDE-CLIENTE TO WS-EXF-CLIENTE
                   MOVE FDE-FECHA TO WS-EXF-FECHA
                   MOVE "RENGLON DE FACTDET SIN FACTURA EN FACTCLI"
                       TO WS-EXF-DETALLE
                   PERFORM 850-REGISTRAR
                   ADD 1 TO WS-CANT-TIPO
               END-IF
           END-IF.

      * RA: aplicaciones de cobranza a recibos inexistentes.
       300-APLICACIONES.
           MOVE ZERO TO WS-CANT-LEIDOS.
           MOVE ZERO TO WS-CANT-TIPO.
           OPEN INPUT APL.
           IF APL-FS = '00'
               MOVE 'N' TO WS-FIN
               PERFORM 310-APLICACION UNTIL WS-FIN = 'S'
               CLOSE APL
           END-IF.
           DISPLAY "  APLICACIONES LEIDAS: " WS-CANT-LEIDOS
               "  SIN RECIBO: " WS-CANT-TIPO.

       310-APLICACION.
           READ APL NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               ADD 1 TO WS-CANT-LEIDOS
               MOVE APL-REC-NRO TO REC-NRO
               PERFORM 820-BUSCAR-RECIBO
               IF WS-ULT-REC-OK = 'N'
                   MOVE APL-NRO-FACT TO WS-EXF-NRO
                   MOVE "RA" TO WS-EXF-TIPO
                   MOVE ZERO TO WS-EXF-CONS
                   MOVE APL-CLIENTE TO WS-EXF-CLIENTE
                   MOVE APL-FECHA TO WS-EXF-FECHA
                   MOVE SPACES TO WS-EXF-DETALLE
                   STRING "APLICACION AL RECIBO INEXISTENTE "
                           DELIMITED BY SIZE
                       APL-REC-NRO DELIMITED BY SIZE
                       INTO WS-EXF-DETALLE
                   PERFORM 850-REGISTRAR
                   ADD 1 TO WS-CANT-TIPO
               END-IF
           END-IF.

      * RQ: cheques colgados de recibos borrados.
       400-CHEQUES.
           MOVE ZERO TO WS-CANT-LEIDOS.
           MOVE ZERO TO WS-CANT-TIPO.
           OPEN INPUT CHQ.
           IF CHQ-FS = '00'
               MOVE 'N' TO WS-FIN
               PERFORM 410-CHEQUE UNTIL WS-FIN = 'S'
               CLOSE CHQ
           END-IF.
           DISPLAY "  CHEQUES LEIDOS: " WS-CANT-LEIDOS
               "  SIN RECIBO: " WS-CANT-TIPO.

       410-CHEQUE.
           READ CHQ NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               ADD 1 TO WS-CANT-LEIDOS
               MOVE CHQ-REC-NRO TO REC-NRO
               PERFORM 820-BUSCAR-RECIBO
               IF WS-ULT-REC-OK = 'N'
                   MOVE CHQ-REC-NRO TO WS-EXF-NRO
                   MOVE "RQ" TO WS-EXF-TIPO
                   MOVE ZERO TO WS-EXF-CONS
                   MOVE CHQ-CLIENTE TO WS-EXF-CLIENTE
                   MOVE CHQ-FECHA-DEP TO WS-EXF-FECHA
                   MOVE SPACES TO WS-EXF-DETALLE
                   STRING "CHEQUE " DELIMITED BY SIZE
                       CHQ-NRO-CHEQUE DELIMITED BY SPACE
                       " DE UN RECIBO BORRADO" DELIMITED BY SIZE
                       INTO WS-EXF-DETALLE
                   PERFORM 850-REGISTRAR
                   ADD 1 TO WS-CANT-TIPO
               END-IF
           END-IF.

      * RS: asignaciones a clientes o consultores inexistentes, o a
      * consultores dados de baja cuando la asignacion sigue
      * vigente despues de la fecha de baja.
       500-ASIGNACIONES.
           MOVE ZERO TO WS-CANT-LEIDOS.
           MOVE ZERO TO WS-CANT-TIPO.
           OPEN INPUT ASG.
           IF ASG-FS = '00'
               MOVE 'N' TO WS-FIN
               PERFORM 510-ASIGNACION UNTIL WS-FIN = 'S'
               CLOSE ASG
           END-IF.
           DISPLAY "  ASIGNACIONES LEIDAS: " WS-CANT-LEIDOS
               "  OBSERVADAS: " WS-CANT-TIPO.

       510-ASIGNACION.
           READ ASG NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               ADD 1 TO WS-CANT-LEIDOS
               MOVE SPACES TO WS-EXF-DETALLE
               MOVE ASG-CLIENTE TO CLI-COD-CLIENTE
               PERFORM 830-BUSCAR-CLIENTE
               MOVE ASG-CONS TO CON-COD-CONS
               PERFORM 840-BUSCAR-CONSULTOR
               EVALUATE TRUE
                   WHEN WS-CLI-OK = 'N'
                       MOVE "ASIGNACION A UN CLIENTE INEXISTENTE"
                           TO WS-EXF-DETALLE
                   WHEN WS-CON-OK = 'N'
                       MOVE "ASIGNACION DE UN CONSULTOR INEXISTENTE"
                           TO WS-EXF-DETALLE
                   WHEN CON-INACTIVO
                       IF ASG-HASTA = SPACES
                           OR ASG-HASTA > CON-FECHA-BAJA
                           STRING "CONSULTOR DE BAJA EL "
                                   DELIMITED BY SIZE
                               CON-FECHA-BAJA DELIMITED BY SIZE
                               " CON ASIGNACION VIGENTE"
                                   DELIMITED BY SIZE
                               INTO WS-EXF-DETALLE
                       END-IF
               END-EVALUATE
               IF WS-EXF-DETALLE NOT = SPACES
                   MOVE ZERO TO WS-EXF-NRO
                   MOVE "RS" TO WS-EXF-TIPO
                   MOVE ASG-CONS TO WS-EXF-CONS
                   MOVE ASG-CLIENTE TO WS-EXF-CLIENTE
                   MOVE ASG-DESDE TO WS-EXF-FECHA
                   PERFORM 850-REGISTRAR
                   ADD 1 TO WS-CANT-TIPO
               END-IF
           END-IF.

      * RC: contratos de clientes inexistentes.
       600-CONTRATOS.
           MOVE ZERO TO WS-CANT-LEIDOS.
           MOVE ZERO TO WS-CANT-TIPO.
           OPEN INPUT CTR.
           IF CTR-FS = '00'
               MOVE 'N' TO WS-FIN
               PERFORM 610-CONTRATO UNTIL WS-FIN = 'S'
               CLOSE CTR
           END-IF.
           DISPLAY "  CONTRATOS LEIDOS: " WS-CANT-LEIDOS
               "  SIN CLIENTE: " WS-CANT-TIPO.

       610-CONTRATO.
           READ CTR NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               ADD 1 TO WS-CANT-LEIDOS
               MOVE CTR-CLIENTE TO CLI-COD-CLIENTE
               PERFORM 830-BUSCAR-CLIENTE
               IF WS-CLI-OK = 'N'
                   MOVE ZERO TO WS-EXF-NRO
                   MOVE "RC" TO WS-EXF-TIPO
                   MOVE ZERO TO WS-EXF-CONS
                   MOVE CTR-CLIENTE TO WS-EXF-CLIENTE
                   MOVE CTR-VIG-DESDE TO WS-EXF-FECHA
                   MOVE "CONTRATO DE UN CLIENTE INEXISTENTE"
                       TO WS-EXF-DETALLE
                   PERFORM 850-REGISTRAR
                   ADD 1 TO WS-CANT-TIPO
               END-IF
           END-IF.

      * RP: proyectos de clientes inexistentes.
       700-PROYECTOS.
           MOVE ZERO TO WS-CANT-LEIDOS.
           MOVE ZERO TO WS-CANT-TIPO.
           OPEN INPUT PRY.
           IF PRY-FS = '00'
               MOVE 'N' TO WS-FIN
               PERFORM 710-PROYECTO UNTIL WS-FIN = 'S'
               CLOSE PRY
           END-IF.
           DISPLAY "  PROYECTOS LEIDOS: " WS-CANT-LEIDOS
               "  SIN CLIENTE: " WS-CANT-TIPO.

       710-PROYECTO.
           READ PRY NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               ADD 1 TO WS-CANT-LEIDOS
               MOVE PRY-CLIENTE TO CLI-COD-CLIENTE
               PERFORM 830-BUSCAR-CLIENTE
               IF WS-CLI-OK = 'N'
                   MOVE ZERO TO WS-EXF-NRO
                   MOVE "RP" TO WS-EXF-TIPO
                   MOVE ZERO TO WS-EXF-CONS
                   MOVE PRY-CLIENTE TO WS-EXF-CLIENTE
                   MOVE PRY-CODIGO TO WS-EXF-FECHA
                   MOVE SPACES TO WS-EXF-DETALLE
                   STRING "PROYECTO " DELIMITED BY SIZE
                       PRY-CODIGO DELIMITED BY SPACE
                       " DE UN CLIENTE INEXISTENTE" DELIMITED BY SIZE
                       INTO WS-EXF-DETALLE
                   PERFORM 850-REGISTRAR
                   ADD 1 TO WS-CANT-TIPO
               END-IF
           END-IF.

       810-BUSCAR-APROB.
           IF HOR-NRO-FACT NOT = WS-ULT-APROB
               MOVE HOR-NRO-FACT TO WS-ULT-APROB
               MOVE HOR-NRO-FACT TO APROB-NRO-FACT
               MOVE 'S' TO WS-ULT-APROB-OK
               READ APROB RECORD
                   INVALID KEY MOVE 'N' TO WS-ULT-APROB-OK
               END-READ
           END-IF.

       820-BUSCAR-RECIBO.
           IF REC-NRO NOT = WS-ULT-REC
               MOVE REC-NRO TO WS-ULT-REC
               MOVE 'S' TO WS-ULT-REC-OK
               READ REC RECORD
                   INVALID KEY MOVE 'N' TO WS-ULT-REC-OK
               END-READ
           END-IF.

       830-BUSCAR-CLIENTE.
           MOVE 'S' TO WS-CLI-OK.
           READ CLI RECORD
               INVALID KEY MOVE 'N' TO WS-CLI-OK
           END-READ.

       840-BUSCAR-CONSULTOR.
           MOVE 'S' TO WS-CON-OK.
           READ CON RECORD
               INVALID KEY MOVE 'N' TO WS-CON-OK
           END-READ.

      * Alta en la lista de excepciones. Si ya estaba: PENDIENTE o
      * DESCARTADA se respetan; CORREGIDA vuelve a PENDIENTE porque
      * el problema sigue.
       850-REGISTRAR.
           ADD 1 TO WS-CANT-HALLAZGOS.
           MOVE WS-EXF-NRO TO EXF-NRO-FACT.
           MOVE WS-EXF-TIPO TO EXF-TIPO.
           MOVE WS-EXF-CONS TO EXF-CONS.
           MOVE WS-EXF-CLIENTE TO EXF-CLIENTE.
           MOVE WS-EXF-FECHA TO EXF-FECHA.
           MOVE 'S' TO WS-EXISTE.
           READ EXCIDX RECORD
               INVALID KEY MOVE 'N' TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 'N'
               MOVE WS-EXF-DETALLE TO EXF-DETALLE
               MOVE "PENDIENTE" TO EXF-ESTADO
               MOVE WS-HOY TO EXF-FECHA-ALTA
               WRITE EXF-REG
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-CANT-NUEVAS
           ELSE
               IF EXF-ESTADO = "CORREGIDA"
                   MOVE WS-EXF-DETALLE TO EXF-DETALLE
                   MOVE "PENDIENTE" TO EXF-ESTADO
                   REWRITE EXF-REG
                       INVALID KEY CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-CANT-REABIERTAS
               ELSE
                   IF EXF-ESTADO = "PENDIENTE"
                       ADD 1 TO WS-CANT-YA-PEND
                   END-IF
               END-IF
           END-IF.
           MOVE WS-EXF-TIPO TO WS-LIN-TIPO.
           MOVE WS-EXF-NRO TO WS-LIN-NRO.
           MOVE WS-EXF-CONS TO WS-LIN-CONS.
           MOVE WS-EXF-CLIENTE TO WS-LIN-CLIENTE.
           MOVE WS-EXF-FECHA TO WS-LIN-FECHA.
           MOVE WS-EXF-DETALLE TO WS-LIN-DETALLE.
           MOVE EXF-ESTADO TO WS-LIN-ESTADO.
           MOVE WS-LIN-DET TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       900-FIN.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "HALLAZGOS EN ESTE BARRIDO" TO WS-LIN-TOT-DESC.
           MOVE WS-CANT-HALLAZGOS TO WS-LIN-TOT-CANT.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "  EXCEPCIONES NUEVAS" TO WS-LIN-TOT-DESC.
           MOVE WS-CANT-NUEVAS TO WS-LIN-TOT-CANT.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "  YA PENDIENTES DE BARRIDOS ANTERIORES"
               TO WS-LIN-TOT-DESC.
           MOVE WS-CANT-YA-PEND TO WS-LIN-TOT-CANT.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "  MARCADAS CORREGIDAS QUE SIGUEN (REABIERTAS)"
               TO WS-LIN-TOT-DESC.
           MOVE WS-CANT-REABIERTAS TO WS-LIN-TOT-CANT.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           CLOSE LISTADO.
           CLOSE APROB.
           CLOSE FACTCLI.
           CLOSE REC.
           CLOSE CLI.
           CLOSE CON.
           CLOSE EXCIDX.
           DISPLAY "HALLAZGOS: " WS-CANT-HALLAZGOS
               "  NUEVOS: " WS-CANT-NUEVAS
               "  REABIERTOS: " WS-CANT-REABIERTAS.
           DISPLAY "DETALLE EN INTEGRIDAD_REF.PRN; SEGUIMIENTO EN "
               "EXCEPCIONES-WL".

       END PROGRAM BARRIDO-INTEG.
