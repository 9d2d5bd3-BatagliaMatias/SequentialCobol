       IDENTIFICATION DIVISION.

       PROGRAM-ID. IMPPADRON.

      * Importacion mensual del padron de alicuotas de IIBB por CUIT
      * que publica cada jurisdiccion (ARBA, AGIP). Cada fila del
      * padron que corresponde a un cliente queda en PADRONIIBB.DAT
      * con su vigencia, y la alicuota de retencion actualiza
      * CLI-RET-IIBB de los clientes de esa jurisdiccion. El reporte
      * lista las alicuotas que cambiaron, las altas y los clientes
      * de la jurisdiccion que no figuran en el padron.
      *
      * Formato de PADRON_IIBB.TXT (separado por punto y coma):
      *   REGIMEN (R=RETENCION, P=PERCEPCION);FECHA PUBLICACION;
      *   VIGENCIA DESDE;VIGENCIA HASTA (DDMMAAAA);CUIT;TIPO;
      *   MARCA ALTA;MARCA CAMBIO;ALICUOTA (9,99);GRUPO

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PADRON ASSIGN TO "PADRON_IIBB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PADRON-FS.

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT PAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAD-KEY
               FILE STATUS IS PAD-FS.

           SELECT LISTADO ASSIGN TO "PADRON_CAMBIOS.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

       FD PADRON
           LABEL RECORD OMITTED.
       01 PADRON-LINEA PIC X(120).

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

      * Alicuotas del padron por CUIT, jurisdiccion y vigencia. Los
      * programas que calculan IIBB toman la fila vigente a la fecha
      * del documento.
       FD PAD
           VALUE OF FILE-ID IS "PADRONIIBB.DAT".
       01 PAD-REG.
           02 PAD-KEY.
               03 PAD-CUIT PIC 9(11).
               03 PAD-JURISDICCION PIC X(3).
               03 PAD-VIG-DESDE PIC X(8).
           02 PAD-DATOS.
               03 PAD-VIG-HASTA PIC X(8).
               03 PAD-ALIC-RET PIC 9(2)V99.
               03 PAD-ALIC-PERC PIC 9(2)V99.
               03 PAD-FECHA-PUBLIC PIC X(8).
               03 PAD-FECHA-IMPORT PIC X(8).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       01 PADRON-FS                    PIC X(2).
           88 PADRON-OK                       VALUE '00'.
           88 PADRON-EOF                      VALUE '10'.
       01 CLI-FS                       PIC X(2).
       01 PAD-FS                       PIC X(2).
       01 LISTADO-FS                   PIC X(2).

       01 WS-JURISDICCION              PIC X(3).
       01 WS-HOY                       PIC X(8).
       01 WS-CLI-EOF                   PIC X.
       01 WS-PAD-EXISTE                PIC X.

       01 WS-F-REGIMEN                 PIC X(2).
       01 WS-F-PUBLIC                  PIC X(10).
       01 WS-F-DESDE                   PIC X(10).
       01 WS-F-HASTA                   PIC X(10).
       01 WS-F-CUIT                    PIC X(13).
       01 WS-F-TIPO                    PIC X(2).
       01 WS-F-ALTA                    PIC X(2).
       01 WS-F-CAMBIO                  PIC X(2).
       01 WS-F-ALICUOTA                PIC X(8).
       01 WS-F-GRUPO                   PIC X(4).

       01 WS-MOV-CUIT                  PIC 9(11).
       01 WS-MOV-DESDE                 PIC X(8).
       01 WS-MOV-HASTA                 PIC X(8).
       01 WS-MOV-PUBLIC                PIC X(8).
       01 WS-MOV-ALICUOTA              PIC 9(2)V99.

      * Clientes con CUIT, para no recorrer CLIENTES.DAT por cada
      * fila del padron.
       01 WS-C                         PIC 9(4).
       01 WS-C-HALLADO                 PIC 9(4).
       01 WS-T-CLI-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-CLI.
           03 WS-T-CLI-CAMPO OCCURS 2000 TIMES.
               05 WS-T-CLI-COD          PIC 9(4).
               05 WS-T-CLI-CUIT         PIC 9(11).
               05 WS-T-CLI-JUR          PIC X(3).
               05 WS-T-CLI-EN-PADRON    PIC X.
               05 WS-T-CLI-ALIC         PIC 9(2)V99.
               05 WS-T-CLI-DESDE        PIC X(8).
               05 WS-T-CLI-HASTA        PIC X(8).

       01 WS-CANT-LEIDOS               PIC 9(7) VALUE ZERO.
       01 WS-CANT-CLIENTES             PIC 9(5) VALUE ZERO.
       01 WS-CANT-MODIF                PIC 9(5) VALUE ZERO.
       01 WS-CANT-ALTAS                PIC 9(5) VALUE ZERO.
       01 WS-CANT-FALTANTES            PIC 9(5) VALUE ZERO.

       01 WS-ENC-PAD.
           03 FILLER PIC X(44)
               VALUE "NOVEDADES DEL PADRON DE IIBB - JURISDICCION ".
           03 WS-ENC-PAD-JUR PIC X(3).

       01 WS-ENC-COL PIC X(100) VALUE
           "CLIENTE RAZON SOCIAL              CUIT         ANTER.  NU
      -    "EVA  VIGENCIA           NOVEDAD".

       01 WS-LIN-PAD.
           03 WS-LIN-PAD-CLI       PIC 9(4).
           03 FILLER               PIC X(4) VALUE "    ".
           03 WS-LIN-PAD-RAZON     PIC X(25).
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-PAD-CUIT      PIC 9(11).
           03 FILLER               PIC X(2) VALUE "  ".
           03 WS-LIN-PAD-ANT       PIC Z9,99.
           03 FILLER               PIC X(2) VALUE "  ".
           03 WS-LIN-PAD-NUEVA     PIC Z9,99.
           03 FILLER               PIC X(2) VALUE "  ".
           03 WS-LIN-PAD-DESDE     PIC X(8).
           03 FILLER               PIC X VALUE "-".
           03 WS-LIN-PAD-HASTA     PIC X(8).
           03 FILLER               PIC X(2) VALUE "  ".
           03 WS-LIN-PAD-NOVEDAD   PIC X(20).
       01 JRN-PARAM.
           03 JRN-PROGRAMA PIC X(12) VALUE "IMPPADRON".
           03 JRN-USUARIO PIC X(8) VALUE SPACES.
           03 JRN-ARCHIVO PIC X(16) VALUE "CLIENTES.DAT".
           03 JRN-OPER PIC X.
           03 JRN-IMAGEN PIC X(200).
           03 JRN-OK PIC X.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 100-PROCESAR-LINEA UNTIL PADRON-EOF.
           PERFORM 200-ACTUALIZAR-CLIENTES
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-T-CLI-COUNT.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "IMPORTACION DEL PADRON DE IIBB DESDE "
               "PADRON_IIBB.TXT".
           DISPLAY "INGRESE LA JURISDICCION DEL PADRON (902=ARBA, "
               "901=AGIP): ".
           ACCEPT WS-JURISDICCION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
           OPEN INPUT PADRON.
           IF NOT PADRON-OK
               DISPLAY "ERROR: NO SE ENCUENTRA PADRON_IIBB.TXT"
               STOP RUN.
           OPEN I-O CLI.
           IF CLI-FS NOT = '00'
               DISPLAY "ERROR APERTURA CLIENTES.DAT"
               STOP RUN.
           OPEN I-O PAD.
           IF PAD-FS NOT = '00'
               OPEN OUTPUT PAD
               CLOSE PAD
               OPEN I-O PAD
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE WS-JURISDICCION TO WS-ENC-PAD-JUR.
           MOVE WS-ENC-PAD TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-COL TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 020-CARGAR-CLIENTES.

       020-CARGAR-CLIENTES.
           MOVE ZERO TO CLI-COD-CLIENTE.
           MOVE 'N' TO WS-CLI-EOF.
           START CLI KEY IS NOT LESS THAN CLI-COD-CLIENTE
               INVALID KEY MOVE 'S' TO WS-CLI-EOF
           END-START.
           PERFORM 021-CARGAR-UN-CLIENTE UNTIL WS-CLI-EOF = 'S'.

      * Sin jurisdiccion cargada el cliente es de la 901, igual que
      * en la apertura por jurisdiccion.
       021-CARGAR-UN-CLIENTE.
           READ CLI NEXT RECORD
               AT END MOVE 'S' TO WS-CLI-EOF
           END-READ.
           IF WS-CLI-EOF = 'N' AND CLI-CUIT NOT = ZERO
               AND WS-T-CLI-COUNT < 2000
               ADD 1 TO WS-T-CLI-COUNT
               MOVE CLI-COD-CLIENTE TO WS-T-CLI-COD(WS-T-CLI-COUNT)
               MOVE CLI-CUIT TO WS-T-CLI-CUIT(WS-T-CLI-COUNT)
               IF CLI-JURISDICCION = SPACES
                   MOVE "901" TO WS-T-CLI-JUR(WS-T-CLI-COUNT)
               ELSE
                   MOVE CLI-JURISDICCION
                       TO WS-T-CLI-JUR(WS-T-CLI-COUNT)
               END-IF
               MOVE 'N' TO WS-T-CLI-EN-PADRON(WS-T-CLI-COUNT)
               MOVE ZERO TO WS-T-CLI-ALIC(WS-T-CLI-COUNT)
               MOVE SPACES TO WS-T-CLI-DESDE(WS-T-CLI-COUNT)
               MOVE SPACES TO WS-T-CLI-HASTA(WS-T-CLI-COUNT)
           END-IF.

       100-PROCESAR-LINEA.
           READ PADRON RECORD
               AT END CONTINUE
           END-READ.
           IF NOT PADRON-EOF AND PADRON-LINEA NOT = SPACES
               ADD 1 TO WS-CANT-LEIDOS
               PERFORM 110-DESARMAR-LINEA
               IF WS-MOV-CUIT NOT = ZERO
                   PERFORM 120-BUSCAR-CLIENTE
                   IF WS-C-HALLADO NOT = ZERO
                       PERFORM 130-GRABAR-PADRON
                   END-IF
               END-IF
           END-IF.

       110-DESARMAR-LINEA.
           MOVE SPACES TO WS-F-REGIMEN WS-F-PUBLIC WS-F-DESDE
               WS-F-HASTA WS-F-CUIT WS-F-TIPO WS-F-ALTA WS-F-CAMBIO
               WS-F-ALICUOTA WS-F-GRUPO.
           UNSTRING PADRON-LINEA DELIMITED BY ";"
               INTO WS-F-REGIMEN
                    WS-F-PUBLIC
                    WS-F-DESDE
                    WS-F-HASTA
                    WS-F-CUIT
                    WS-F-TIPO
                    WS-F-ALTA
                    WS-F-CAMBIO
                    WS-F-ALICUOTA
                    WS-F-GRUPO
           END-UNSTRING.
           IF WS-F-CUIT(1:11) IS NUMERIC
               MOVE WS-F-CUIT(1:11) TO WS-MOV-CUIT
           ELSE
               MOVE ZERO TO WS-MOV-CUIT
           END-IF.
      *    Fechas del padron en DDMMAAAA, al formato AAAAMMDD.
           STRING WS-F-DESDE(5:4) WS-F-DESDE(3:2) WS-F-DESDE(1:2)
               DELIMITED BY SIZE INTO WS-MOV-DESDE.
           STRING WS-F-HASTA(5:4) WS-F-HASTA(3:2) WS-F-HASTA(1:2)
               DELIMITED BY SIZE INTO WS-MOV-HASTA.
           STRING WS-F-PUBLIC(5:4) WS-F-PUBLIC(3:2) WS-F-PUBLIC(1:2)
               DELIMITED BY SIZE INTO WS-MOV-PUBLIC.
           COMPUTE WS-MOV-ALICUOTA = FUNCTION NUMVAL(WS-F-ALICUOTA).

       120-BUSCAR-CLIENTE.
           MOVE ZERO TO WS-C-HALLADO.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-T-CLI-COUNT OR WS-C-HALLADO NOT = ZERO
               IF WS-T-CLI-CUIT(WS-C) = WS-MOV-CUIT
                   MOVE WS-C TO WS-C-HALLADO
               END-IF
           END-PERFORM.

      * Una fila por CUIT y vigencia: la de retencion y la de
      * percepcion del mismo periodo comparten el registro.
       130-GRABAR-PADRON.
           MOVE WS-MOV-CUIT TO PAD-CUIT.
           MOVE WS-JURISDICCION TO PAD-JURISDICCION.
           MOVE WS-MOV-DESDE TO PAD-VIG-DESDE.
           MOVE 'S' TO WS-PAD-EXISTE.
           READ PAD
               INVALID KEY MOVE 'N' TO WS-PAD-EXISTE
           END-READ.
           IF WS-PAD-EXISTE = 'N'
               MOVE ZERO TO PAD-ALIC-RET
               MOVE ZERO TO PAD-ALIC-PERC
           END-IF.
           MOVE WS-MOV-HASTA TO PAD-VIG-HASTA.
           MOVE WS-MOV-PUBLIC TO PAD-FECHA-PUBLIC.
           MOVE WS-HOY TO PAD-FECHA-IMPORT.
           IF WS-F-REGIMEN(1:1) = 'P'
               MOVE WS-MOV-ALICUOTA TO PAD-ALIC-PERC
           ELSE
               MOVE WS-MOV-ALICUOTA TO PAD-ALIC-RET
               MOVE 'S' TO WS-T-CLI-EN-PADRON(WS-C-HALLADO)
               MOVE WS-MOV-ALICUOTA TO WS-T-CLI-ALIC(WS-C-HALLADO)
               MOVE WS-MOV-DESDE TO WS-T-CLI-DESDE(WS-C-HALLADO)
               MOVE WS-MOV-HASTA TO WS-T-CLI-HASTA(WS-C-HALLADO)
           END-IF.
           IF WS-PAD-EXISTE = 'S'
               REWRITE PAD-REG
                   INVALID KEY DISPLAY "ERROR ACTUALIZANDO PADRON "
                       PAD-CUIT
               END-REWRITE
           ELSE
               WRITE PAD-REG
                   INVALID KEY DISPLAY "ERROR GRABANDO PADRON "
                       PAD-CUIT
               END-WRITE
           END-IF.
           ADD 1 TO WS-CANT-CLIENTES.

      * El maestro queda con la ultima alicuota publicada para los
      * clientes de la jurisdiccion del padron.
       200-ACTUALIZAR-CLIENTES.
           IF WS-T-CLI-JUR(WS-C) = WS-JURISDICCION
               MOVE WS-T-CLI-COD(WS-C) TO CLI-COD-CLIENTE
               READ CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 210-NOVEDAD-CLIENTE
               END-READ
           END-IF.

       210-NOVEDAD-CLIENTE.
           MOVE SPACES TO WS-LIN-PAD-NOVEDAD.
           MOVE CLI-COD-CLIENTE TO WS-LIN-PAD-CLI.
           MOVE CLI-RAZON-SOCIAL TO WS-LIN-PAD-RAZON.
           MOVE CLI-CUIT TO WS-LIN-PAD-CUIT.
           MOVE CLI-RET-IIBB TO WS-LIN-PAD-ANT.
           MOVE WS-T-CLI-ALIC(WS-C) TO WS-LIN-PAD-NUEVA.
           MOVE WS-T-CLI-DESDE(WS-C) TO WS-LIN-PAD-DESDE.
           MOVE WS-T-CLI-HASTA(WS-C) TO WS-LIN-PAD-HASTA.
           IF WS-T-CLI-EN-PADRON(WS-C) = 'N'
               MOVE "NO FIGURA EN PADRON" TO WS-LIN-PAD-NOVEDAD
               ADD 1 TO WS-CANT-FALTANTES
           ELSE
               IF CLI-RET-IIBB NOT = WS-T-CLI-ALIC(WS-C)
                   IF CLI-RET-IIBB = ZERO
                       MOVE "ALTA" TO WS-LIN-PAD-NOVEDAD
                       ADD 1 TO WS-CANT-ALTAS
                   ELSE
                       MOVE "CAMBIO DE ALICUOTA" TO WS-LIN-PAD-NOVEDAD
                       ADD 1 TO WS-CANT-MODIF
                   END-IF
                   MOVE WS-T-CLI-ALIC(WS-C) TO CLI-RET-IIBB
                   REWRITE CLI-REG
                       INVALID KEY DISPLAY "ERROR ACTUALIZANDO "
                           "CLIENTE " CLI-COD-CLIENTE
                       NOT INVALID KEY
                           MOVE 'M' TO JRN-OPER
                           MOVE CLI-REG TO JRN-IMAGEN
                           PERFORM 850-REGISTRAR-DIARIO
                   END-REWRITE
               END-IF
           END-IF.
           IF WS-LIN-PAD-NOVEDAD NOT = SPACES
               MOVE WS-LIN-PAD TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

      * Imagen posterior al diario de recuperacion (ver DIARIOREC),
      * para reaplicar lo grabado sobre un respaldo restaurado.
       850-REGISTRAR-DIARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       900-FIN.
           CLOSE PADRON.
           CLOSE CLI.
           CLOSE PAD.
           CLOSE LISTADO.
           DISPLAY "LINEAS DEL PADRON LEIDAS: " WS-CANT-LEIDOS.
           DISPLAY "FILAS DE CLIENTES GRABADAS: " WS-CANT-CLIENTES.
           DISPLAY "ALICUOTAS MODIFICADAS: " WS-CANT-MODIF.
           DISPLAY "ALTAS: " WS-CANT-ALTAS.
           DISPLAY "CLIENTES QUE NO FIGURAN EN EL PADRON: "
               WS-CANT-FALTANTES.
           DISPLAY "REPORTE GRABADO EN PADRON_CAMBIOS.PRN".

       END PROGRAM IMPPADRON.
