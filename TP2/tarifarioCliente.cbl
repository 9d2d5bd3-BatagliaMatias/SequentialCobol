       IDENTIFICATION DIVISION.

       PROGRAM-ID. TARIFARIOCLI.

      * Tarifario del cliente a una fecha: todo lo que rige para sus
      * precios en un solo documento imprimible TARIFARIO_<cli>.TXT.
      *   - tarifa por perfil (la propia del cliente o, si no tiene,
      *     la general), con la misma precedencia que TARIFAS;
      *   - excepciones pactadas por consultor nombrado;
      *   - escalas de descuento por volumen (DESCUENTOS.DAT);
      *   - recargo por sabado, domingo o feriado (RECARGOS.DAT);
      *   - unidad de facturacion: hora, jornada, media jornada o
      *     unidad entregada (UNIDADES_FACT.DAT);
      *   - markup sobre gastos, redondeo, minimo diario y moneda.
      * Cliente 0000 emite el tarifario de todos los clientes. A
      * pedido se envia por mail a los contactos de facturacion.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT TAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-KEY
               FILE STATUS IS TAR-FS.

           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS CON-FS.

           SELECT PER ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PER-FS.

           SELECT OPTIONAL RECARGOS ASSIGN TO "RECARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECARGOS-FS.

           SELECT OPTIONAL UNIFACT ASSIGN TO "UNIDADES_FACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNIFACT-FS.

           SELECT OPTIONAL DTOVOL ASSIGN TO "DESCUENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTOVOL-FS.

           SELECT TASA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TASA-FS.

           SELECT OPTIONAL TASAHIST ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TASAHIST-FS.

           SELECT CTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTO-KEY
               FILE STATUS IS CTO-FS.

           SELECT TARIFARIO ASSIGN USING WS-TARIFARIO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARIFARIO-FS.

       DATA DIVISION.

       FILE SECTION.

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

       FD PER LABEL RECORD IS STANDARD
       VALUE OF FILE-ID IS "PERFILES.DAT".
       01 PER-REG.
           03 PER-PERFIL PIC X.
           03 PER-DESCRIPCION PIC X(15).
           03 PER-COND PIC X(50).

      * Recargo pactado por trabajo en sabado, domingo o feriado.
       FD RECARGOS
           LABEL RECORD OMITTED.
       01 RCG-REG.
           03 RCG-CLIENTE PIC 9(4).
           03 RCG-PORCENTAJE PIC 9(3)V99.

      * Unidad de facturacion pactada: H hora, J jornada, M media
      * jornada, U unidad entregada; sin registro, por hora.
       FD UNIFACT
           LABEL RECORD OMITTED.
       01 UNI-REG.
           03 UNI-CLIENTE PIC 9(4).
           03 UNI-UNIDAD PIC X.
           03 UNI-UMBRAL PIC 9(2)V99.
           03 UNI-HS-UNIDAD PIC 9(2)V99.

      * Escalas de descuento por volumen: umbral en horas (H) o en
      * importe (I) del periodo; rige el mayor umbral alcanzado.
       FD DTOVOL
           LABEL RECORD OMITTED.
       01 DTO-REG.
           03 DTO-CLIENTE PIC 9(4).
           03 DTO-TIPO PIC X.
           03 DTO-UMBRAL PIC 9(7)V99.
           03 DTO-PORCENTAJE PIC 9(2)V99.

       FD TASA LABEL RECORD IS STANDARD
       VALUE OF FILE-ID IS "TASAS.DAT".
       01 TASA-REG.
           03 TASA-MONEDA PIC X(3).
           03 TASA-VALOR PIC 9(5)V9999.

       FD TASAHIST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TASASHIST.DAT".
       01 TSH-REG.
           03 TSH-MONEDA PIC X(3).
           03 TSH-FVIGENCIA PIC X(8).
           03 TSH-VALOR PIC 9(5)V9999.

      * Contactos por cliente y rol: el tarifario va a los contactos
      * de facturacion (rol F).
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

       FD TARIFARIO
           LABEL RECORD OMITTED.
       01 TARIFARIO-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       01 CLI-FS                       PIC X(2).
           88 CLI-OK                          VALUE '00'.
       01 TAR-FS                       PIC X(2).
           88 TAR-OK                          VALUE '00'.
           88 TAR-EOF                         VALUE '10'.
       01 CON-FS                       PIC X(2).
       01 PER-FS                       PIC X(2).
           88 PER-OK                          VALUE '00'.
           88 PER-EOF                         VALUE '10'.
       01 RECARGOS-FS                  PIC X(2).
           88 RECARGOS-OK                     VALUE '00'.
           88 RECARGOS-EOF                    VALUE '10'.
       01 UNIFACT-FS                   PIC X(2).
           88 UNIFACT-OK                      VALUE '00'.
           88 UNIFACT-EOF                     VALUE '10'.
       01 DTOVOL-FS                    PIC X(2).
           88 DTOVOL-OK                       VALUE '00'.
           88 DTOVOL-EOF                      VALUE '10'.
       01 TASA-FS                      PIC X(2).
           88 TASA-OK                         VALUE '00'.
           88 TASA-EOF                        VALUE '10'.
       01 TASAHIST-FS                  PIC X(2).
           88 TASAHIST-OK                     VALUE '00'.
           88 TASAHIST-EOF                    VALUE '10'.
       01 CTO-FS                       PIC X(2).
       01 TARIFARIO-FS                 PIC X(2).

       01 WS-TARIFARIO-NOMBRE          PIC X(20).

       01 WS-CLIENTE                   PIC 9(4).
       01 WS-FECHA                     PIC X(8).
       01 WS-FECHA-TAR                 PIC X(10).
       01 WS-ENVIAR                    PIC X VALUE 'N'.
       01 WS-CLI-FIN                   PIC X.
       01 WS-HAY-CONTACTOS             PIC X VALUE 'N'.
       01 WS-HAY-CON                   PIC X VALUE 'N'.
       01 WS-CTO-FIN                   PIC X.
       01 WS-EMAIL-DIR                 PIC X(60).
       01 WS-EMAIL-CMD                 PIC X(180).
       01 WS-EMAIL-BAD-COUNT           PIC 9(3).
       01 WS-CANT-TARIFARIOS           PIC 9(4) VALUE ZERO.
       01 WS-CANT-ENVIOS               PIC 9(4) VALUE ZERO.

      * Perfiles de PERFILES.DAT con la tarifa que le rige al
      * cliente: la propia gana a la general.
       01 WS-T-PER-COUNT               PIC 9(2) VALUE ZERO.
       01 WS-T-PER.
           03 WS-T-PER-CAMPO OCCURS 40 TIMES.
               05 WS-T-PER-PERFIL       PIC X.
               05 WS-T-PER-DESC         PIC X(15).
               05 WS-T-PER-GEN-HALLADA  PIC X.
               05 WS-T-PER-GEN-TARIFA   PIC 9(7)V99.
               05 WS-T-PER-GEN-DESDE    PIC X(10).
               05 WS-T-PER-GEN-HASTA    PIC X(10).
               05 WS-T-PER-CLI-HALLADA  PIC X.
               05 WS-T-PER-CLI-TARIFA   PIC 9(7)V99.
               05 WS-T-PER-CLI-DESDE    PIC X(10).
               05 WS-T-PER-CLI-HASTA    PIC X(10).
       01 WS-PER-K                     PIC 9(2).
       01 WS-PER-ENC                   PIC 9(2).

      * Excepciones por consultor nombrado: una por perfil y
      * consultor, la de vigencia mas reciente.
       01 WS-T-EXC-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-T-EXC.
           03 WS-T-EXC-CAMPO OCCURS 300 TIMES.
               05 WS-T-EXC-PERFIL       PIC X.
               05 WS-T-EXC-CONS         PIC 9(3).
               05 WS-T-EXC-TARIFA       PIC 9(7)V99.
               05 WS-T-EXC-DESDE        PIC X(10).
               05 WS-T-EXC-HASTA        PIC X(10).
       01 WS-EXC-K                     PIC 9(3).
       01 WS-EXC-ENC                   PIC 9(3).

       01 WS-RCG-PCT                   PIC 9(3)V99.
       01 WS-UNIDAD                    PIC X.
       01 WS-UNI-UMBRAL                PIC 9(2)V99.
       01 WS-UNI-HS-UNIDAD             PIC 9(2)V99.
       01 WS-EDIT-HS-UNI               PIC Z9,99.
       01 WS-CANT-ESCALAS              PIC 9(3).
       01 WS-TASA-VALOR                PIC 9(5)V9999.
       01 WS-TASA-DESDE                PIC X(8).
       01 WS-TARIFA-MON                PIC 9(9)V99.

       01 WS-FEC-DASH                  PIC X(10).
       01 WS-FEC-DASH-R REDEFINES WS-FEC-DASH.
           03 WS-FEC-AA PIC 9(4).
           03 FILLER PIC X.
           03 WS-FEC-MM PIC 9(2).
           03 FILLER PIC X.
           03 WS-FEC-DD PIC 9(2).

       01 WS-ENC-CLI-NOM.
           03 FILLER               PIC X(9) VALUE "Cliente: ".
           03 WS-ENC-CLI-COD       PIC 9(4).
           03 FILLER               PIC X(3) VALUE " - ".
           03 WS-ENC-CLI-RAZON     PIC X(30).

       01 WS-ENC-VIGENCIA.
           03 FILLER               PIC X(28)
               VALUE "Tarifario vigente al dia:  ".
           03 WS-ENC-VIG-FECHA     PIC X(10).

       01 WS-LIN-TARIFA.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-TAR-PERFIL    PIC X.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-TAR-DESC      PIC X(15).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-TAR-IMP       PIC Z.ZZZ.ZZ9,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-TAR-ORIGEN    PIC X(10).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-TAR-DESDE     PIC X(10).
           03 FILLER               PIC X(3) VALUE " a ".
           03 WS-LIN-TAR-HASTA     PIC X(10).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-TAR-MON       PIC ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-TAR-MON-COD   PIC X(3).

       01 WS-LIN-EXCEP.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-EXC-CONS      PIC 9(3).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-EXC-NOMBRE    PIC X(25).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-EXC-PERFIL    PIC X.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-EXC-IMP       PIC Z.ZZZ.ZZ9,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-EXC-DESDE     PIC X(10).
           03 FILLER               PIC X(3) VALUE " a ".
           03 WS-LIN-EXC-HASTA     PIC X(10).

       01 WS-LIN-ESCALA.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-ESC-TIPO      PIC X(20).
           03 FILLER               PIC X(8) VALUE "desde   ".
           03 WS-LIN-ESC-UMBRAL    PIC Z.ZZZ.ZZ9,99.
           03 FILLER               PIC X(14) VALUE "  descuento   ".
           03 WS-LIN-ESC-PCT       PIC Z9,99.
           03 FILLER               PIC X(2) VALUE " %".

       01 WS-LIN-DATO.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-DATO-TXT      PIC X(40).
           03 WS-LIN-DATO-VAL      PIC X(40).

       01 WS-EDIT-PCT                  PIC ZZ9,99.
       01 WS-EDIT-HORAS                PIC 9,99.
       01 WS-EDIT-TASA                 PIC ZZ.ZZ9,9999.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF WS-CLIENTE = ZERO
               PERFORM 100-TODOS-LOS-CLIENTES
           ELSE
               MOVE WS-CLIENTE TO CLI-COD-CLIENTE
               READ CLI
                   INVALID KEY
                       DISPLAY "  CLIENTE NO EXISTE EN CLIENTES.DAT"
                   NOT INVALID KEY
                       PERFORM 200-EMITIR-TARIFARIO
               END-READ
           END-IF.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "TARIFARIO DEL CLIENTE A UNA FECHA".
           DISPLAY "INGRESE EL CODIGO DE CLIENTE (0000 = TODOS): ".
           ACCEPT WS-CLIENTE.
           DISPLAY "INGRESE LA FECHA DE VIGENCIA (AAAAMMDD, "
               "ENTER = HOY): ".
           ACCEPT WS-FECHA.
           IF WS-FECHA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA
           END-IF.
           IF WS-FECHA IS NOT NUMERIC
               DISPLAY "FECHA INVALIDA: " WS-FECHA
               STOP RUN.
           MOVE WS-FECHA(1:4) TO WS-FEC-AA.
           MOVE '-' TO WS-FEC-DASH(5:1).
           MOVE WS-FECHA(5:2) TO WS-FEC-MM.
           MOVE '-' TO WS-FEC-DASH(8:1).
           MOVE WS-FECHA(7:2) TO WS-FEC-DD.
           MOVE WS-FEC-DASH TO WS-FECHA-TAR.
           DISPLAY "ENVIAR POR MAIL A LOS CONTACTOS DE FACTURACION "
               "(S/N)? ".
           ACCEPT WS-ENVIAR.
           OPEN INPUT CLI.
           IF NOT CLI-OK
               DISPLAY "ERROR APERTURA CLIENTES.DAT"
               STOP RUN.
           OPEN INPUT TAR.
           IF NOT TAR-OK
               DISPLAY "ERROR APERTURA TARIFAS.DAT"
               CLOSE CLI
               STOP RUN.
           OPEN INPUT CON.
           IF CON-FS = '00'
               MOVE 'S' TO WS-HAY-CON
           END-IF.
           IF WS-ENVIAR = 'S'
               OPEN INPUT CTO
               IF CTO-FS = '00'
                   MOVE 'S' TO WS-HAY-CONTACTOS
               END-IF
           END-IF.
           PERFORM 020-CARGAR-PERFILES.

       020-CARGAR-PERFILES.
           OPEN INPUT PER.
           IF PER-OK
               PERFORM 025-CARGAR-UN-PERFIL UNTIL PER-EOF
               CLOSE PER
           ELSE
               DISPLAY "AVISO: SIN PERFILES.DAT, NO HAY TARIFAS "
                   "POR PERFIL PARA LISTAR"
           END-IF.

       025-CARGAR-UN-PERFIL.
           READ PER RECORD
               AT END CONTINUE
           END-READ.
           IF NOT PER-EOF AND WS-T-PER-COUNT < 40
               ADD 1 TO WS-T-PER-COUNT
               MOVE PER-PERFIL TO WS-T-PER-PERFIL(WS-T-PER-COUNT)
               MOVE PER-DESCRIPCION TO WS-T-PER-DESC(WS-T-PER-COUNT)
           END-IF.

       100-TODOS-LOS-CLIENTES.
           MOVE ZERO TO CLI-COD-CLIENTE.
           MOVE 'N' TO WS-CLI-FIN.
           START CLI KEY IS NOT LESS THAN CLI-COD-CLIENTE
               INVALID KEY MOVE 'S' TO WS-CLI-FIN
           END-START.
           PERFORM 110-PROXIMO-CLIENTE UNTIL WS-CLI-FIN = 'S'.

       110-PROXIMO-CLIENTE.
           READ CLI NEXT RECORD
               AT END MOVE 'S' TO WS-CLI-FIN
           END-READ.
           IF WS-CLI-FIN = 'N'
               PERFORM 200-EMITIR-TARIFARIO
           END-IF.

       200-EMITIR-TARIFARIO.
           PERFORM 210-RESOLVER-TARIFAS.
           PERFORM 250-BUSCAR-TASA.
           MOVE SPACES TO WS-TARIFARIO-NOMBRE.
           STRING "TARIFARIO_" DELIMITED BY SIZE
               CLI-COD-CLIENTE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-TARIFARIO-NOMBRE.
           OPEN OUTPUT TARIFARIO.
           PERFORM 300-IMPRIMIR-ENCABEZADO.
           PERFORM 310-IMPRIMIR-PERFILES.
           PERFORM 320-IMPRIMIR-EXCEPCIONES.
           PERFORM 330-IMPRIMIR-DESCUENTOS.
           PERFORM 340-IMPRIMIR-CONDICIONES.
           CLOSE TARIFARIO.
           ADD 1 TO WS-CANT-TARIFARIOS.
           DISPLAY "TARIFARIO GRABADO EN " WS-TARIFARIO-NOMBRE.
           IF WS-HAY-CONTACTOS = 'S'
               PERFORM 420-ENVIAR-A-CONTACTOS
           END-IF.

      * Una sola pasada por TARIFAS.DAT (ordenado por perfil y
      * vigencia): de las filas vigentes a la fecha queda la ultima
      * general, la ultima del cliente y la ultima de cada consultor.
       210-RESOLVER-TARIFAS.
           PERFORM VARYING WS-PER-K FROM 1 BY 1
               UNTIL WS-PER-K > WS-T-PER-COUNT
               MOVE 'N' TO WS-T-PER-GEN-HALLADA(WS-PER-K)
               MOVE 'N' TO WS-T-PER-CLI-HALLADA(WS-PER-K)
           END-PERFORM.
           MOVE ZERO TO WS-T-EXC-COUNT.
           MOVE LOW-VALUE TO TAR-KEY.
           START TAR KEY IS NOT LESS THAN TAR-KEY
               INVALID KEY MOVE '10' TO TAR-FS
           END-START.
           IF NOT TAR-EOF
               MOVE '00' TO TAR-FS
           END-IF.
           PERFORM 215-EVALUAR-TARIFA UNTIL TAR-EOF.

       215-EVALUAR-TARIFA.
           READ TAR NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT TAR-EOF
               IF TAR-FVIGENCIA <= WS-FECHA-TAR AND
                   (TAR-FVIG-HASTA = SPACES OR
                    TAR-FVIG-HASTA >= WS-FECHA-TAR)
                   IF TAR-CLIENTE = ZERO AND TAR-CONSULTOR = ZERO
                       PERFORM 220-UBICAR-PERFIL
                       IF WS-PER-ENC > ZERO
                           MOVE 'S' TO WS-T-PER-GEN-HALLADA(WS-PER-ENC)
                           MOVE TAR-TARIFA
                               TO WS-T-PER-GEN-TARIFA(WS-PER-ENC)
                           MOVE TAR-FVIGENCIA
                               TO WS-T-PER-GEN-DESDE(WS-PER-ENC)
                           MOVE TAR-FVIG-HASTA
                               TO WS-T-PER-GEN-HASTA(WS-PER-ENC)
                       END-IF
                   END-IF
                   IF TAR-CLIENTE = CLI-COD-CLIENTE AND
                       TAR-CONSULTOR = ZERO
                       PERFORM 220-UBICAR-PERFIL
                       IF WS-PER-ENC > ZERO
                           MOVE 'S' TO WS-T-PER-CLI-HALLADA(WS-PER-ENC)
                           MOVE TAR-TARIFA
                               TO WS-T-PER-CLI-TARIFA(WS-PER-ENC)
                           MOVE TAR-FVIGENCIA
                               TO WS-T-PER-CLI-DESDE(WS-PER-ENC)
                           MOVE TAR-FVIG-HASTA
                               TO WS-T-PER-CLI-HASTA(WS-PER-ENC)
                       END-IF
                   END-IF
                   IF TAR-CLIENTE = CLI-COD-CLIENTE AND
                       TAR-CONSULTOR NOT = ZERO
                       PERFORM 230-REGISTRAR-EXCEPCION
                   END-IF
               END-IF
           END-IF.

       220-UBICAR-PERFIL.
           MOVE ZERO TO WS-PER-ENC.
           PERFORM VARYING WS-PER-K FROM 1 BY 1
               UNTIL WS-PER-K > WS-T-PER-COUNT OR WS-PER-ENC > ZERO
               IF WS-T-PER-PERFIL(WS-PER-K) = TAR-PERFIL
                   MOVE WS-PER-K TO WS-PER-ENC
               END-IF
           END-PERFORM.

       230-REGISTRAR-EXCEPCION.
           MOVE ZERO TO WS-EXC-ENC.
           PERFORM VARYING WS-EXC-K FROM 1 BY 1
               UNTIL WS-EXC-K > WS-T-EXC-COUNT OR WS-EXC-ENC > ZERO
               IF WS-T-EXC-PERFIL(WS-EXC-K) = TAR-PERFIL AND
                   WS-T-EXC-CONS(WS-EXC-K) = TAR-CONSULTOR
                   MOVE WS-EXC-K TO WS-EXC-ENC
               END-IF
           END-PERFORM.
           IF WS-EXC-ENC = ZERO AND WS-T-EXC-COUNT < 300
               ADD 1 TO WS-T-EXC-COUNT
               MOVE WS-T-EXC-COUNT TO WS-EXC-ENC
               MOVE TAR-PERFIL TO WS-T-EXC-PERFIL(WS-EXC-ENC)
               MOVE TAR-CONSULTOR TO WS-T-EXC-CONS(WS-EXC-ENC)
           END-IF.
           IF WS-EXC-ENC > ZERO
               MOVE TAR-TARIFA TO WS-T-EXC-TARIFA(WS-EXC-ENC)
               MOVE TAR-FVIGENCIA TO WS-T-EXC-DESDE(WS-EXC-ENC)
               MOVE TAR-FVIG-HASTA TO WS-T-EXC-HASTA(WS-EXC-ENC)
           END-IF.

      * Tasa de cambio de la moneda del cliente a la fecha: la del
      * historial vigente y, si no hay, la tasa unica de TASAS.DAT.
      * Solo sirve de referencia; la factura convierte con la tasa
      * vigente a la fecha trabajada.
       250-BUSCAR-TASA.
           MOVE ZERO TO WS-TASA-VALOR.
           MOVE SPACES TO WS-TASA-DESDE.
           IF CLI-MONEDA NOT = SPACES
               OPEN INPUT TASAHIST
               IF TASAHIST-OK
                   PERFORM 255-EVALUAR-TASA-HIST UNTIL TASAHIST-EOF
                   CLOSE TASAHIST
               END-IF
               IF WS-TASA-VALOR = ZERO
                   OPEN INPUT TASA
                   IF TASA-OK
                       PERFORM 258-EVALUAR-TASA UNTIL TASA-EOF
                       CLOSE TASA
                   END-IF
               END-IF
           END-IF.

       255-EVALUAR-TASA-HIST.
           READ TASAHIST RECORD
               AT END CONTINUE
           END-READ.
           IF NOT TASAHIST-EOF
               IF TSH-MONEDA = CLI-MONEDA AND
                   TSH-FVIGENCIA <= WS-FECHA AND
                   (WS-TASA-DESDE = SPACES OR
                    TSH-FVIGENCIA > WS-TASA-DESDE)
                   MOVE TSH-VALOR TO WS-TASA-VALOR
                   MOVE TSH-FVIGENCIA TO WS-TASA-DESDE
               END-IF
           END-IF.

       258-EVALUAR-TASA.
           READ TASA RECORD
               AT END CONTINUE
           END-READ.
           IF NOT TASA-EOF
               IF TASA-MONEDA = CLI-MONEDA
                   MOVE TASA-VALOR TO WS-TASA-VALOR
               END-IF
           END-IF.

       300-IMPRIMIR-ENCABEZADO.
           MOVE CLI-COD-CLIENTE TO WS-ENC-CLI-COD.
           MOVE CLI-RAZON-SOCIAL TO WS-ENC-CLI-RAZON.
           MOVE WS-ENC-CLI-NOM TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.
           MOVE WS-FECHA-TAR TO WS-ENC-VIG-FECHA.
           MOVE WS-ENC-VIGENCIA TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.
           MOVE SPACES TO TARIFARIO-LINEA.
           IF CLI-MONEDA = SPACES
               MOVE "Moneda de facturacion: pesos" TO TARIFARIO-LINEA
           ELSE
               STRING "Moneda de facturacion: " DELIMITED BY SIZE
                   CLI-MONEDA DELIMITED BY SIZE
                   " (tarifas en pesos, se convierten con la tasa "
                       DELIMITED BY SIZE
                   "vigente al dia trabajado)" DELIMITED BY SIZE
                   INTO TARIFARIO-LINEA
           END-IF.
           WRITE TARIFARIO-LINEA.
           IF CLI-MONEDA NOT = SPACES
               MOVE SPACES TO TARIFARIO-LINEA
               IF WS-TASA-VALOR > ZERO
                   MOVE WS-TASA-VALOR TO WS-EDIT-TASA
                   STRING "Tasa de referencia a la fecha: "
                           DELIMITED BY SIZE
                       WS-EDIT-TASA DELIMITED BY SIZE
                       " pesos por " DELIMITED BY SIZE
                       CLI-MONEDA DELIMITED BY SIZE
                       INTO TARIFARIO-LINEA
               ELSE
                   MOVE "Sin tasa de cambio cargada para la moneda"
                       TO TARIFARIO-LINEA
               END-IF
               WRITE TARIFARIO-LINEA
           END-IF.
           MOVE SPACES TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.

      * Tarifa por perfil: la propia del cliente y, si no tiene, la
      * general. Un perfil sin ninguna de las dos no se cotiza.
       310-IMPRIMIR-PERFILES.
           MOVE "TARIFA HORARIA POR PERFIL" TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.
           MOVE "  P  Descripcion            Tarifa  Origen      Vigen
      -        "cia                   Equivalente" TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.
           PERFORM VARYING WS-PER-K FROM 1 BY 1
               UNTIL WS-PER-K > WS-T-PER-COUNT
               PERFORM 315-IMPRIMIR-UN-PERFIL
           END-PERFORM.
           MOVE SPACES TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.

       315-IMPRIMIR-UN-PERFIL.
           MOVE SPACES TO WS-LIN-TARIFA.
           MOVE WS-T-PER-PERFIL(WS-PER-K) TO WS-LIN-TAR-PERFIL.
           MOVE WS-T-PER-DESC(WS-PER-K) TO WS-LIN-TAR-DESC.
           IF WS-T-PER-CLI-HALLADA(WS-PER-K) = 'S'
               MOVE WS-T-PER-CLI-TARIFA(WS-PER-K) TO WS-LIN-TAR-IMP
               MOVE "PACTADA" TO WS-LIN-TAR-ORIGEN
               MOVE WS-T-PER-CLI-DESDE(WS-PER-K) TO WS-LIN-TAR-DESDE
               MOVE WS-T-PER-CLI-HASTA(WS-PER-K) TO WS-LIN-TAR-HASTA
               MOVE WS-T-PER-CLI-TARIFA(WS-PER-K) TO WS-TARIFA-MON
           ELSE
               IF WS-T-PER-GEN-HALLADA(WS-PER-K) = 'S'
                   MOVE WS-T-PER-GEN-TARIFA(WS-PER-K)
                       TO WS-LIN-TAR-IMP
                   MOVE "GENERAL" TO WS-LIN-TAR-ORIGEN
                   MOVE WS-T-PER-GEN-DESDE(WS-PER-K)
                       TO WS-LIN-TAR-DESDE
                   MOVE WS-T-PER-GEN-HASTA(WS-PER-K)
                       TO WS-LIN-TAR-HASTA
                   MOVE WS-T-PER-GEN-TARIFA(WS-PER-K)
                       TO WS-TARIFA-MON
               ELSE
                   MOVE ZERO TO WS-LIN-TAR-IMP
                   MOVE "SIN TARIFA" TO WS-LIN-TAR-ORIGEN
                   MOVE ZERO TO WS-TARIFA-MON
               END-IF
           END-IF.
           IF WS-LIN-TAR-HASTA = SPACES AND
               WS-LIN-TAR-ORIGEN NOT = "SIN TARIFA"
               MOVE "(abierta)" TO WS-LIN-TAR-HASTA
           END-IF.
           IF WS-TASA-VALOR > ZERO AND WS-TARIFA-MON > ZERO
               DIVIDE WS-TARIFA-MON BY WS-TASA-VALOR
                   GIVING WS-TARIFA-MON ROUNDED
               MOVE WS-TARIFA-MON TO WS-LIN-TAR-MON
               MOVE CLI-MONEDA TO WS-LIN-TAR-MON-COD
           END-IF.
           MOVE WS-LIN-TARIFA TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.

      * Tarifas pactadas para un consultor en particular: ganan a la
      * del perfil cuando ese consultor trabaja para el cliente.
       320-IMPRIMIR-EXCEPCIONES.
           MOVE "EXCEPCIONES POR CONSULTOR" TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.
           IF WS-T-EXC-COUNT = ZERO
               MOVE "  No hay tarifas pactadas por consultor."
                   TO TARIFARIO-LINEA
               WRITE TARIFARIO-LINEA
           ELSE
               PERFORM VARYING WS-EXC-K FROM 1 BY 1
                   UNTIL WS-EXC-K > WS-T-EXC-COUNT
                   PERFORM 325-IMPRIMIR-UNA-EXCEPCION
               END-PERFORM
           END-IF.
           MOVE SPACES TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.

       325-IMPRIMIR-UNA-EXCEPCION.
           MOVE WS-T-EXC-CONS(WS-EXC-K) TO WS-LIN-EXC-CONS.
           MOVE SPACES TO WS-LIN-EXC-NOMBRE.
           IF WS-HAY-CON = 'S'
               MOVE WS-T-EXC-CONS(WS-EXC-K) TO CON-COD-CONS
               READ CON
                   INVALID KEY
                       MOVE "(CONSULTOR INEXISTENTE)"
                           TO WS-LIN-EXC-NOMBRE
                   NOT INVALID KEY
                       MOVE CON-APEYNOM TO WS-LIN-EXC-NOMBRE
               END-READ
           END-IF.
           MOVE WS-T-EXC-PERFIL(WS-EXC-K) TO WS-LIN-EXC-PERFIL.
           MOVE WS-T-EXC-TARIFA(WS-EXC-K) TO WS-LIN-EXC-IMP.
           MOVE WS-T-EXC-DESDE(WS-EXC-K) TO WS-LIN-EXC-DESDE.
           IF WS-T-EXC-HASTA(WS-EXC-K) = SPACES
               MOVE "(abierta)" TO WS-LIN-EXC-HASTA
           ELSE
               MOVE WS-T-EXC-HASTA(WS-EXC-K) TO WS-LIN-EXC-HASTA
           END-IF.
           MOVE WS-LIN-EXCEP TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.

       330-IMPRIMIR-DESCUENTOS.
           MOVE "DESCUENTOS POR VOLUMEN DEL PERIODO" TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.
           MOVE ZERO TO WS-CANT-ESCALAS.
           OPEN INPUT DTOVOL.
           IF DTOVOL-OK
               PERFORM 335-IMPRIMIR-UNA-ESCALA UNTIL DTOVOL-EOF
           END-IF.
           CLOSE DTOVOL.
           IF WS-CANT-ESCALAS = ZERO
               MOVE "  Sin escalas de descuento pactadas."
                   TO TARIFARIO-LINEA
               WRITE TARIFARIO-LINEA
           ELSE
               MOVE "  Rige el mayor umbral alcanzado en el periodo."
                   TO TARIFARIO-LINEA
               WRITE TARIFARIO-LINEA
           END-IF.
           MOVE SPACES TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.

       335-IMPRIMIR-UNA-ESCALA.
           READ DTOVOL RECORD
               AT END CONTINUE
           END-READ.
           IF NOT DTOVOL-EOF AND DTO-CLIENTE = CLI-COD-CLIENTE
               IF DTO-TIPO = 'H'
                   MOVE "Por horas" TO WS-LIN-ESC-TIPO
               ELSE
                   MOVE "Por importe" TO WS-LIN-ESC-TIPO
               END-IF
               MOVE DTO-UMBRAL TO WS-LIN-ESC-UMBRAL
               MOVE DTO-PORCENTAJE TO WS-LIN-ESC-PCT
               MOVE WS-LIN-ESCALA TO TARIFARIO-LINEA
               WRITE TARIFARIO-LINEA
               ADD 1 TO WS-CANT-ESCALAS
           END-IF.

      * Recargo, gastos y redondeo: las mismas reglas que aplica la
      * facturacion a cada hora registrada.
       340-IMPRIMIR-CONDICIONES.
           MOVE "OTRAS CONDICIONES" TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.
           PERFORM 346-IMPRIMIR-UNIDAD.
           MOVE ZERO TO WS-RCG-PCT.
           OPEN INPUT RECARGOS.
           IF RECARGOS-OK
               PERFORM 345-BUSCAR-RECARGO UNTIL RECARGOS-EOF
           END-IF.
           CLOSE RECARGOS.
           MOVE "Recargo sabado, domingo y feriado:"
               TO WS-LIN-DATO-TXT.
           IF WS-RCG-PCT = ZERO
               MOVE "sin recargo" TO WS-LIN-DATO-VAL
           ELSE
               MOVE WS-RCG-PCT TO WS-EDIT-PCT
               MOVE SPACES TO WS-LIN-DATO-VAL
               STRING WS-EDIT-PCT DELIMITED BY SIZE
                   " % sobre la tarifa" DELIMITED BY SIZE
                   INTO WS-LIN-DATO-VAL
           END-IF.
           MOVE WS-LIN-DATO TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.
           MOVE "Markup sobre gastos reembolsables:"
               TO WS-LIN-DATO-TXT.
           IF CLI-MARKUP-GASTOS = ZERO
               MOVE "sin markup" TO WS-LIN-DATO-VAL
           ELSE
               MOVE CLI-MARKUP-GASTOS TO WS-EDIT-PCT
               MOVE SPACES TO WS-LIN-DATO-VAL
               STRING WS-EDIT-PCT DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
                   INTO WS-LIN-DATO-VAL
           END-IF.
           MOVE WS-LIN-DATO TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.
           MOVE "Redondeo de horas:" TO WS-LIN-DATO-TXT.
           MOVE SPACES TO WS-LIN-DATO-VAL.
           IF CLI-RED-INCREMENTO > ZERO AND
               (CLI-RED-SENTIDO = 'A' OR CLI-RED-SENTIDO = 'B')
               MOVE CLI-RED-INCREMENTO TO WS-EDIT-HORAS
               IF CLI-RED-SENTIDO = 'A'
                   STRING "multiplo de " DELIMITED BY SIZE
                       WS-EDIT-HORAS DELIMITED BY SIZE
                       " hs, hacia arriba" DELIMITED BY SIZE
                       INTO WS-LIN-DATO-VAL
               ELSE
                   STRING "multiplo de " DELIMITED BY SIZE
                       WS-EDIT-HORAS DELIMITED BY SIZE
                       " hs, hacia abajo" DELIMITED BY SIZE
                       INTO WS-LIN-DATO-VAL
               END-IF
           ELSE
               MOVE "sin redondeo, horas registradas"
                   TO WS-LIN-DATO-VAL
           END-IF.
           MOVE WS-LIN-DATO TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.
           MOVE "Minimo facturable por dia trabajado:"
               TO WS-LIN-DATO-TXT.
           MOVE SPACES TO WS-LIN-DATO-VAL.
           IF CLI-MIN-DIARIO > ZERO
               MOVE CLI-MIN-DIARIO TO WS-EDIT-HORAS
               STRING WS-EDIT-HORAS DELIMITED BY SIZE
                   " hs" DELIMITED BY SIZE
                   INTO WS-LIN-DATO-VAL
           ELSE
               MOVE "sin minimo" TO WS-LIN-DATO-VAL
           END-IF.
           MOVE WS-LIN-DATO TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.

       345-BUSCAR-RECARGO.
           READ RECARGOS RECORD
               AT END CONTINUE
           END-READ.
           IF NOT RECARGOS-EOF AND RCG-CLIENTE = CLI-COD-CLIENTE
               MOVE RCG-PORCENTAJE TO WS-RCG-PCT
           END-IF.

      * Las tarifas del cuadro rigen por la unidad pactada.
       346-IMPRIMIR-UNIDAD.
           MOVE 'H' TO WS-UNIDAD.
           MOVE 4 TO WS-UNI-UMBRAL.
           MOVE 8 TO WS-UNI-HS-UNIDAD.
           OPEN INPUT UNIFACT.
           IF UNIFACT-OK
               PERFORM 347-BUSCAR-UNIDAD UNTIL UNIFACT-EOF
           END-IF.
           CLOSE UNIFACT.
           MOVE "Unidad de facturacion:" TO WS-LIN-DATO-TXT.
           MOVE SPACES TO WS-LIN-DATO-VAL.
           EVALUATE WS-UNIDAD
               WHEN 'J'
                   MOVE WS-UNI-UMBRAL TO WS-EDIT-HS-UNI
                   STRING "jornada (hasta " DELIMITED BY SIZE
                       WS-EDIT-HS-UNI DELIMITED BY SIZE
                       " hs media jornada)" DELIMITED BY SIZE
                       INTO WS-LIN-DATO-VAL
               WHEN 'M'
                   MOVE WS-UNI-UMBRAL TO WS-EDIT-HS-UNI
                   STRING "media jornada (mas de " DELIMITED BY SIZE
                       WS-EDIT-HS-UNI DELIMITED BY SIZE
                       " hs, dos)" DELIMITED BY SIZE
                       INTO WS-LIN-DATO-VAL
               WHEN 'U'
                   MOVE WS-UNI-HS-UNIDAD TO WS-EDIT-HS-UNI
                   STRING "unidad de " DELIMITED BY SIZE
                       WS-EDIT-HS-UNI DELIMITED BY SIZE
                       " hs, hacia arriba" DELIMITED BY SIZE
                       INTO WS-LIN-DATO-VAL
               WHEN OTHER
                   MOVE "hora" TO WS-LIN-DATO-VAL
           END-EVALUATE.
           MOVE WS-LIN-DATO TO TARIFARIO-LINEA.
           WRITE TARIFARIO-LINEA.

       347-BUSCAR-UNIDAD.
           READ UNIFACT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT UNIFACT-EOF AND UNI-CLIENTE = CLI-COD-CLIENTE
               MOVE UNI-UNIDAD TO WS-UNIDAD
               IF UNI-UMBRAL NUMERIC AND UNI-UMBRAL > ZERO
                   MOVE UNI-UMBRAL TO WS-UNI-UMBRAL
               END-IF
               IF UNI-HS-UNIDAD NUMERIC AND UNI-HS-UNIDAD > ZERO
                   MOVE UNI-HS-UNIDAD TO WS-UNI-HS-UNIDAD
               END-IF
           END-IF.

      * El tarifario se envia a los contactos de facturacion del
      * cliente registrados en CONTACTOS.DAT.
       420-ENVIAR-A-CONTACTOS.
           MOVE CLI-COD-CLIENTE TO CTO-CLIENTE.
           MOVE ZERO TO CTO-SEC.
           MOVE 'N' TO WS-CTO-FIN.
           START CTO KEY IS NOT LESS THAN CTO-KEY
               INVALID KEY MOVE 'S' TO WS-CTO-FIN
           END-START.
           PERFORM 430-ENVIAR-UN-CONTACTO UNTIL WS-CTO-FIN = 'S'.

       430-ENVIAR-UN-CONTACTO.
           READ CTO NEXT RECORD
               AT END MOVE 'S' TO WS-CTO-FIN
           END-READ.
           IF WS-CTO-FIN = 'N'
               IF CTO-CLIENTE NOT = CLI-COD-CLIENTE
                   MOVE 'S' TO WS-CTO-FIN
               ELSE
                   IF CTO-ROL = 'F'
                       MOVE CTO-EMAIL TO WS-EMAIL-DIR
                       PERFORM 440-VALIDAR-EMAIL-DIR
                       IF WS-EMAIL-BAD-COUNT = ZERO
                           MOVE SPACES TO WS-EMAIL-CMD
                           STRING 'mail -s "Tarifario" '
                                       DELIMITED BY SIZE
                                   WS-EMAIL-DIR DELIMITED BY SPACE
                                   " < " DELIMITED BY SIZE
                                   WS-TARIFARIO-NOMBRE
                                       DELIMITED BY SPACE
                               INTO WS-EMAIL-CMD
                           CALL "SYSTEM" USING WS-EMAIL-CMD
                           ADD 1 TO WS-CANT-ENVIOS
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

       900-FIN.
           CLOSE CLI.
           CLOSE TAR.
           IF WS-HAY-CON = 'S'
               CLOSE CON
           END-IF.
           IF WS-HAY-CONTACTOS = 'S'
               CLOSE CTO
           END-IF.
           DISPLAY "TARIFARIOS EMITIDOS: " WS-CANT-TARIFARIOS.
           IF WS-ENVIAR = 'S'
               DISPLAY "ENVIOS POR MAIL: " WS-CANT-ENVIOS
           END-IF.

       END PROGRAM TARIFARIOCLI.
