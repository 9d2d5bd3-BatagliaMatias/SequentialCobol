       IDENTIFICATION DIVISION.
         PROGRAM-ID. CASTIGOS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT CAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAS-KEY
           FILE STATUS IS CAS-FS.

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

           SELECT RCL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RCL-KEY
           FILE STATUS IS RCL-FS.

           SELECT PLN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PLN-NRO
           FILE STATUS IS PLN-FS.

           SELECT PLF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PLF-KEY
           FILE STATUS IS PLF-FS.

           SELECT OPTIONAL CUENTAS ASSIGN TO "CUENTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUENTAS-FS.

           SELECT OPTIONAL GLEXP ASSIGN TO "GL_EXPORT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLEXP-FS.

           SELECT CASLIS ASSIGN TO "CASTIGOS.PRN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CASLIS-FS.

       DATA DIVISION.
        FILE SECTION.
      *  Registro de castigos de incobrables: el saldo de la
      *  facturacion se da de baja contra la prevision y la
      *  facturacion sale del aging y del resumen de cuenta. Lo que
      *  el cliente pague despues COBRANZAS lo toma como recupero.
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

         FD PLF
          VALUE OF FILE-ID IS "PLANFACT.DAT".
          01 PLF-REG.
            02 PLF-KEY.
                03 PLF-NRO-FACT PIC 9(6).
                03 PLF-CLIENTE PIC 9(4).
            02 PLF-DATOS.
                03 PLF-NRO-PLAN PIC 9(6).
                03 PLF-SALDO PIC S9(9)V99.

         FD CUENTAS
           LABEL RECORD OMITTED.
         01 CTA-REG.
            03 CTA-ROL PIC X(10).
            03 CTA-CUENTA PIC X(40).

         FD GLEXP
           LABEL RECORD OMITTED.
         01 GLEXP-LINEA PIC X(120).

         FD CASLIS
           LABEL RECORD OMITTED.
         01 CASLIS-LINEA PIC X(100).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 CAS-FS PIC X(2).
          01 FACTCLI-FS PIC X(2).
          01 APROB-FS PIC X(2).
          01 APL-FS PIC X(2).
          01 RCL-FS PIC X(2).
          01 PLN-FS PIC X(2).
          01 PLF-FS PIC X(2).
          01 CUENTAS-FS PIC X(2).
              88 CUENTAS-OK VALUE '00'.
              88 CUENTAS-EOF VALUE '10'.
          01 GLEXP-FS PIC X(2).
          01 CASLIS-FS PIC X(2).
          01 WS-HAY-RECLAMOS PIC X VALUE 'N'.
          01 WS-HAY-PLANES PIC X VALUE 'N'.
          01 WS-LIST-EOF PIC X.
          01 WS-APL-EOF PIC X.
          01 WS-CONFIRMA PIC X.
          01 WS-CANT-LISTADOS PIC 9(4).
          01 WS-IMP-EDIT PIC -ZZZ.ZZZ.Z99,99.
          01 WS-FACTURADO PIC S9(9)V99.
          01 WS-COBRADO PIC S9(9)V99.
          01 WS-SALDO PIC S9(9)V99.
          01 WS-GL-NUM PIC -(7)9,99.
          01 WS-TOT-CASTIGADO PIC S9(11)V99.
          01 WS-TOT-RECUPERADO PIC S9(11)V99.

          01 WS-CTA-PREVISION PIC X(40)
              VALUE "1.1.9 PREVISION DEUDORES INCOBRABLES".
          01 WS-CTA-DEUDORES PIC X(40)
              VALUE "1.1.3 DEUDORES POR VENTAS".

          01 WS-ENC-CAS.
              03 FILLER PIC X(8) VALUE "FACTURA ".
              03 FILLER PIC X(6) VALUE "CLIE  ".
              03 FILLER PIC X(10) VALUE "FECHA     ".
              03 FILLER PIC X(10) VALUE "AUTORIZO  ".
              03 FILLER PIC X(16) VALUE "       CASTIGADO".
              03 FILLER PIC X(16) VALUE "     RECUPERADO ".
              03 FILLER PIC X(30) VALUE " MOTIVO".

          01 WS-LIN-CAS.
              03 WS-LIN-CAS-FACT PIC 9(6).
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-CAS-CLI PIC 9(4).
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-CAS-FECHA PIC X(8).
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-CAS-USU PIC X(8).
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-CAS-IMP PIC -ZZZ.ZZZ.Z99,99.
              03 FILLER PIC X VALUE " ".
              03 WS-LIN-CAS-REC PIC -ZZZ.ZZZ.Z99,99.
              03 FILLER PIC X(2) VALUE "  ".
              03 WS-LIN-CAS-MOTIVO PIC X(30).

          01 WS-LIN-CAS-TOT.
              03 FILLER PIC X(34) VALUE "TOTAL CASTIGADO / RECUPERADO".
              03 WS-LIN-CAS-TOT-IMP PIC -ZZZ.ZZZ.Z99,99.
              03 FILLER PIC X VALUE " ".
              03 WS-LIN-CAS-TOT-REC PIC -ZZZ.ZZZ.Z99,99.

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O CAS.
          IF CAS-FS NOT = '00'
              OPEN OUTPUT CAS
              CLOSE CAS
              OPEN I-O CAS
          END-IF.
          OPEN INPUT FACTCLI.
          OPEN INPUT APROB.
          OPEN INPUT APL.
          OPEN INPUT RCL.
          IF RCL-FS = '00'
              MOVE 'S' TO WS-HAY-RECLAMOS
          END-IF.
          OPEN INPUT PLF.
          IF PLF-FS = '00'
              MOVE 'S' TO WS-HAY-PLANES
              OPEN INPUT PLN
          END-IF.
          PERFORM CARGAR-CUENTAS-GL.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE CASTIGO DE INCOBRABLES::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=CASTIGAR FACTURACION"
          DISPLAY "    2=VER CASTIGO"
          DISPLAY "    3=REGISTRO DE CASTIGOS Y RECUPEROS"
          display "    0=EXIT"
          ACCEPT choice

          EVALUATE CHOICE
           WHEN 1 PERFORM CASTIGAR1
           WHEN 2 PERFORM VER1
           WHEN 3 PERFORM LISTAR1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE CAS.
         CLOSE FACTCLI.
         CLOSE APROB.
         CLOSE APL.
         IF WS-HAY-RECLAMOS = 'S'
             CLOSE RCL
         END-IF.
         IF WS-HAY-PLANES = 'S'
             CLOSE PLF
             CLOSE PLN
         END-IF.
         STOP RUN.

         CARGAR-CUENTAS-GL.
           OPEN INPUT CUENTAS.
           IF CUENTAS-OK
             PERFORM CARGAR-UNA-CUENTA UNTIL CUENTAS-EOF
           END-IF.
           CLOSE CUENTAS.

         CARGAR-UNA-CUENTA.
           READ CUENTAS RECORD
             AT END CONTINUE
           END-READ.
           IF NOT CUENTAS-EOF
             EVALUATE CTA-ROL
               WHEN "PREVISION"
                 MOVE CTA-CUENTA TO WS-CTA-PREVISION
               WHEN "DEUDORES"
                 MOVE CTA-CUENTA TO WS-CTA-DEUDORES
             END-EVALUATE
           END-IF.

      *  Se castiga una facturacion aprobada con saldo, sin reclamo
      *  abierto ni plan de pago vigente. Se da de baja el saldo
      *  que queda a la fecha, con el usuario que lo autoriza.
         CASTIGAR1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE FACTURACION".
           ACCEPT FCL-NRO-FACT.
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT FCL-CLIENTE.
           READ FACTCLI
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  LA FACTURACION NO EXISTE PARA ESE CLIENTE"
           ELSE
             MOVE FCL-NRO-FACT TO CAS-NRO-FACT
             MOVE FCL-CLIENTE TO CAS-CLIENTE
             READ CAS
               INVALID KEY MOVE 'N' TO REXIST
             END-READ
             IF REXIST = 'Y'
               DISPLAY "  LA FACTURACION YA FUE CASTIGADA EL "
                   CAS-FECHA
             ELSE
               PERFORM CASTIGAR1-VALIDAR
             END-IF
           END-IF.

         CASTIGAR1-VALIDAR.
           MOVE 'Y' TO REXIST.
           MOVE FCL-NRO-FACT TO APROB-NRO-FACT.
           READ APROB
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N' OR APROB-ESTADO NOT = "APROBADO"
             DISPLAY "  LA FACTURACION NO ESTA APROBADA"
             MOVE 'N' TO REXIST
           END-IF.
           IF REXIST = 'Y' AND WS-HAY-RECLAMOS = 'S'
             MOVE FCL-NRO-FACT TO RCL-NRO-FACT
             MOVE FCL-CLIENTE TO RCL-CLIENTE
             READ RCL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF RCL-ABIERTO
                   DISPLAY "  TIENE UN RECLAMO ABIERTO, CIERRELO "
                       "ANTES DE CASTIGAR"
                   MOVE 'N' TO REXIST
                 END-IF
             END-READ
           END-IF.
           IF REXIST = 'Y' AND WS-HAY-PLANES = 'S'
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
                       DISPLAY "  ESTA EN EL PLAN DE PAGO VIGENTE "
                           PLN-NRO
                       MOVE 'N' TO REXIST
                     END-IF
                 END-READ
             END-READ
           END-IF.
           IF REXIST = 'Y'
             PERFORM CALCULAR-SALDO
             IF WS-SALDO <= ZERO
               DISPLAY "  LA FACTURACION NO TIENE SALDO PENDIENTE"
             ELSE
               PERFORM CASTIGAR1-DATOS
             END-IF
           END-IF.

         CASTIGAR1-DATOS.
           MOVE WS-SALDO TO WS-IMP-EDIT.
           DISPLAY "  SALDO A CASTIGAR: $" WS-IMP-EDIT.
           DISPLAY "ENTER THE  FECHA DEL CASTIGO (AAAAMMDD)".
           ACCEPT CAS-FECHA.
           DISPLAY "ENTER THE  MOTIVO".
           ACCEPT CAS-MOTIVO.
           DISPLAY "ENTER THE  USUARIO QUE AUTORIZA".
           ACCEPT CAS-USUARIO.
           IF CAS-USUARIO = SPACES
             DISPLAY "  EL CASTIGO REQUIERE UN USUARIO QUE LO "
                 "AUTORICE"
           ELSE
             DISPLAY "CONFIRMA EL CASTIGO (S/N)"
             ACCEPT WS-CONFIRMA
             IF WS-CONFIRMA = 'S'
               MOVE WS-SALDO TO CAS-IMPORTE
               MOVE ZERO TO CAS-RECUPERADO
               MOVE SPACES TO CAS-FECHA-RECUPERO
               WRITE CAS-REG
                 INVALID KEY DISPLAY "  RECORD IS ALREADY EXIST"
                 NOT INVALID KEY
                   PERFORM GRABAR-GL-CASTIGO
                   DISPLAY "  FACTURACION CASTIGADA CONTRA LA "
                       "PREVISION"
               END-WRITE
             END-IF
           END-IF.

      *  Saldo de la facturacion para el cliente: total menos lo
      *  aplicado en COBRO_APLIC.DAT.
         CALCULAR-SALDO.
           ADD FCL-TOTAL-NETO FCL-TOTAL-IVA GIVING WS-FACTURADO.
           MOVE ZERO TO WS-COBRADO.
           MOVE FCL-NRO-FACT TO APL-NRO-FACT.
           MOVE ZERO TO APL-REC-NRO.
           MOVE 'N' TO WS-APL-EOF.
           START APL KEY IS NOT LESS THAN APL-KEY
             INVALID KEY MOVE 'S' TO WS-APL-EOF
           END-START.
           PERFORM CALCULAR-SALDO-APL UNTIL WS-APL-EOF = 'S'.
           SUBTRACT WS-COBRADO FROM WS-FACTURADO GIVING WS-SALDO.

         CALCULAR-SALDO-APL.
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

      *  Asiento del castigo: debe prevision, haber deudores.
         GRABAR-GL-CASTIGO.
           MOVE CAS-IMPORTE TO WS-GL-NUM.
           OPEN EXTEND GLEXP.
           MOVE SPACES TO GLEXP-LINEA.
           STRING CAS-NRO-FACT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CAS-FECHA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CTA-PREVISION DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GL-NUM DELIMITED BY SIZE
               ",0,00" DELIMITED BY SIZE
               INTO GLEXP-LINEA.
           WRITE GLEXP-LINEA.
           MOVE SPACES TO GLEXP-LINEA.
           STRING CAS-NRO-FACT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CAS-FECHA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CTA-DEUDORES DELIMITED BY SIZE
               ",0,00," DELIMITED BY SIZE
               WS-GL-NUM DELIMITED BY SIZE
               INTO GLEXP-LINEA.
           WRITE GLEXP-LINEA.
           CLOSE GLEXP.

         VER1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE FACTURACION".
           ACCEPT CAS-NRO-FACT.
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT CAS-CLIENTE.
           READ CAS
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  LA FACTURACION NO ESTA CASTIGADA"
           ELSE
             DISPLAY "FACTURACION: " CAS-NRO-FACT
                 "  CLIENTE: " CAS-CLIENTE
             DISPLAY "FECHA: " CAS-FECHA
                 "  AUTORIZO: " CAS-USUARIO
             DISPLAY "MOTIVO: " CAS-MOTIVO
             MOVE CAS-IMPORTE TO WS-IMP-EDIT
             DISPLAY "IMPORTE CASTIGADO: $" WS-IMP-EDIT
             MOVE CAS-RECUPERADO TO WS-IMP-EDIT
             DISPLAY "RECUPERADO:        $" WS-IMP-EDIT
             IF CAS-RECUPERADO NOT = ZERO
               DISPLAY "ULTIMO RECUPERO: " CAS-FECHA-RECUPERO
             END-IF
           END-IF.

         LISTAR1.
           MOVE ZERO TO WS-CANT-LISTADOS.
           MOVE ZERO TO WS-TOT-CASTIGADO.
           MOVE ZERO TO WS-TOT-RECUPERADO.
           OPEN OUTPUT CASLIS.
           MOVE "REGISTRO DE CASTIGOS DE INCOBRABLES" TO CASLIS-LINEA.
           WRITE CASLIS-LINEA.
           MOVE SPACES TO CASLIS-LINEA.
           WRITE CASLIS-LINEA.
           MOVE WS-ENC-CAS TO CASLIS-LINEA.
           WRITE CASLIS-LINEA.
           MOVE LOW-VALUE TO CAS-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           START CAS KEY IS NOT LESS THAN CAS-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LISTAR1-UNA UNTIL WS-LIST-EOF = 'S'.
           MOVE SPACES TO CASLIS-LINEA.
           WRITE CASLIS-LINEA.
           MOVE WS-TOT-CASTIGADO TO WS-LIN-CAS-TOT-IMP.
           MOVE WS-TOT-RECUPERADO TO WS-LIN-CAS-TOT-REC.
           MOVE WS-LIN-CAS-TOT TO CASLIS-LINEA.
           WRITE CASLIS-LINEA.
           CLOSE CASLIS.
           DISPLAY "CASTIGOS LISTADOS: " WS-CANT-LISTADOS.
           DISPLAY "REGISTRO GRABADO EN CASTIGOS.PRN".

         LISTAR1-UNA.
           READ CAS NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             MOVE CAS-NRO-FACT TO WS-LIN-CAS-FACT
             MOVE CAS-CLIENTE TO WS-LIN-CAS-CLI
             MOVE CAS-FECHA TO WS-LIN-CAS-FECHA
             MOVE CAS-USUARIO TO WS-LIN-CAS-USU
             MOVE CAS-IMPORTE TO WS-LIN-CAS-IMP
             MOVE CAS-RECUPERADO TO WS-LIN-CAS-REC
             MOVE CAS-MOTIVO TO WS-LIN-CAS-MOTIVO
             MOVE WS-LIN-CAS TO CASLIS-LINEA
             WRITE CASLIS-LINEA
             ADD CAS-IMPORTE TO WS-TOT-CASTIGADO
             ADD CAS-RECUPERADO TO WS-TOT-RECUPERADO
             ADD 1 TO WS-CANT-LISTADOS
           END-IF.

       END PROGRAM CASTIGOS.
