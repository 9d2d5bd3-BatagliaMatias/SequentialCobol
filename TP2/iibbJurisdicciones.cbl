               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVENIO-FS.

           SELECT PAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAD-KEY
               FILE STATUS IS PAD-FS.

           SELECT LISTADO ASSIGN TO "IIBB_JURIS.PRN"
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

       FD CONVENIO
           LABEL RECORD OMITTED.
           03 CNV-JURISDICCION PIC X(3).
           03 CNV-COEFICIENTE PIC 9V9999.

      * Padron de IIBB por CUIT con vigencia (IMPPADRON).
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
       01 LISTADO-LINEA PIC X(120).
       01 CONVENIO-FS                  PIC X(2).
           88 CONVENIO-OK                     VALUE '00'.
           88 CONVENIO-EOF                    VALUE '10'.
       01 PAD-FS                       PIC X(2).
       01 LISTADO-FS                   PIC X(2).

       01 WS-PERIODO                   PIC X(6).
       01 WS-JUR-HALLADA               PIC X.
       01 WS-TOTAL-FACTURADO           PIC S9(11)V99 VALUE ZERO.
       01 WS-ASIGNADO                  PIC S9(11)V99.
       01 WS-TOTAL-RETENIDO            PIC S9(11)V99 VALUE ZERO.
       01 WS-RETENIDO                  PIC S9(11)V99.

       01 WS-HAY-PADRON                PIC X VALUE 'N'.
       01 WS-PAD-EOF                   PIC X.
       01 WS-PAD-HALLADO               PIC X.
       01 WS-PAD-ALIC                  PIC 9(2)V99.
       01 WS-ALIC-IIBB                 PIC 9(2)V99.

       01 WS-T-JUR-COUNT               PIC 9(2) VALUE ZERO.
       01 WS-T-JUR.
               05 WS-T-JUR-COD          PIC X(3).
               05 WS-T-JUR-COEF         PIC 9V9999.
               05 WS-T-JUR-DIRECTO      PIC S9(11)V99.
               05 WS-T-JUR-RETENIDO     PIC S9(11)V99.

       01 WS-ENC-JUR.
           03 FILLER PIC X(47) VALUE
           03 FILLER PIC X(7) VALUE "ERIODO ".
           03 WS-ENC-JUR-PER PIC X(6).

       01 WS-ENC-COL PIC X(100) VALUE
           "JURISD  COEFIC.       INGRESO DIRECTO     BASE SEGUN CO
      -    "NVENIO    RET. SEGUN PADRON".

       01 WS-LIN-JUR.
           03 WS-LIN-JUR-COD       PIC X(3).
           03 WS-LIN-JUR-DIRECTO   PIC -Z.ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X(2) VALUE " $".
           03 WS-LIN-JUR-BASE      PIC -Z.ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X(2) VALUE " $".
           03 WS-LIN-JUR-RET       PIC -Z.ZZZ.ZZZ.Z99,99.

       01 WS-LIN-TOT.
           03 FILLER               PIC X(13)
               VALUE "TOTAL      $ ".
           03 WS-LIN-TOT-VAL       PIC -Z.ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X(23) VALUE SPACES.
           03 WS-LIN-TOT-RET       PIC -Z.ZZZ.ZZZ.Z99,99.

       PROCEDURE DIVISION.

               STOP RUN.
           OPEN INPUT APROB.
           OPEN INPUT CLI.
           OPEN INPUT PAD.
           IF PAD-FS = '00'
               MOVE 'S' TO WS-HAY-PADRON
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE LOW-VALUE TO FCL-KEY.
           START FACTCLI KEY IS NOT LESS THAN FCL-KEY
               MOVE CNV-COEFICIENTE
                   TO WS-T-JUR-COEF(WS-T-JUR-COUNT)
               MOVE ZERO TO WS-T-JUR-DIRECTO(WS-T-JUR-COUNT)
               MOVE ZERO TO WS-T-JUR-RETENIDO(WS-T-JUR-COUNT)
           END-IF.

       100-RECORRER-FACTCLI.
               MOVE WS-JUR TO WS-T-JUR-COD(WS-J)
               MOVE ZERO TO WS-T-JUR-COEF(WS-J)
               MOVE ZERO TO WS-T-JUR-DIRECTO(WS-J)
               MOVE ZERO TO WS-T-JUR-RETENIDO(WS-J)
           END-IF.
           PERFORM 120-ALICUOTA-CLIENTE.
           COMPUTE WS-RETENIDO ROUNDED =
               FCL-TOTAL-NETO * WS-ALIC-IIBB / 100.
           ADD WS-RETENIDO TO WS-TOTAL-RETENIDO.
           IF WS-J <= WS-T-JUR-COUNT
               ADD FCL-TOTAL-NETO TO WS-T-JUR-DIRECTO(WS-J)
               ADD WS-RETENIDO TO WS-T-JUR-RETENIDO(WS-J)
           END-IF.

      * Alicuota de IIBB del cliente vigente a la fecha del documento
      * segun el padron; sin fila vigente, la del maestro.
       120-ALICUOTA-CLIENTE.
           MOVE ZERO TO WS-ALIC-IIBB.
           IF WS-CLI-EXISTE = 'S'
               MOVE CLI-RET-IIBB TO WS-ALIC-IIBB
               IF WS-HAY-PADRON = 'S'
                   PERFORM 121-BUSCAR-PADRON
                   IF WS-PAD-HALLADO = 'S'
                       MOVE WS-PAD-ALIC TO WS-ALIC-IIBB
                   END-IF
               END-IF
           END-IF.

       121-BUSCAR-PADRON.
           MOVE 'N' TO WS-PAD-HALLADO.
           MOVE CLI-CUIT TO PAD-CUIT.
           MOVE WS-JUR TO PAD-JURISDICCION.
           MOVE LOW-VALUE TO PAD-VIG-DESDE.
           MOVE 'N' TO WS-PAD-EOF.
           START PAD KEY IS NOT LESS THAN PAD-KEY
               INVALID KEY MOVE 'S' TO WS-PAD-EOF
           END-START.
           PERFORM 122-EXAMINAR-PADRON UNTIL WS-PAD-EOF = 'S'.

       122-EXAMINAR-PADRON.
           READ PAD NEXT RECORD
               AT END MOVE 'S' TO WS-PAD-EOF
           END-READ.
           IF WS-PAD-EOF = 'N'
               IF PAD-CUIT NOT = CLI-CUIT OR
                   PAD-JURISDICCION NOT = WS-JUR OR
                   PAD-VIG-DESDE > FCL-FECHA-HASTA
                   MOVE 'S' TO WS-PAD-EOF
               ELSE
                   IF PAD-VIG-HASTA = SPACES OR
                       PAD-VIG-HASTA >= FCL-FECHA-HASTA
                       MOVE 'S' TO WS-PAD-HALLADO
                       MOVE PAD-ALIC-RET TO WS-PAD-ALIC
                   END-IF
               END-IF
           END-IF.

       200-IMPRIMIR.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-TOTAL-FACTURADO TO WS-LIN-TOT-VAL.
           MOVE WS-TOTAL-RETENIDO TO WS-LIN-TOT-RET.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

           COMPUTE WS-ASIGNADO ROUNDED =
               WS-TOTAL-FACTURADO * WS-T-JUR-COEF(WS-J).
           MOVE WS-ASIGNADO TO WS-LIN-JUR-BASE.
           MOVE WS-T-JUR-RETENIDO(WS-J) TO WS-LIN-JUR-RET.
           MOVE WS-LIN-JUR TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

           CLOSE FACTCLI.
           CLOSE APROB.
           CLOSE CLI.
           IF WS-HAY-PADRON = 'S'
               CLOSE PAD
           END-IF.
           CLOSE LISTADO.
           DISPLAY "REPORTE GRABADO EN IIBB_JURIS.PRN".

