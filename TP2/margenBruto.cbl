               ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
               FILE STATUS IS HOR-FS.

           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS CON-FS.

      * Tarifas de compra pactadas con los subcontratistas: para
      * ellos el costo real es esta tarifa, no COSTOS.DAT.
           SELECT OPTIONAL COSTOSUB ASSIGN TO "COSTOSUB.DAT"
               03 FDE-CONS PIC 9(3).
               03 FDE-CLIENTE PIC 9(4).
               03 FDE-FECHA PIC X(8).
               03 FDE-SECUENCIA PIC 9(2).
           02 FDE-DATOS.
               03 FDE-CANT-HORAS PIC S9(2)V99.
               03 FDE-TARIFA PIC 9(7)V99.
               03 FDE-CLIENTE-NOM PIC X(30).
               03 FDE-PROYECTO PIC X(6).
               03 FDE-MECANISMO PIC X(2).
               03 FDE-UNIDAD PIC X.
               03 FDE-CANT-UNIDAD PIC S9(3)V99.

       FD COS
           VALUE OF FILE-ID IS "COSTOS.DAT".
               03 HOR-ALT-KEY.
                   04 HOR-FECHA PIC X(8).
                   04 HOR-CLIENTE PIC 9(4).
               03 HOR-SECUENCIA PIC 9(2).
           02 HOR-DATOS.
               03 HOR-CANT-HORAS PIC S9(2)V99.
               03 HOR-OBSERV PIC X(30).
                   88 HOR-TIPO-NO-FACT VALUE 'N'.
                   88 HOR-TIPO-INTERNA VALUE 'I'.
               03 HOR-LOTE PIC 9(6).
               03 HOR-HORA-DESDE PIC 9(4).
               03 HOR-HORA-HASTA PIC 9(4).
               03 HOR-DESCANSO PIC 9(3).
               03 HOR-TAREA PIC X(4).

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

       FD COSTOSUB
           LABEL RECORD OMITTED.
           88 HOR-OK                          VALUE '00'.
           88 HOR-EOF                         VALUE '10'.
       01 WS-HAY-HORAS                 PIC X VALUE 'N'.
       01 CON-FS                       PIC X(2).
           88 CON-OK                          VALUE '00'.
       01 WS-HAY-CON                   PIC X VALUE 'N'.

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
       01 WS-PERFIL-CONS               PIC 9(3).
       01 WS-PERFIL-FECHA              PIC X(8).
       01 WS-PERFIL-VIGENTE            PIC X.
       01 WS-PERFIL-ING                PIC S9(9)V99.
       01 WS-TOT-INTERNO               PIC S9(11)V99 VALUE ZERO.

       01 COSTOSUB-FS                  PIC X(2).
               05 WS-T-CLI-ING          PIC S9(11)V99.
               05 WS-T-CLI-COSTO        PIC S9(11)V99.

       01 WS-T-PRF-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-PRF.
           03 WS-T-PRF-CAMPO OCCURS 50 TIMES.
               05 WS-T-PRF-COD          PIC X.
               05 WS-T-PRF-ING          PIC S9(11)V99.
               05 WS-T-PRF-COSTO        PIC S9(11)V99.

       01 WS-MARGEN                    PIC S9(11)V99.
       01 WS-CONS-INTERNO              PIC 9(3).

           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-MARGEN-MARGEN PIC -ZZZ.ZZZ.Z99,99.

       01 WS-LIN-MARGEN-PRF.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-PRF-COD       PIC X.
           03 FILLER               PIC X(4) VALUE SPACES.
           03 WS-LIN-PRF-ING       PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-PRF-COSTO     PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-PRF-MARGEN    PIC -ZZZ.ZZZ.Z99,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           IF HOR-OK
               MOVE 'S' TO WS-HAY-HORAS
           END-IF.
           OPEN INPUT CON.
           IF CON-OK
               MOVE 'S' TO WS-HAY-CON
           END-IF.
           MOVE 'A' TO HCN-OPER.
           CALL 'HISTCONS' USING HCN-PARAM.
           OPEN INPUT COSTOSUB.
           IF COSTOSUB-OK
               PERFORM 018-CARGAR-COSTO-SUB UNTIL COSTOSUB-EOF
               GIVING WS-COSTO.
           PERFORM 130-SUMAR-CONSULTOR.
           PERFORM 140-SUMAR-CLIENTE.
           MOVE FDE-CONS TO WS-PERFIL-CONS.
           MOVE FDE-FECHA TO WS-PERFIL-FECHA.
           MOVE FDE-IMPORTE TO WS-PERFIL-ING.
           PERFORM 145-SUMAR-PERFIL.

      * Costo vigente: el registro de COSTOS.DAT del consultor con
      * mayor vigencia no posterior a la fecha trabajada.
                   ADD WS-COSTO TO WS-TOT-INTERNO
                   MOVE HOR-CONS TO WS-CONS-INTERNO
                   PERFORM 135-SUMAR-CONSULTOR-INTERNO
                   MOVE HOR-CONS TO WS-PERFIL-CONS
                   MOVE HOR-FECHA TO WS-PERFIL-FECHA
                   MOVE ZERO TO WS-PERFIL-ING
                   PERFORM 145-SUMAR-PERFIL
               END-IF
           END-IF.

           ADD FDE-IMPORTE TO WS-T-CLI-ING(WS-I).
           ADD WS-COSTO TO WS-T-CLI-COSTO(WS-I).

      * El margen por perfil usa el perfil que tenia el consultor
      * el dia trabajado: historia de HISTCONS.DAT o, sin ella, el
      * perfil actual del maestro.
       145-SUMAR-PERFIL.
           MOVE SPACE TO WS-PERFIL-VIGENTE.
           IF WS-HAY-CON = 'S'
               MOVE WS-PERFIL-CONS TO CON-COD-CONS
               READ CON
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CON-PERFIL TO WS-PERFIL-VIGENTE
               END-READ
           END-IF.
           MOVE 'V' TO HCN-OPER.
           MOVE WS-PERFIL-CONS TO HCN-CONS.
           MOVE WS-PERFIL-FECHA TO HCN-FECHA.
           MOVE WS-PERFIL-VIGENTE TO HCN-PERFIL.
           MOVE SPACES TO HCN-EMPRESA.
           MOVE ZERO TO HCN-SUCURSAL.
           CALL 'HISTCONS' USING HCN-PARAM.
           MOVE HCN-PERFIL TO WS-PERFIL-VIGENTE.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-PRF-COUNT OR WS-HALLADO = 'S'
               IF WS-T-PRF-COD(WS-I) = WS-PERFIL-VIGENTE
                   MOVE 'S' TO WS-HALLADO
                   SUBTRACT 1 FROM WS-I
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N' AND WS-T-PRF-COUNT < 50
               ADD 1 TO WS-T-PRF-COUNT
               MOVE WS-T-PRF-COUNT TO WS-I
               MOVE WS-PERFIL-VIGENTE TO WS-T-PRF-COD(WS-I)
               MOVE ZERO TO WS-T-PRF-ING(WS-I)
               MOVE ZERO TO WS-T-PRF-COSTO(WS-I)
               MOVE 'S' TO WS-HALLADO
           END-IF.
           IF WS-HALLADO = 'S'
               ADD WS-PERFIL-ING TO WS-T-PRF-ING(WS-I)
               ADD WS-COSTO TO WS-T-PRF-COSTO(WS-I)
           END-IF.

       200-IMPRIMIR-REPORTE.
           MOVE WS-FECHA-DESDE TO WS-ENC-MARGEN-DESDE.
           MOVE WS-FECHA-HASTA TO WS-ENC-MARGEN-HASTA.
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-CLI-COUNT.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "MARGEN POR PERFIL (VIGENTE EL DIA TRABAJADO):"
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-COL TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 230-IMPRIMIR-PRF
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-PRF-COUNT.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-TOT-INTERNO TO WS-LIN-INTERNO-VAL.
           MOVE WS-LIN-INTERNO TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-LIN-MARGEN TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       230-IMPRIMIR-PRF.
           MOVE WS-T-PRF-COD(WS-I) TO WS-LIN-PRF-COD.
           MOVE WS-T-PRF-ING(WS-I) TO WS-LIN-PRF-ING.
           MOVE WS-T-PRF-COSTO(WS-I) TO WS-LIN-PRF-COSTO.
           SUBTRACT WS-T-PRF-COSTO(WS-I) FROM WS-T-PRF-ING(WS-I)
               GIVING WS-MARGEN.
           MOVE WS-MARGEN TO WS-LIN-PRF-MARGEN.
           MOVE WS-LIN-MARGEN-PRF TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       900-FIN.
           CLOSE FACTDET.
           CLOSE COS.
           IF WS-HAY-CON = 'S'
               CLOSE CON
           END-IF.
           MOVE 'C' TO HCN-OPER.
           CALL 'HISTCONS' USING HCN-PARAM.
           IF WS-HAY-HORAS = 'S'
               CLOSE HOR
           END-IF.
