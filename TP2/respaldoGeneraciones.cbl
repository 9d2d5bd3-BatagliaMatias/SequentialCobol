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
          VALUE OF FILE-ID IS "CLIENTES.DAT".
          01 CLI-REG.
            03 CLI-COD-CLIENTE PIC 9(4).
            03 CLI-RESTO PIC X(179).

         FD TAR
          VALUE OF FILE-ID IS "TARIFAS.DAT".
            02 TAR-DATA.
                03 TAR-TARIFA PIC 9(7)V99.
                03 TAR-FVIG-HASTA PIC X(10).
                03 TAR-FMODIF PIC X(8).

         FD APROB
          VALUE OF FILE-ID IS "APROBACIONES.DAT".
             03 CAT-ARCHIVO PIC X(16).
             03 FILLER PIC X.
             03 CAT-REGISTROS PIC 9(7).
             03 FILLER PIC X.
             03 CAT-HORA PIC X(6).

         FD RETEN
             LABEL RECORD OMITTED.
          01 WS-HALLADO PIC X.
          01 WS-BORRA-RC PIC S9(9) COMP.
          01 WS-OPCION-ARCH PIC 9.
          01 WS-MOMENTO-RESP PIC X(14).

       PROCEDURE DIVISION.
        PARA1.
           PERFORM BUSCAR-ULTIMA-GEN.
           ADD 1 TO WS-GEN GIVING WS-GEN-NUEVA.
           DISPLAY "GENERANDO RESPALDO GENERACION " WS-GEN-NUEVA.
      * Fecha y hora de comienzo del respaldo: REAPLICAR toma desde
      * este momento los movimientos del diario de recuperacion.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MOMENTO-RESP.
           PERFORM RESPALDAR-HOR.
           PERFORM RESPALDAR-CON.
           PERFORM RESPALDAR-CLI.
         CATALOGAR.
           OPEN EXTEND CATALOGO.
           MOVE WS-GEN-PEDIDA TO CAT-GEN.
           MOVE WS-MOMENTO-RESP(1:8) TO CAT-FECHA.
           MOVE WS-ARCHIVO TO CAT-ARCHIVO.
           MOVE WS-CANT TO CAT-REGISTROS.
           MOVE WS-MOMENTO-RESP(9:6) TO CAT-HORA.
           MOVE SPACE TO CAT-REG(5:1).
           MOVE SPACE TO CAT-REG(14:1).
           MOVE SPACE TO CAT-REG(31:1).
           MOVE SPACE TO CAT-REG(39:1).
           WRITE CAT-REG.
           CLOSE CATALOGO.
           DISPLAY "  " WS-ARCHIVO ": " WS-CANT " REGISTROS".
             AT END MOVE 'S' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N'
             DISPLAY "  GEN " CAT-GEN "  " CAT-FECHA " " CAT-HORA
                 "  " CAT-ARCHIVO "  " CAT-REGISTROS " REGS"
           END-IF.

