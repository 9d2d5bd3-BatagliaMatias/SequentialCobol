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

         FD EXCIDX
          VALUE OF FILE-ID IS "EXCEPFACT.DAT".
          01 WS-CHK-RESPALDO PIC X.
          01 WS-CHK-TODO-OK PIC X.
          01 WS-OVR-MOTIVO PIC X(50).
          01 WS-CHK-SIN-CERRAR PIC 9(2).
          01 WS-SEQ-PER.
              03 WS-SEQ-PER-AA PIC 9(4).
              03 WS-SEQ-PER-MM PIC 9(2).

      *  Los periodos se cierran en el orden del ejercicio economico
      *  de la empresa de la instalacion (subprograma EJERCICIO).
          01 EJC-PARAM.
              03 EJC-OPER PIC X.
              03 EJC-EMPRESA PIC X(3).
              03 EJC-FECHA PIC X(8).
              03 EJC-ANIO PIC 9(4).
              03 EJC-MES-INICIO PIC 9(2).
              03 EJC-MES-NRO PIC 9(2).
              03 EJC-DESDE PIC X(8).
              03 EJC-HASTA PIC X(8).
              03 EJC-ETIQUETA PIC X(7).
              03 EJC-OK PIC X.

          01 SGN-PARAM.
              03 SGN-PROGRAMA PIC X(12).
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             MOVE 'F' TO EJC-OPER
             MOVE SPACES TO EJC-EMPRESA
             MOVE SPACES TO EJC-FECHA
             MOVE CIE-PERIODO TO EJC-FECHA(1:6)
             CALL 'EJERCICIO' USING EJC-PARAM
             DISPLAY "  PERIODO " CIE-PERIODO
                 "  EJERCICIO " EJC-ETIQUETA " MES " EJC-MES-NRO
                 "  CERRADO EL " CIE-FECHA-CIERRE
           END-IF.

           DISPLAY " ".
           DISPLAY "ENTER THE  PERIODO A CERRAR (AAAAMM)".
           ACCEPT WS-PERIODO.
           MOVE 'F' TO EJC-OPER.
           MOVE SPACES TO EJC-EMPRESA.
           MOVE SPACES TO EJC-FECHA.
           MOVE WS-PERIODO TO EJC-FECHA(1:6).
           CALL 'EJERCICIO' USING EJC-PARAM.
           IF EJC-OK NOT = 'S'
             DISPLAY "  PERIODO INVALIDO"
             MOVE 'X' TO WS-CHK-TODO-OK
           ELSE
             PERFORM CONTROLAR-CIERRE
           END-IF.
           IF WS-CHK-TODO-OK = 'N'
             PERFORM PEDIR-OVERRIDE
           END-IF.
             WRITE CIE-REG
               INVALID KEY DISPLAY "  EL PERIODO YA ESTA CERRADO"
               NOT INVALID KEY DISPLAY "  PERIODO CERRADO"
                 IF EJC-MES-NRO = 12
                   DISPLAY "  ES EL ULTIMO MES DEL EJERCICIO "
                       EJC-ETIQUETA ": CORRER EL ARCHIVO DE FIN DE "
                       "EJERCICIO DE HORAS"
                 END-IF
             END-WRITE
           ELSE
             IF WS-CHK-TODO-OK = 'N'
               DISPLAY "  CIERRE BLOQUEADO: LA LISTA DE CONTROL "
                   "NO ESTA COMPLETA"
             END-IF
           END-IF.

         CONTROLAR-CIERRE.
           PERFORM CONTROLAR-EXCEPCIONES.
           PERFORM CONTROLAR-WIP.
           PERFORM CONTROLAR-RESPALDO.
           PERFORM CONTROLAR-SECUENCIA.
           DISPLAY " ".
           DISPLAY "LISTA DE CONTROL DEL PERIODO " WS-PERIODO
               " (MES " EJC-MES-NRO " DEL EJERCICIO " EJC-ETIQUETA "):".
           IF WS-CHK-SIN-CERRAR = ZERO
             DISPLAY "  [OK]    MESES ANTERIORES DEL EJERCICIO CERRADOS"
           ELSE
             DISPLAY "  [FALTA] MESES ANTERIORES DEL EJERCICIO SIN "
                 "CERRAR: " WS-CHK-SIN-CERRAR
             MOVE 'N' TO WS-CHK-TODO-OK
           END-IF.
           IF WS-CHK-HOR-PEND = ZERO
             DISPLAY "  [OK]    HORAS APROBADAS"
           ELSE
             END-IF
           END-IF.

      *  Los meses del ejercicio anteriores al que se cierra tienen
      *  que estar cerrados.
         CONTROLAR-SECUENCIA.
           MOVE ZERO TO WS-CHK-SIN-CERRAR.
           MOVE EJC-DESDE(1:6) TO WS-SEQ-PER.
           PERFORM CONTROLAR-SECUENCIA-UNO
             UNTIL WS-SEQ-PER NOT < WS-PERIODO.

         CONTROLAR-SECUENCIA-UNO.
           MOVE WS-SEQ-PER TO CIE-PERIODO.
           READ CIE
             INVALID KEY
               ADD 1 TO WS-CHK-SIN-CERRAR
               DISPLAY "  PERIODO " WS-SEQ-PER " SIN CERRAR"
           END-READ.
           IF WS-SEQ-PER-MM = 12
             ADD 1 TO WS-SEQ-PER-AA
             MOVE 1 TO WS-SEQ-PER-MM
           ELSE
             ADD 1 TO WS-SEQ-PER-MM
           END-IF.

         PEDIR-OVERRIDE.
           DISPLAY " ".
           DISPLAY "FORZAR EL CIERRE REQUIERE UN ADMINISTRADOR.".
