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

       FD HOR
          VALUE OF FILE-ID IS "HORAS.DAT".
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

       FD FACTCLI
           VALUE OF FILE-ID IS "FACTCLI.DAT".
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

       FD REC
           VALUE OF FILE-ID IS "COBRANZAS.DAT".
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

       FD BCO
           VALUE OF FILE-ID IS "BANCOHORAS.DAT".
           02 ASG-DATOS.
               03 ASG-HASTA PIC X(8).
               03 ASG-ROL PIC X.
               03 ASG-PROYECTO PIC X(6).
               03 ASG-HORAS-DIA PIC 9(2)V99.

       FD PRY
           VALUE OF FILE-ID IS "PROYECTOS.DAT".
               03 PRY-CODIGO PIC X(6).
           02 PRY-DATOS.
               03 PRY-DESC PIC X(30).
               03 PRY-LIDER PIC 9(3).
               03 PRY-COTIZACION PIC 9(6).
               03 PRY-ORDEN-COMPRA PIC X(15).

       FD FUSLOG
           LABEL RECORD OMITTED.
       01 WS-BCO-SAV-UMBRAL            PIC 9(4)V99.
       01 WS-FDE-REG-SAV               PIC X(180).
       01 WS-OC-REG-SAV                PIC X(80).
       01 WS-CTR-REG-SAV               PIC X(51).
       01 WS-ASG-REG-SAV               PIC X(34).
       01 WS-PRY-REG-SAV               PIC X(64).
       01 WS-KEY-HOR-SAV               PIC X(17).
       01 WS-KEY-FCL-SAV               PIC X(10).
       01 WS-KEY-FDE-SAV               PIC X(23).
       01 WS-KEY-OC-SAV                PIC X(19).
       01 WS-KEY-CTR-SAV               PIC X(12).
       01 WS-KEY-ASG-SAV               PIC X(15).
       01 WS-KEY-PRY-SAV               PIC X(10).
       01 WS-SEC-FIN                   PIC X.
       01 WS-SEC-OK                    PIC X.
       01 WS-NVA-SECUENCIA             PIC 9(2).
       01 WS-SEC-CONS                  PIC 9(3).
       01 WS-SEC-FECHA                 PIC X(8).
       01 JRN-PARAM.
           03 JRN-PROGRAMA PIC X(12) VALUE "FUSIONCLI".
           03 JRN-USUARIO PIC X(8) VALUE SPACES.
           03 JRN-ARCHIVO PIC X(16) VALUE "HORAS.DAT".
           03 JRN-OPER PIC X.
           03 JRN-IMAGEN PIC X(200).
           03 JRN-OK PIC X.

       PROCEDURE DIVISION.

           WRITE FUSLOG-LINEA.

      * Las horas llevan el cliente en la clave: se borra el renglon
      * viejo y se regraba con el codigo sobreviviente, con la
      * secuencia siguiente a la ultima que el sobreviviente tenga
      * para ese consultor y esa fecha (como una carga mas del dia).
      * Solo si las 99 secuencias estan ocupadas queda como
      * conflicto para resolver a mano.
       100-FUSIONAR-HORAS.
           IF NOT HOR-OK
               DISPLAY "HORAS.DAT NO DISPONIBLE, SE OMITE"
                   MOVE HOR-KEY TO WS-KEY-HOR-SAV
                   DELETE HOR RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "HORAS.DAT" TO JRN-ARCHIVO
                           MOVE 'B' TO JRN-OPER
                           MOVE WS-HOR-REG-SAV TO JRN-IMAGEN
                           PERFORM 850-REGISTRAR-DIARIO
                   END-DELETE
                   MOVE WS-HOR-REG-SAV TO HOR-REG
                   MOVE WS-CLI-DEST TO HOR-CLIENTE
                   PERFORM 103-ASIGNAR-SECUENCIA
                   MOVE WS-HOR-REG-SAV TO HOR-REG
                   MOVE WS-CLI-DEST TO HOR-CLIENTE
                   MOVE WS-NVA-SECUENCIA TO HOR-SECUENCIA
                   MOVE SPACES TO FUSLOG-LINEA
                   STRING "HORAS.DAT " DELIMITED BY SIZE
                       WS-KEY-HOR-SAV DELIMITED BY SIZE
                       " SECUENCIA " DELIMITED BY SIZE
                       WS-NVA-SECUENCIA DELIMITED BY SIZE
                       INTO FUSLOG-LINEA
                   IF WS-SEC-OK = 'N'
                       PERFORM 102-RESTAURAR-HORA
                   ELSE
                       WRITE HOR-REG
                           INVALID KEY
                               PERFORM 102-RESTAURAR-HORA
                           NOT INVALID KEY
                               PERFORM 300-LOG-TOCADO
                               MOVE "HORAS.DAT" TO JRN-ARCHIVO
                               MOVE 'A' TO JRN-OPER
                               MOVE HOR-REG TO JRN-IMAGEN
                               PERFORM 850-REGISTRAR-DIARIO
                       END-WRITE
                   END-IF
                   MOVE WS-KEY-HOR-SAV TO HOR-KEY
                   MOVE 'N' TO WS-FIN
                   START HOR KEY IS GREATER THAN HOR-KEY
           MOVE WS-HOR-REG-SAV TO HOR-REG.
           WRITE HOR-REG
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "HORAS.DAT" TO JRN-ARCHIVO
                   MOVE 'A' TO JRN-OPER
                   MOVE HOR-REG TO JRN-IMAGEN
                   PERFORM 850-REGISTRAR-DIARIO
           END-WRITE.
           MOVE SPACES TO FUSLOG-LINEA.
           STRING "HORAS.DAT CONFLICTO " DELIMITED BY SIZE
               INTO FUSLOG-LINEA.
           PERFORM 310-LOG-CONFLICTO.

      * Mismo recorrido que la carga de horas: la secuencia nueva es
      * la siguiente a la ultima grabada para el consultor, la fecha
      * y el cliente de HOR-REG; con la 99 ocupada no hay lugar.
       103-ASIGNAR-SECUENCIA.
           MOVE ZERO TO WS-NVA-SECUENCIA.
           MOVE 'S' TO WS-SEC-OK.
           MOVE HOR-CONS TO WS-SEC-CONS.
           MOVE HOR-FECHA TO WS-SEC-FECHA.
           MOVE ZERO TO HOR-SECUENCIA.
           MOVE 'N' TO WS-SEC-FIN.
           START HOR KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE 'S' TO WS-SEC-FIN
           END-START.
           PERFORM 104-ASIGNAR-SECUENCIA-UNA UNTIL WS-SEC-FIN = 'S'.

       104-ASIGNAR-SECUENCIA-UNA.
           READ HOR NEXT RECORD
               AT END MOVE 'S' TO WS-SEC-FIN
           END-READ.
           IF WS-SEC-FIN = 'N'
               IF HOR-CONS NOT = WS-SEC-CONS OR
                   HOR-FECHA NOT = WS-SEC-FECHA OR
                   HOR-CLIENTE NOT = WS-CLI-DEST
                   MOVE 'S' TO WS-SEC-FIN
               ELSE
                   IF HOR-SECUENCIA = 99
                       MOVE 'N' TO WS-SEC-OK
                       MOVE 'S' TO WS-SEC-FIN
                   ELSE
                       ADD 1 HOR-SECUENCIA GIVING WS-NVA-SECUENCIA
                   END-IF
               END-IF
           END-IF.

       110-FUSIONAR-FACTCLI.
           IF NOT FACTCLI-OK
               DISPLAY "FACTCLI.DAT NO DISPONIBLE, SE OMITE"
           DELETE CLI RECORD
               INVALID KEY DISPLAY "ERROR AL DAR DE BAJA EL "
                   "CLIENTE DUPLICADO"
               NOT INVALID KEY
                   MOVE "CLIENTES.DAT" TO JRN-ARCHIVO
                   MOVE 'B' TO JRN-OPER
                   MOVE SPACES TO JRN-IMAGEN
                   MOVE CLI-COD-CLIENTE TO JRN-IMAGEN(1:4)
                   PERFORM 850-REGISTRAR-DIARIO
           END-DELETE.
           MOVE SPACES TO FUSLOG-LINEA.
           STRING "CLIENTES.DAT BAJA " DELIMITED BY SIZE
               INTO FUSLOG-LINEA.
           PERFORM 300-LOG-TOCADO.

      * Imagen posterior al diario de recuperacion (ver DIARIOREC),
      * para reaplicar lo grabado sobre un respaldo restaurado.
       850-REGISTRAR-DIARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       900-FIN.
           CLOSE CLI.
           CLOSE HOR.
