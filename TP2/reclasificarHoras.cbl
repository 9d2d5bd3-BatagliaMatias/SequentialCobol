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

       FD CLI
          VALUE OF FILE-ID IS "CLIENTES.DAT".
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

       FD ASG
          VALUE OF FILE-ID IS "ASIGNACIONES.DAT".
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

       FD CIE
          VALUE OF FILE-ID IS "CIERRES.DAT".
       01 WS-DEST-EMPRESA              PIC X(3).

       01 WS-FIN                       PIC X.
       01 WS-GRABADA                   PIC X.
       01 WS-MOTIVO                    PIC X(35).
       01 WS-ASG-OK                    PIC X.
       01 WS-ASG-FIN                   PIC X.
       01 WS-CONFIRMA                  PIC X.

       01 WS-HOR-REG-SAV               PIC X(120).
       01 WS-KEY-HOR-SAV               PIC X(17).

       01 WS-CANT-CANDIDATAS           PIC 9(5) VALUE ZERO.
       01 WS-CANT-MOVIDAS              PIC 9(5) VALUE ZERO.
           03 WS-LIN-PRY-NVO       PIC X(6).
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-RESULT        PIC X(35).
       01 JRN-PARAM.
           03 JRN-PROGRAMA PIC X(12) VALUE "RECLASIFICAR".
           03 JRN-USUARIO PIC X(8) VALUE SPACES.
           03 JRN-ARCHIVO PIC X(16) VALUE "HORAS.DAT".
           03 JRN-OPER PIC X.
           03 JRN-IMAGEN PIC X(200).
           03 JRN-OK PIC X.

       PROCEDURE DIVISION.


      * El cliente integra la clave: la hora se borra y se regraba
      * con la clave nueva, retomando la recorrida desde la clave
      * anterior (mismo esquema que la fusion de clientes). Si el
      * destino ya tiene una carga del consultor en esa fecha, la
      * hora toma la secuencia libre siguiente.
       170-MOVER-A-CLIENTE.
           MOVE HOR-REG TO WS-HOR-REG-SAV.
           MOVE HOR-KEY TO WS-KEY-HOR-SAV.
           DELETE HOR RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'B' TO JRN-OPER
                   MOVE WS-HOR-REG-SAV TO JRN-IMAGEN
                   PERFORM 850-REGISTRAR-DIARIO
           END-DELETE.
           MOVE WS-HOR-REG-SAV TO HOR-REG.
           MOVE WS-DEST-CLIENTE TO HOR-CLIENTE.
           MOVE WS-DEST-EMPRESA TO HOR-EMPRESA.
           MOVE ZERO TO HOR-SECUENCIA.
           MOVE 'N' TO WS-GRABADA.
           PERFORM 172-GRABAR-EN-DESTINO UNTIL WS-GRABADA NOT = 'N'.
           IF WS-GRABADA = 'S'
               ADD 1 TO WS-CANT-MOVIDAS
               MOVE WS-DEST-CLIENTE TO WS-LIN-CLI-NVO
               MOVE HOR-PROYECTO TO WS-LIN-PRY-NVO
               MOVE "MOVIDA" TO WS-LIN-RESULT
               PERFORM 190-IMPRIMIR-DETALLE
           ELSE
               PERFORM 175-RESTAURAR-HORA
           END-IF.
           MOVE WS-KEY-HOR-SAV TO HOR-KEY.
           MOVE 'N' TO WS-FIN.
           START HOR KEY IS GREATER THAN HOR-KEY
               INVALID KEY MOVE 'S' TO WS-FIN
           END-START.

       172-GRABAR-EN-DESTINO.
           WRITE HOR-REG
               INVALID KEY
                   IF HOR-SECUENCIA = 99
                       MOVE 'X' TO WS-GRABADA
                   ELSE
                       ADD 1 TO HOR-SECUENCIA
                   END-IF
               NOT INVALID KEY
                   MOVE 'S' TO WS-GRABADA
                   MOVE 'A' TO JRN-OPER
                   MOVE HOR-REG TO JRN-IMAGEN
                   PERFORM 850-REGISTRAR-DIARIO
           END-WRITE.

       175-RESTAURAR-HORA.
           MOVE WS-HOR-REG-SAV TO HOR-REG.
           WRITE HOR-REG
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'A' TO JRN-OPER
                   MOVE HOR-REG TO JRN-IMAGEN
                   PERFORM 850-REGISTRAR-DIARIO
           END-WRITE.
           ADD 1 TO WS-CANT-OMITIDAS.
           MOVE HOR-CLIENTE TO WS-LIN-CLI-NVO.
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-MOVIDAS
                   MOVE "MOVIDA" TO WS-LIN-RESULT
                   MOVE 'M' TO JRN-OPER
                   MOVE HOR-REG TO JRN-IMAGEN
                   PERFORM 850-REGISTRAR-DIARIO
           END-REWRITE.
           MOVE HOR-CLIENTE TO WS-LIN-CLI-NVO.
           MOVE HOR-PROYECTO TO WS-LIN-PRY-NVO.
           MOVE WS-LIN-DET TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      * Imagen posterior al diario de recuperacion (ver DIARIOREC),
      * para reaplicar lo grabado sobre un respaldo restaurado.
       850-REGISTRAR-DIARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       900-FIN.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
