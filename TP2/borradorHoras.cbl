       IDENTIFICATION DIVISION.

       PROGRAM-ID. BORRADORHORAS.

      * Borrador semanal de horas a partir de las asignaciones. Para
      * cada asignacion con horas diarias planificadas
      * (ASG-HORAS-DIA) y cada dia habil de la semana (lunes a
      * viernes) dentro de su vigencia se graba en
      * HORAS_BORRADOR.DAT un borrador con el proyecto y las horas
      * planificadas. No se genera borrador:
      *   - en los feriados de FERIADOS.DAT;
      *   - en los dias de ausencia del consultor (AUSENCIAS.DAT);
      *   - para consultores dados de baja;
      *   - si el consultor ya cargo horas en el cliente ese dia o
      *     el borrador ya existe (la corrida se puede repetir).
      * El consultor u operador confirma, modifica o borra cada
      * borrador desde HORAS (opcion 7); al confirmarlo pasa a
      * HORAS.DAT. Los borradores no confirmados no se facturan ni
      * cuentan como horas cargadas en el cumplimiento.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ASG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASG-FS.

           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS CON-FS.

           SELECT HOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-KEY
               ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
               FILE STATUS IS HOR-FS.

           SELECT FER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FER-FECHA
               FILE STATUS IS FER-FS.

           SELECT AUS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-KEY
               FILE STATUS IS AUS-FS.

           SELECT HBO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HBO-KEY
               FILE STATUS IS HBO-FS.

           SELECT LISTADO ASSIGN TO "BORRADOR_HORAS.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

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
                   88 HOR-EST-INGRESADA VALUES 'I', SPACE.
                   88 HOR-EST-APROBADA VALUE 'A'.
                   88 HOR-EST-OBSERVADA VALUE 'O'.
               03 HOR-USUARIO PIC X(8).
               03 HOR-SUCURSAL PIC 9.
               03 HOR-PROYECTO PIC X(6).
               03 HOR-TIPO PIC X.
                   88 HOR-TIPO-FACTURABLE VALUES 'F', SPACE.
                   88 HOR-TIPO-NO-FACT VALUE 'N'.
                   88 HOR-TIPO-INTERNA VALUE 'I'.
               03 HOR-LOTE PIC 9(6).
               03 HOR-HORA-DESDE PIC 9(4).
               03 HOR-HORA-HASTA PIC 9(4).
               03 HOR-DESCANSO PIC 9(3).
               03 HOR-TAREA PIC X(4).

       FD FER
          VALUE OF FILE-ID IS "FERIADOS.DAT".
       01 FER-REG.
           03 FER-FECHA PIC X(8).
           03 FER-DESC PIC X(30).

       FD AUS
          VALUE OF FILE-ID IS "AUSENCIAS.DAT".
          01 AUS-REG.
            02 AUS-KEY.
                03 AUS-CONS PIC 9(3).
                03 AUS-DESDE PIC X(8).
            02 AUS-DATOS.
                03 AUS-HASTA PIC X(8).
                03 AUS-MOTIVO PIC X(20).

       FD HBO
          VALUE OF FILE-ID IS "HORAS_BORRADOR.DAT".
          01 HBO-REG.
            02 HBO-KEY.
                03 HBO-CONS PIC 9(3).
                03 HBO-FECHA PIC X(8).
                03 HBO-CLIENTE PIC 9(4).
            02 HBO-DATOS.
                03 HBO-PROYECTO PIC X(6).
                03 HBO-CANT-HORAS PIC 9(2)V99.
                03 HBO-FECHA-GEN PIC X(8).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       01 ASG-FS                       PIC X(2).
           88 ASG-OK                          VALUE '00'.
           88 ASG-EOF                         VALUE '10'.
       01 CON-FS                       PIC X(2).
       01 HOR-FS                       PIC X(2).
       01 FER-FS                       PIC X(2).
       01 AUS-FS                       PIC X(2).
       01 HBO-FS                       PIC X(2).
       01 LISTADO-FS                   PIC X(2).

       01 WS-HAY-HORAS                 PIC X VALUE 'N'.
       01 WS-HAY-FERIADOS              PIC X VALUE 'N'.
       01 WS-HAY-AUSENCIAS             PIC X VALUE 'N'.

       01 WS-FECHA-HOY                 PIC X(8).
       01 WS-SEMANA-ENT                PIC X(8).
       01 WS-FEC-NUM                   PIC 9(8).
       01 WS-JUL-LUNES                 PIC 9(7).
       01 WS-JUL-D                     PIC 9(7).
       01 WS-DIA-SEMANA                PIC 9.
       01 WS-DIA                       PIC 9.
       01 WS-FECHA-DIA                 PIC X(8).
       01 WS-LUNES                     PIC X(8).
       01 WS-VIERNES                   PIC X(8).

       01 WS-OMITIR                    PIC X.
       01 WS-AUS-FIN                   PIC X.
       01 WS-HOR-FIN                   PIC X.

       01 WS-CANT-GENERADOS            PIC 9(5) VALUE ZERO.
       01 WS-CANT-EXISTENTES           PIC 9(5) VALUE ZERO.
       01 WS-CANT-CARGADOS             PIC 9(5) VALUE ZERO.
       01 WS-CANT-FERIADOS             PIC 9(5) VALUE ZERO.
       01 WS-CANT-AUSENCIAS            PIC 9(5) VALUE ZERO.
       01 WS-CANT-BAJAS                PIC 9(5) VALUE ZERO.
       01 WS-TOT-HORAS                 PIC 9(7)V99 VALUE ZERO.

       01 WS-ENC-1.
           03 FILLER               PIC X(35)
               VALUE "BORRADOR SEMANAL DE HORAS - DEL   ".
           03 WS-ENC-1-DESDE       PIC X(8).
           03 FILLER               PIC X(4) VALUE " AL ".
           03 WS-ENC-1-HASTA       PIC X(8).

       01 WS-ENC-2.
           03 FILLER               PIC X(33)
               VALUE "CON APELLIDO Y NOMBRE           ".
           03 FILLER               PIC X(9) VALUE "CLIENTE  ".
           03 FILLER               PIC X(10) VALUE "FECHA     ".
           03 FILLER               PIC X(10) VALUE "PROYECTO  ".
           03 FILLER               PIC X(7) VALUE " HORAS ".
           03 FILLER               PIC X(30) VALUE "OBSERVACION".

       01 WS-LIN-DET.
           03 WS-LIN-CONS          PIC 9(3).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-NOM           PIC X(25).
           03 FILLER               PIC X(4) VALUE SPACES.
           03 WS-LIN-CLI           PIC 9(4).
           03 FILLER               PIC X(5) VALUE SPACES.
           03 WS-LIN-FECHA         PIC X(8).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-PROYECTO      PIC X(6).
           03 FILLER               PIC X(4) VALUE SPACES.
           03 WS-LIN-HORAS         PIC Z9,99.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-OBS           PIC X(30).

       01 WS-LIN-TOT.
           03 FILLER               PIC X(59)
               VALUE "TOTAL HORAS EN BORRADOR".
           03 WS-LIN-TOT-HORAS     PIC ZZZZZZ9,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 100-PROCESAR-ASIGNACION UNTIL ASG-EOF.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "BORRADOR SEMANAL DE HORAS DESDE ASIGNACIONES".
           DISPLAY "INGRESE EL LUNES DE LA SEMANA (AAAAMMDD, "
               "BLANCO = PROXIMA SEMANA): ".
           MOVE SPACES TO WS-SEMANA-ENT.
           ACCEPT WS-SEMANA-ENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
      *    Sin fecha se toma el lunes siguiente a hoy; con fecha, el
      *    lunes de la semana que la contiene.
           IF WS-SEMANA-ENT = SPACES
               MOVE WS-FECHA-HOY TO WS-FEC-NUM
               COMPUTE WS-JUL-D = FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JUL-D, 7)
               IF WS-DIA-SEMANA = 0
                   COMPUTE WS-JUL-LUNES = WS-JUL-D + 1
               ELSE
                   COMPUTE WS-JUL-LUNES = WS-JUL-D + 8 - WS-DIA-SEMANA
               END-IF
           ELSE
               MOVE WS-SEMANA-ENT TO WS-FEC-NUM
               COMPUTE WS-JUL-D = FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JUL-D, 7)
               IF WS-DIA-SEMANA = 0
                   COMPUTE WS-JUL-LUNES = WS-JUL-D - 6
               ELSE
                   COMPUTE WS-JUL-LUNES = WS-JUL-D - WS-DIA-SEMANA + 1
               END-IF
           END-IF.
           COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-JUL-LUNES).
           MOVE WS-FEC-NUM TO WS-LUNES.
           COMPUTE WS-FEC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-JUL-LUNES + 4).
           MOVE WS-FEC-NUM TO WS-VIERNES.
           DISPLAY "SEMANA DEL " WS-LUNES " AL " WS-VIERNES.
           OPEN INPUT ASG.
           IF NOT ASG-OK
               DISPLAY "ERROR APERTURA ASIGNACIONES.DAT"
               STOP RUN.
           OPEN INPUT CON.
           IF CON-FS NOT = '00'
               DISPLAY "ERROR APERTURA CONSULTORES.DAT"
               CLOSE ASG
               STOP RUN.
           OPEN INPUT HOR.
           IF HOR-FS = '00'
               MOVE 'S' TO WS-HAY-HORAS
           END-IF.
           OPEN INPUT FER.
           IF FER-FS = '00'
               MOVE 'S' TO WS-HAY-FERIADOS
           END-IF.
           OPEN INPUT AUS.
           IF AUS-FS = '00'
               MOVE 'S' TO WS-HAY-AUSENCIAS
           END-IF.
           OPEN I-O HBO.
           IF HBO-FS NOT = '00'
               OPEN OUTPUT HBO
               CLOSE HBO
               OPEN I-O HBO
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE WS-LUNES TO WS-ENC-1-DESDE.
           MOVE WS-VIERNES TO WS-ENC-1-HASTA.
           MOVE WS-ENC-1 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-2 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE LOW-VALUE TO ASG-KEY.
           START ASG KEY IS NOT LESS THAN ASG-KEY
               INVALID KEY MOVE '10' TO ASG-FS
           END-START.

       100-PROCESAR-ASIGNACION.
           READ ASG NEXT RECORD
               AT END MOVE '10' TO ASG-FS
           END-READ.
           IF ASG-OK AND ASG-HORAS-DIA > ZERO
               IF ASG-DESDE <= WS-VIERNES AND ASG-HASTA >= WS-LUNES
                   MOVE ASG-CONS TO CON-COD-CONS
                   READ CON
                       INVALID KEY
                           MOVE SPACES TO CON-APEYNOM
                           MOVE SPACE TO CON-BAJA
                   END-READ
                   IF CON-INACTIVO
                       ADD 1 TO WS-CANT-BAJAS
                   ELSE
                       PERFORM 110-GENERAR-DIA
                           VARYING WS-DIA FROM 0 BY 1 UNTIL WS-DIA > 4
                   END-IF
               END-IF
           END-IF.

       110-GENERAR-DIA.
           COMPUTE WS-FEC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-JUL-LUNES + WS-DIA).
           MOVE WS-FEC-NUM TO WS-FECHA-DIA.
           IF WS-FECHA-DIA >= ASG-DESDE AND WS-FECHA-DIA <= ASG-HASTA
               MOVE 'N' TO WS-OMITIR
               PERFORM 120-VER-FERIADO
               IF WS-OMITIR = 'N'
                   PERFORM 130-VER-AUSENCIA
               END-IF
               IF WS-OMITIR = 'N'
                   PERFORM 150-VER-HORAS-CARGADAS
               END-IF
               IF WS-OMITIR = 'N'
                   PERFORM 200-GRABAR-BORRADOR
               END-IF
           END-IF.

       120-VER-FERIADO.
           IF WS-HAY-FERIADOS = 'S'
               MOVE WS-FECHA-DIA TO FER-FECHA
               READ FER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-OMITIR
                       ADD 1 TO WS-CANT-FERIADOS
               END-READ
           END-IF.

       130-VER-AUSENCIA.
           IF WS-HAY-AUSENCIAS = 'S'
               MOVE ASG-CONS TO AUS-CONS
               MOVE LOW-VALUE TO AUS-DESDE
               MOVE 'N' TO WS-AUS-FIN
               START AUS KEY IS NOT LESS THAN AUS-KEY
                   INVALID KEY MOVE 'S' TO WS-AUS-FIN
               END-START
               PERFORM 140-LEER-AUSENCIA UNTIL WS-AUS-FIN = 'S'
               IF WS-OMITIR = 'S'
                   ADD 1 TO WS-CANT-AUSENCIAS
               END-IF
           END-IF.

       140-LEER-AUSENCIA.
           READ AUS NEXT RECORD
               AT END MOVE 'S' TO WS-AUS-FIN
           END-READ.
           IF WS-AUS-FIN = 'N'
               IF AUS-CONS NOT = ASG-CONS OR AUS-DESDE > WS-FECHA-DIA
                   MOVE 'S' TO WS-AUS-FIN
               ELSE
                   IF AUS-HASTA >= WS-FECHA-DIA
                       MOVE 'S' TO WS-OMITIR
                       MOVE 'S' TO WS-AUS-FIN
                   END-IF
               END-IF
           END-IF.

      *    Si el consultor ya cargo horas en el cliente ese dia (con
      *    cualquier secuencia) no hace falta borrador.
       150-VER-HORAS-CARGADAS.
           IF WS-HAY-HORAS = 'S'
               MOVE ASG-CONS TO HOR-CONS
               MOVE WS-FECHA-DIA TO HOR-FECHA
               MOVE ASG-CLIENTE TO HOR-CLIENTE
               MOVE ZERO TO HOR-SECUENCIA
               MOVE 'N' TO WS-HOR-FIN
               START HOR KEY IS NOT LESS THAN HOR-KEY
                   INVALID KEY MOVE 'S' TO WS-HOR-FIN
               END-START
               IF WS-HOR-FIN = 'N'
                   READ HOR NEXT RECORD
                       AT END MOVE 'S' TO WS-HOR-FIN
                   END-READ
               END-IF
               IF WS-HOR-FIN = 'N'
                   IF HOR-CONS = ASG-CONS AND
                       HOR-FECHA = WS-FECHA-DIA AND
                       HOR-CLIENTE = ASG-CLIENTE
                       MOVE 'S' TO WS-OMITIR
                       ADD 1 TO WS-CANT-CARGADOS
                   END-IF
               END-IF
           END-IF.

       200-GRABAR-BORRADOR.
           MOVE ASG-CONS TO HBO-CONS.
           MOVE WS-FECHA-DIA TO HBO-FECHA.
           MOVE ASG-CLIENTE TO HBO-CLIENTE.
           MOVE ASG-PROYECTO TO HBO-PROYECTO.
           MOVE ASG-HORAS-DIA TO HBO-CANT-HORAS.
           MOVE WS-FECHA-HOY TO HBO-FECHA-GEN.
           WRITE HBO-REG
               INVALID KEY
                   ADD 1 TO WS-CANT-EXISTENTES
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-GENERADOS
                   ADD ASG-HORAS-DIA TO WS-TOT-HORAS
                   MOVE ASG-CONS TO WS-LIN-CONS
                   MOVE CON-APEYNOM TO WS-LIN-NOM
                   MOVE ASG-CLIENTE TO WS-LIN-CLI
                   MOVE WS-FECHA-DIA TO WS-LIN-FECHA
                   MOVE ASG-PROYECTO TO WS-LIN-PROYECTO
                   MOVE ASG-HORAS-DIA TO WS-LIN-HORAS
                   MOVE "PENDIENTE DE CONFIRMAR" TO WS-LIN-OBS
                   MOVE WS-LIN-DET TO LISTADO-LINEA
                   WRITE LISTADO-LINEA
           END-WRITE.

       900-FIN.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-TOT-HORAS TO WS-LIN-TOT-HORAS.
           MOVE WS-LIN-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           CLOSE ASG.
           CLOSE CON.
           IF WS-HAY-HORAS = 'S'
               CLOSE HOR
           END-IF.
           IF WS-HAY-FERIADOS = 'S'
               CLOSE FER
           END-IF.
           IF WS-HAY-AUSENCIAS = 'S'
               CLOSE AUS
           END-IF.
           CLOSE HBO.
           CLOSE LISTADO.
           DISPLAY "BORRADORES GENERADOS:          " WS-CANT-GENERADOS.
           IF WS-CANT-EXISTENTES > ZERO
               DISPLAY "BORRADORES YA EXISTENTES:      "
                   WS-CANT-EXISTENTES
           END-IF.
           DISPLAY "DIAS CON HORAS YA CARGADAS:    " WS-CANT-CARGADOS.
           DISPLAY "DIAS OMITIDOS POR FERIADO:     " WS-CANT-FERIADOS.
           DISPLAY "DIAS OMITIDOS POR AUSENCIA:    " WS-CANT-AUSENCIAS.
           IF WS-CANT-BAJAS > ZERO
               DISPLAY "ASIGNACIONES DE CONSULTORES DE BAJA: "
                   WS-CANT-BAJAS
           END-IF.
           DISPLAY "LISTADO GRABADO EN BORRADOR_HORAS.PRN".

       END PROGRAM BORRADORHORAS.
