       IDENTIFICATION DIVISION.
         PROGRAM-ID. TAREASPRY.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT TAP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAP-KEY
           FILE STATUS IS TAP-FS.

           SELECT ETC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ETC-KEY
           FILE STATUS IS ETC-FS.

           SELECT PRY ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRY-KEY
           FILE STATUS IS PRY-FS.

           SELECT HOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOR-KEY
           ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
           FILE STATUS IS HOR-FS.

           SELECT CON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CON-COD-CONS
           FILE STATUS IS CON-FS.

           SELECT ASG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASG-KEY
           FILE STATUS IS ASG-FS.

           SELECT COT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COT-NRO
           FILE STATUS IS COT-FS.

           SELECT OC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OC-KEY
           FILE STATUS IS OC-FS.

           SELECT LISTADO ASSIGN TO "TAREAS_EAC.PRN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LISTADO-FS.

       DATA DIVISION.
        FILE SECTION.
      *  Desglose de cada proyecto en tareas (o fases) con las horas
      *  y el importe presupuestados. Las horas se imputan a la tarea
      *  desde la carga de horas.
         FD TAP
          VALUE OF FILE-ID IS "TAREAS.DAT".
          01 TAP-REG.
            02 TAP-KEY.
                03 TAP-CLIENTE PIC 9(4).
                03 TAP-PROYECTO PIC X(6).
                03 TAP-TAREA PIC X(4).
            02 TAP-DATOS.
                03 TAP-DESC PIC X(30).
                03 TAP-HORAS-PRESUP PIC 9(5)V99.
                03 TAP-IMPORTE-PRESUP PIC S9(11)V99.
                03 TAP-ESTADO PIC X.
                    88 TAP-ABIERTA VALUES 'A', SPACE.
                    88 TAP-CERRADA VALUE 'C'.

      *  Estimado para terminar (ETC) que el lider del proyecto carga
      *  cada mes por tarea; rige el del ultimo periodo cargado.
         FD ETC
          VALUE OF FILE-ID IS "ETCTAREAS.DAT".
          01 ETC-REG.
            02 ETC-KEY.
                03 ETC-CLIENTE PIC 9(4).
                03 ETC-PROYECTO PIC X(6).
                03 ETC-TAREA PIC X(4).
                03 ETC-PERIODO PIC X(6).
            02 ETC-DATOS.
                03 ETC-HORAS PIC 9(5)V99.
                03 ETC-IMPORTE PIC S9(11)V99.
                03 ETC-LIDER PIC 9(3).
                03 ETC-FECHA-CARGA PIC X(8).

         FD PRY
          VALUE OF FILE-ID IS "PROYECTOS.DAT".
          01 PRY-REG.
            02 PRY-KEY.
                03 PRY-CLIENTE PIC 9(4).
                03 PRY-CODIGO PIC X(6).
            02 PRY-DATOS.
                03 PRY-DESC PIC X(30).
                03 PRY-LIDER PIC 9(3).
                03 PRY-COTIZACION PIC 9(6).
                03 PRY-ORDEN-COMPRA PIC X(15).

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

         FD COT
          VALUE OF FILE-ID IS "COTIZ.DAT".
          01 COT-REG.
            03 COT-NRO PIC 9(6).
            03 COT-CLIENTE PIC 9(4).
            03 COT-FECHA PIC X(8).
            03 COT-ESTADO PIC X(10).
                88 COT-EMITIDA VALUES "EMITIDA", SPACE.
                88 COT-ACEPTADA VALUE "ACEPTADA".
                88 COT-PERDIDA VALUE "PERDIDA".
            03 COT-TOTAL PIC S9(11)V99.
            03 COT-FECHA-CIERRE PIC X(8).
            03 COT-DECISION-PREVISTA PIC X(8).
            03 COT-PROBABILIDAD PIC 9(3).
            03 COT-INICIO-PREVISTO PIC X(6).
            03 COT-MOTIVO PIC X(2).
            03 COT-MOTIVO-DETALLE PIC X(30).
            03 COT-COMPETIDOR PIC X(20).
            03 COT-VIG-DESDE PIC X(8).
            03 COT-VIG-HASTA PIC X(8).

         FD OC
          VALUE OF FILE-ID IS "ORDENCOMPRA.DAT".
          01 OC-REG.
            02 OC-KEY.
                03 OC-CLIENTE PIC 9(4).
                03 OC-NUMERO PIC X(15).
            02 OC-DATOS.
                03 OC-AUTORIZADO PIC S9(11)V99.
                03 OC-CONSUMIDO PIC S9(11)V99.
                03 OC-VIG-DESDE PIC X(8).
                03 OC-VIG-HASTA PIC X(8).

         FD LISTADO
           LABEL RECORD OMITTED.
         01 LISTADO-LINEA PIC X(132).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 TAP-FS PIC X(2).
          01 ETC-FS PIC X(2).
          01 PRY-FS PIC X(2).
              88 PRY-EOF VALUE '10'.
          01 HOR-FS PIC X(2).
              88 HOR-EOF VALUE '10'.
          01 CON-FS PIC X(2).
          01 ASG-FS PIC X(2).
          01 COT-FS PIC X(2).
          01 OC-FS PIC X(2).
          01 LISTADO-FS PIC X(2).

          01 WS-HAY-CON PIC X.
          01 WS-HAY-ASG PIC X.
          01 WS-HAY-COT PIC X.
          01 WS-HAY-OC PIC X.

          01 WS-LIST-EOF PIC X.
          01 WS-ETC-EOF PIC X.
          01 WS-ASG-FIN PIC X.
          01 WS-CLIENTE PIC 9(4).
          01 WS-PROYECTO PIC X(6).
          01 WS-LIDER PIC 9(3).
          01 WS-PERIODO PIC X(6).
          01 WS-FECHA-HOY PIC X(8).
          01 WS-CANT-TAREAS PIC 9(3).
          01 WS-TARIFA-PRESUP PIC 9(7)V99.
          01 WS-IMP-EDIT PIC -ZZZ.ZZZ.Z99,99.
          01 WS-HS-EDIT PIC ZZ.ZZ9,99.

      *  ETC vigente de la tarea: el del ultimo periodo cargado
      *  hasta el periodo pedido.
          01 WS-ETC-HORAS PIC 9(5)V99.
          01 WS-ETC-IMPORTE PIC S9(11)V99.
          01 WS-ETC-PERIODO PIC X(6).

          01 PAR-ENTRADA.
              03 PARAM-PERFIL PIC X.
              03 PARAM-FVIGENCIA PIC X(10).
              03 PARAM-CLIENTE PIC 9(4).
              03 PARAM-CONSULTOR PIC 9(3).
              03 PARAM-FVIGENCIA-HASTA PIC X(10).
          01 PAR-SALIDA.
              03 PARAM-TARIFA PIC 9(7)V99.
              03 PARAM-TARIFA-ENCONTRADA PIC X.
                  88 PARAM-TARIFA-OK VALUE 'S'.
                  88 PARAM-TARIFA-NO-OK VALUE 'N'.
          01 COD-OPER PIC X.

          01 WS-FECHA PIC X(10) VALUE '----------'.
          01 FILLER REDEFINES WS-FECHA.
              03 WS-FEC-AA PIC 9(04).
              03 FILLER PIC X.
              03 WS-FEC-MM PIC 9(02).
              03 FILLER PIC X.
              03 WS-FEC-DD PIC 9(02).
          01 WS-FEC-8.
              03 WS-FEC-8-AA PIC 9(04).
              03 WS-FEC-8-MM PIC 9(02).
              03 WS-FEC-8-DD PIC 9(02).
          01 WS-PERFIL-EFECTIVO PIC X.
          01 WS-IMPORTE PIC S9(11)V99.

      *  Real a la fecha por cliente, proyecto y tarea (tarea en
      *  blanco = horas del proyecto cargadas sin tarea).
          01 WS-I PIC 9(4).
          01 WS-HALLADO PIC X.
          01 WS-T-ACT-COUNT PIC 9(4) VALUE ZERO.
          01 WS-T-ACT.
              03 WS-T-ACT-CAMPO OCCURS 1000 TIMES.
                  05 WS-T-ACT-CLI PIC 9(4).
                  05 WS-T-ACT-PRY PIC X(6).
                  05 WS-T-ACT-TAR PIC X(4).
                  05 WS-T-ACT-HS PIC S9(7)V99.
                  05 WS-T-ACT-IMP PIC S9(11)V99.
                  05 WS-T-ACT-USADO PIC X.

      *  Linea de tarea y totales del proyecto.
          01 WS-TAR-HS-REAL PIC S9(7)V99.
          01 WS-TAR-IMP-REAL PIC S9(11)V99.
          01 WS-TAR-EAC PIC S9(11)V99.
          01 WS-PRY-HS-PRES PIC S9(7)V99.
          01 WS-PRY-IMP-PRES PIC S9(11)V99.
          01 WS-PRY-HS-REAL PIC S9(7)V99.
          01 WS-PRY-IMP-REAL PIC S9(11)V99.
          01 WS-PRY-HS-ETC PIC S9(7)V99.
          01 WS-PRY-IMP-ETC PIC S9(11)V99.
          01 WS-PRY-EAC PIC S9(11)V99.
          01 WS-PRY-CON-DATOS PIC X.
          01 WS-PRY-EXCEDIDO PIC X.
          01 WS-CANT-PROYECTOS PIC 9(5).
          01 WS-CANT-EXCEDIDOS PIC 9(5).

          01 WS-LIN-TAR.
              03 FILLER PIC X(2) VALUE SPACES.
              03 WS-LIN-TAR-COD PIC X(4).
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-TAR-DESC PIC X(20).
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-TAR-HS-PRES PIC ZZ.ZZ9,99.
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-TAR-IMP-PRES PIC -ZZ.ZZZ.ZZ9,99.
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-TAR-HS-REAL PIC ZZ.ZZ9,99.
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-TAR-IMP-REAL PIC -ZZ.ZZZ.ZZ9,99.
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-TAR-HS-ETC PIC ZZ.ZZ9,99.
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-TAR-IMP-ETC PIC -ZZ.ZZZ.ZZ9,99.
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-TAR-EAC PIC -ZZ.ZZZ.ZZ9,99.
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-TAR-VAR PIC -ZZ.ZZZ.ZZ9,99.

          01 WS-LIN-TIT.
              03 FILLER PIC X(28) VALUE "  TAREA DESCRIPCION".
              03 FILLER PIC X(10) VALUE " HS PRES".
              03 FILLER PIC X(15) VALUE "    PRESUPUESTO".
              03 FILLER PIC X(10) VALUE " HS REAL".
              03 FILLER PIC X(15) VALUE "   REAL A FECHA".
              03 FILLER PIC X(10) VALUE "  HS ETC".
              03 FILLER PIC X(15) VALUE "            ETC".
              03 FILLER PIC X(15) VALUE "            EAC".
              03 FILLER PIC X(14) VALUE "     VARIACION".

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O TAP.
          IF TAP-FS NOT = '00'
              OPEN OUTPUT TAP
              CLOSE TAP
              OPEN I-O TAP
          END-IF.
          OPEN I-O ETC.
          IF ETC-FS NOT = '00'
              OPEN OUTPUT ETC
              CLOSE ETC
              OPEN I-O ETC
          END-IF.
          OPEN INPUT PRY.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE TAREAS DE PROYECTO::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=ALTA DE TAREA"
          DISPLAY "    2=MODIFICAR TAREA"
          DISPLAY "    3=LISTAR TAREAS DE UN PROYECTO"
          DISPLAY "    4=CARGAR ETC DEL MES (LIDER DEL PROYECTO)"
          DISPLAY "    5=REPORTE REAL / ETC / EAC POR PROYECTO"
          display "    0=EXIT"
          ACCEPT choice

          EVALUATE CHOICE
           WHEN 1 PERFORM ALTA1
           WHEN 2 PERFORM MODIF1
           WHEN 3 PERFORM LISTAR1
           WHEN 4 PERFORM ETC1
           WHEN 5 PERFORM REPORTE1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE TAP.
         CLOSE ETC.
         CLOSE PRY.
         STOP RUN.

         PEDIR-PROYECTO.
           DISPLAY " ".
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT WS-CLIENTE.
           DISPLAY "ENTER THE  PROYECTO".
           ACCEPT WS-PROYECTO.
           MOVE WS-CLIENTE TO PRY-CLIENTE.
           MOVE WS-PROYECTO TO PRY-CODIGO.
           MOVE 'Y' TO REXIST.
           READ PRY
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  EL PROYECTO NO EXISTE EN PROYECTOS.DAT"
           END-IF.

         ALTA1.
           PERFORM PEDIR-PROYECTO.
           IF REXIST = 'Y'
             MOVE WS-CLIENTE TO TAP-CLIENTE
             MOVE WS-PROYECTO TO TAP-PROYECTO
             DISPLAY "ENTER THE  CODIGO DE TAREA (4 CARACTERES)"
             ACCEPT TAP-TAREA
             DISPLAY "ENTER THE  DESCRIPCION"
             ACCEPT TAP-DESC
             DISPLAY "ENTER THE  HORAS PRESUPUESTADAS"
             ACCEPT TAP-HORAS-PRESUP
             DISPLAY "ENTER THE  IMPORTE PRESUPUESTADO"
             ACCEPT TAP-IMPORTE-PRESUP
             MOVE 'A' TO TAP-ESTADO
             IF TAP-TAREA = SPACES
               DISPLAY "  EL CODIGO DE TAREA ES OBLIGATORIO"
             ELSE
               WRITE TAP-REG
                 INVALID KEY DISPLAY "  RECORD IS ALREADY EXIST"
               END-WRITE
             END-IF
           END-IF.

         MODIF1.
           PERFORM PEDIR-PROYECTO.
           IF REXIST = 'Y'
             MOVE WS-CLIENTE TO TAP-CLIENTE
             MOVE WS-PROYECTO TO TAP-PROYECTO
             DISPLAY "ENTER THE  CODIGO DE TAREA"
             ACCEPT TAP-TAREA
             READ TAP
               INVALID KEY MOVE 'N' TO REXIST
             END-READ
             IF REXIST = 'N'
               DISPLAY "  TAREA NO EXISTE"
             ELSE
               DISPLAY "ENTER THE  DESCRIPCION"
               ACCEPT TAP-DESC
               DISPLAY "ENTER THE  HORAS PRESUPUESTADAS"
               ACCEPT TAP-HORAS-PRESUP
               DISPLAY "ENTER THE  IMPORTE PRESUPUESTADO"
               ACCEPT TAP-IMPORTE-PRESUP
               DISPLAY "ENTER THE  ESTADO (A=ABIERTA C=CERRADA)"
               ACCEPT TAP-ESTADO
               IF NOT TAP-CERRADA
                 MOVE 'A' TO TAP-ESTADO
               END-IF
               REWRITE TAP-REG
                 INVALID KEY DISPLAY "  RECORD NOT READED"
               END-REWRITE
             END-IF
           END-IF.

         LISTAR1.
           PERFORM PEDIR-PROYECTO.
           IF REXIST = 'Y'
             DISPLAY "PROYECTO " PRY-CODIGO " " PRY-DESC
             MOVE WS-CLIENTE TO TAP-CLIENTE
             MOVE WS-PROYECTO TO TAP-PROYECTO
             MOVE LOW-VALUE TO TAP-TAREA
             MOVE 'N' TO WS-LIST-EOF
             START TAP KEY IS NOT LESS THAN TAP-KEY
               INVALID KEY MOVE 'S' TO WS-LIST-EOF
             END-START
             PERFORM LISTAR1-UNA UNTIL WS-LIST-EOF = 'S'
           END-IF.

         LISTAR1-UNA.
           READ TAP NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF TAP-CLIENTE NOT = WS-CLIENTE OR
                 TAP-PROYECTO NOT = WS-PROYECTO
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               MOVE TAP-HORAS-PRESUP TO WS-HS-EDIT
               MOVE TAP-IMPORTE-PRESUP TO WS-IMP-EDIT
               DISPLAY "  TAREA " TAP-TAREA "  " TAP-DESC
                   "  HS " WS-HS-EDIT "  $" WS-IMP-EDIT
                   "  " TAP-ESTADO
             END-IF
           END-IF.

      *  Carga mensual del ETC: la hace el lider del proyecto, tarea
      *  por tarea abierta. Un periodo ya cargado se reemplaza.
         ETC1.
           PERFORM PEDIR-PROYECTO.
           IF REXIST = 'Y'
             DISPLAY "ENTER THE  CONSULTOR LIDER"
             ACCEPT WS-LIDER
             IF PRY-LIDER NOT = ZERO AND WS-LIDER NOT = PRY-LIDER
               DISPLAY "  SOLO EL LIDER DEL PROYECTO (" PRY-LIDER
                   ") CARGA EL ETC"
             ELSE
               DISPLAY "ENTER THE  PERIODO (AAAAMM, ENTER = MES "
                   "ACTUAL)"
               MOVE SPACES TO WS-PERIODO
               ACCEPT WS-PERIODO
               IF WS-PERIODO = SPACES
                 MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
               END-IF
               MOVE ZERO TO WS-CANT-TAREAS
               MOVE WS-CLIENTE TO TAP-CLIENTE
               MOVE WS-PROYECTO TO TAP-PROYECTO
               MOVE LOW-VALUE TO TAP-TAREA
               MOVE 'N' TO WS-LIST-EOF
               START TAP KEY IS NOT LESS THAN TAP-KEY
                 INVALID KEY MOVE 'S' TO WS-LIST-EOF
               END-START
               PERFORM ETC1-TAREA UNTIL WS-LIST-EOF = 'S'
               DISPLAY "  ETC CARGADO PARA " WS-CANT-TAREAS
                   " TAREAS DEL PERIODO " WS-PERIODO
             END-IF
           END-IF.

         ETC1-TAREA.
           READ TAP NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF TAP-CLIENTE NOT = WS-CLIENTE OR
                 TAP-PROYECTO NOT = WS-PROYECTO
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               IF TAP-ABIERTA
                 PERFORM ETC1-CARGAR
               END-IF
             END-IF
           END-IF.

         ETC1-CARGAR.
           PERFORM BUSCAR-ETC-VIGENTE.
           DISPLAY "TAREA " TAP-TAREA "  " TAP-DESC.
           IF WS-ETC-PERIODO NOT = SPACES
             MOVE WS-ETC-HORAS TO WS-HS-EDIT
             MOVE WS-ETC-IMPORTE TO WS-IMP-EDIT
             DISPLAY "  ETC ANTERIOR (" WS-ETC-PERIODO "): HS "
                 WS-HS-EDIT "  $" WS-IMP-EDIT
           END-IF.
           MOVE TAP-CLIENTE TO ETC-CLIENTE.
           MOVE TAP-PROYECTO TO ETC-PROYECTO.
           MOVE TAP-TAREA TO ETC-TAREA.
           MOVE WS-PERIODO TO ETC-PERIODO.
           DISPLAY "ENTER THE  HORAS PARA TERMINAR".
           ACCEPT ETC-HORAS.
           DISPLAY "ENTER THE  IMPORTE PARA TERMINAR "
               "(0 = HORAS POR TARIFA PRESUPUESTADA)".
           ACCEPT ETC-IMPORTE.
           IF ETC-IMPORTE = ZERO AND TAP-HORAS-PRESUP > ZERO
             DIVIDE TAP-IMPORTE-PRESUP BY TAP-HORAS-PRESUP
                 GIVING WS-TARIFA-PRESUP ROUNDED
             MULTIPLY ETC-HORAS BY WS-TARIFA-PRESUP
                 GIVING ETC-IMPORTE ROUNDED
           END-IF.
           MOVE WS-LIDER TO ETC-LIDER.
           MOVE WS-FECHA-HOY TO ETC-FECHA-CARGA.
           WRITE ETC-REG
             INVALID KEY
               REWRITE ETC-REG
                 INVALID KEY DISPLAY "  ERROR AL GRABAR EL ETC"
               END-REWRITE
           END-WRITE.
           ADD 1 TO WS-CANT-TAREAS.

      *  Deja en WS-ETC-* el ETC del ultimo periodo cargado hasta
      *  WS-PERIODO inclusive para la tarea de TAP-REG.
         BUSCAR-ETC-VIGENTE.
           MOVE ZERO TO WS-ETC-HORAS.
           MOVE ZERO TO WS-ETC-IMPORTE.
           MOVE SPACES TO WS-ETC-PERIODO.
           MOVE TAP-CLIENTE TO ETC-CLIENTE.
           MOVE TAP-PROYECTO TO ETC-PROYECTO.
           MOVE TAP-TAREA TO ETC-TAREA.
           MOVE LOW-VALUE TO ETC-PERIODO.
           MOVE 'N' TO WS-ETC-EOF.
           START ETC KEY IS NOT LESS THAN ETC-KEY
             INVALID KEY MOVE 'S' TO WS-ETC-EOF
           END-START.
           PERFORM BUSCAR-ETC-UNO UNTIL WS-ETC-EOF = 'S'.

         BUSCAR-ETC-UNO.
           READ ETC NEXT RECORD
             AT END MOVE 'S' TO WS-ETC-EOF
           END-READ.
           IF WS-ETC-EOF = 'N'
             IF ETC-CLIENTE NOT = TAP-CLIENTE OR
                 ETC-PROYECTO NOT = TAP-PROYECTO OR
                 ETC-TAREA NOT = TAP-TAREA OR
                 ETC-PERIODO > WS-PERIODO
               MOVE 'S' TO WS-ETC-EOF
             ELSE
               MOVE ETC-HORAS TO WS-ETC-HORAS
               MOVE ETC-IMPORTE TO WS-ETC-IMPORTE
               MOVE ETC-PERIODO TO WS-ETC-PERIODO
             END-IF
           END-IF.

      *  Real a la fecha (horas cargadas hasta el cierre del periodo,
      *  las facturables valuadas a la tarifa vigente como en el
      *  devengamiento), ETC vigente, EAC = real + ETC y variacion
      *  contra el presupuesto. Se marcan los proyectos cuyo EAC
      *  supera el presupuesto, la cotizacion o la orden de compra.
         REPORTE1.
           DISPLAY " ".
           DISPLAY "ENTER THE  PERIODO (AAAAMM, ENTER = MES ACTUAL)".
           MOVE SPACES TO WS-PERIODO.
           ACCEPT WS-PERIODO.
           IF WS-PERIODO = SPACES
             MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           END-IF.
           PERFORM ACUMULAR-REAL.
           MOVE 'N' TO WS-HAY-COT.
           OPEN INPUT COT.
           IF COT-FS = '00'
             MOVE 'S' TO WS-HAY-COT
           END-IF.
           MOVE 'N' TO WS-HAY-OC.
           OPEN INPUT OC.
           IF OC-FS = '00'
             MOVE 'S' TO WS-HAY-OC
           END-IF.
           MOVE ZERO TO WS-CANT-PROYECTOS.
           MOVE ZERO TO WS-CANT-EXCEDIDOS.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "TAREAS DE PROYECTO - REAL, ETC Y ESTIMADO AL "
               DELIMITED BY SIZE
               "FINAL (EAC) - PERIODO " DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE LOW-VALUE TO PRY-KEY.
           MOVE '00' TO PRY-FS.
           START PRY KEY IS NOT LESS THAN PRY-KEY
             INVALID KEY MOVE '10' TO PRY-FS
           END-START.
           PERFORM REPORTE1-PROYECTO UNTIL PRY-EOF.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "PROYECTOS: " DELIMITED BY SIZE
               WS-CANT-PROYECTOS DELIMITED BY SIZE
               "  CON EAC EXCEDIDO: " DELIMITED BY SIZE
               WS-CANT-EXCEDIDOS DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           CLOSE LISTADO.
           IF WS-HAY-COT = 'S'
             CLOSE COT
           END-IF.
           IF WS-HAY-OC = 'S'
             CLOSE OC
           END-IF.
           DISPLAY "REPORTE GRABADO EN TAREAS_EAC.PRN".

         ACUMULAR-REAL.
           MOVE ZERO TO WS-T-ACT-COUNT.
           MOVE 'N' TO WS-HAY-CON.
           OPEN INPUT CON.
           IF CON-FS = '00'
             MOVE 'S' TO WS-HAY-CON
           END-IF.
           MOVE 'N' TO WS-HAY-ASG.
           OPEN INPUT ASG.
           IF ASG-FS = '00'
             MOVE 'S' TO WS-HAY-ASG
           END-IF.
           MOVE 'O' TO COD-OPER.
           CALL 'TARIFAS' USING PAR-ENTRADA,PAR-SALIDA,COD-OPER.
           MOVE 'P' TO COD-OPER.
           OPEN INPUT HOR.
           IF HOR-FS = '00'
             MOVE LOW-VALUE TO HOR-KEY
             START HOR KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE '10' TO HOR-FS
             END-START
             PERFORM ACUMULAR-UNA-HORA UNTIL HOR-EOF
           END-IF.
           CLOSE HOR.
           MOVE 'C' TO COD-OPER.
           CALL 'TARIFAS' USING PAR-ENTRADA,PAR-SALIDA,COD-OPER.
           IF WS-HAY-CON = 'S'
             CLOSE CON
           END-IF.
           IF WS-HAY-ASG = 'S'
             CLOSE ASG
           END-IF.

         ACUMULAR-UNA-HORA.
           READ HOR NEXT RECORD
             AT END CONTINUE
           END-READ.
           IF NOT HOR-EOF
             IF HOR-PROYECTO NOT = SPACES AND
                 HOR-FECHA(1:6) <= WS-PERIODO
               PERFORM UBICAR-REAL
               IF WS-I <= WS-T-ACT-COUNT
                 ADD HOR-CANT-HORAS TO WS-T-ACT-HS(WS-I)
                 IF HOR-TIPO-FACTURABLE
                   PERFORM VALUAR-HORA
                   ADD WS-IMPORTE TO WS-T-ACT-IMP(WS-I)
                 END-IF
               END-IF
             END-IF
           END-IF.

         UBICAR-REAL.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-ACT-COUNT OR WS-HALLADO = 'S'
             IF WS-T-ACT-CLI(WS-I) = HOR-CLIENTE AND
                 WS-T-ACT-PRY(WS-I) = HOR-PROYECTO AND
                 WS-T-ACT-TAR(WS-I) = HOR-TAREA
               MOVE 'S' TO WS-HALLADO
               SUBTRACT 1 FROM WS-I
             END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N' AND WS-T-ACT-COUNT < 1000
             ADD 1 TO WS-T-ACT-COUNT
             MOVE WS-T-ACT-COUNT TO WS-I
             MOVE HOR-CLIENTE TO WS-T-ACT-CLI(WS-I)
             MOVE HOR-PROYECTO TO WS-T-ACT-PRY(WS-I)
             MOVE HOR-TAREA TO WS-T-ACT-TAR(WS-I)
             MOVE ZERO TO WS-T-ACT-HS(WS-I)
             MOVE ZERO TO WS-T-ACT-IMP(WS-I)
             MOVE 'N' TO WS-T-ACT-USADO(WS-I)
           END-IF.

      *  Tarifa vigente a la fecha de la hora para el perfil del
      *  consultor (o el rol de su asignacion al cliente).
         VALUAR-HORA.
           MOVE ZERO TO WS-IMPORTE.
           MOVE 'N' TO REXIST.
           IF WS-HAY-CON = 'S'
             MOVE HOR-CONS TO CON-COD-CONS
             MOVE 'Y' TO REXIST
             READ CON
               INVALID KEY MOVE 'N' TO REXIST
             END-READ
           END-IF.
           IF REXIST = 'Y'
             MOVE CON-PERFIL TO WS-PERFIL-EFECTIVO
             IF WS-HAY-ASG = 'S'
               MOVE HOR-CONS TO ASG-CONS
               MOVE HOR-CLIENTE TO ASG-CLIENTE
               MOVE LOW-VALUE TO ASG-DESDE
               MOVE 'N' TO WS-ASG-FIN
               START ASG KEY IS NOT LESS THAN ASG-KEY
                 INVALID KEY MOVE 'S' TO WS-ASG-FIN
               END-START
               PERFORM EXAMINAR-ASIGNACION UNTIL WS-ASG-FIN = 'S'
             END-IF
             MOVE WS-PERFIL-EFECTIVO TO PARAM-PERFIL
             MOVE HOR-FECHA TO WS-FEC-8
             MOVE WS-FEC-8-AA TO WS-FEC-AA
             MOVE WS-FEC-8-MM TO WS-FEC-MM
             MOVE WS-FEC-8-DD TO WS-FEC-DD
             MOVE WS-FECHA TO PARAM-FVIGENCIA
             MOVE HOR-CLIENTE TO PARAM-CLIENTE
             MOVE HOR-CONS TO PARAM-CONSULTOR
             CALL 'TARIFAS' USING PAR-ENTRADA,PAR-SALIDA,COD-OPER
             IF PARAM-TARIFA-OK
               MULTIPLY HOR-CANT-HORAS BY PARAM-TARIFA
                   GIVING WS-IMPORTE
             END-IF
           END-IF.

         EXAMINAR-ASIGNACION.
           READ ASG NEXT RECORD
             AT END MOVE 'S' TO WS-ASG-FIN
           END-READ.
           IF WS-ASG-FIN = 'N'
             IF ASG-CONS NOT = HOR-CONS OR
                 ASG-CLIENTE NOT = HOR-CLIENTE
               MOVE 'S' TO WS-ASG-FIN
             ELSE
               IF HOR-FECHA >= ASG-DESDE AND
                   HOR-FECHA <= ASG-HASTA AND
                   ASG-ROL NOT = SPACE
                 MOVE ASG-ROL TO WS-PERFIL-EFECTIVO
               END-IF
             END-IF
           END-IF.

         REPORTE1-PROYECTO.
           READ PRY NEXT RECORD
             AT END CONTINUE
           END-READ.
           IF NOT PRY-EOF
             MOVE ZERO TO WS-PRY-HS-PRES
             MOVE ZERO TO WS-PRY-IMP-PRES
             MOVE ZERO TO WS-PRY-HS-REAL
             MOVE ZERO TO WS-PRY-IMP-REAL
             MOVE ZERO TO WS-PRY-HS-ETC
             MOVE ZERO TO WS-PRY-IMP-ETC
             MOVE 'N' TO WS-PRY-CON-DATOS
             MOVE PRY-CLIENTE TO WS-CLIENTE
             MOVE PRY-CODIGO TO WS-PROYECTO
             MOVE WS-CLIENTE TO TAP-CLIENTE
             MOVE WS-PROYECTO TO TAP-PROYECTO
             MOVE LOW-VALUE TO TAP-TAREA
             MOVE 'N' TO WS-LIST-EOF
             START TAP KEY IS NOT LESS THAN TAP-KEY
               INVALID KEY MOVE 'S' TO WS-LIST-EOF
             END-START
             PERFORM REPORTE1-TAREA UNTIL WS-LIST-EOF = 'S'
             PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-T-ACT-COUNT
               IF WS-T-ACT-CLI(WS-I) = WS-CLIENTE AND
                   WS-T-ACT-PRY(WS-I) = WS-PROYECTO AND
                   WS-T-ACT-USADO(WS-I) = 'N'
                 PERFORM REPORTE1-SIN-TAREA
               END-IF
             END-PERFORM
             IF WS-PRY-CON-DATOS = 'S'
               PERFORM REPORTE1-TOTAL-PROYECTO
             END-IF
           END-IF.

         REPORTE1-ENCABEZAR.
           MOVE 'S' TO WS-PRY-CON-DATOS.
           ADD 1 TO WS-CANT-PROYECTOS.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "CLIENTE " DELIMITED BY SIZE
               PRY-CLIENTE DELIMITED BY SIZE
               "  PROYECTO " DELIMITED BY SIZE
               PRY-CODIGO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PRY-DESC DELIMITED BY SIZE
               "  LIDER " DELIMITED BY SIZE
               PRY-LIDER DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-LIN-TIT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

         REPORTE1-TAREA.
           READ TAP NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF TAP-CLIENTE NOT = WS-CLIENTE OR
                 TAP-PROYECTO NOT = WS-PROYECTO
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               IF WS-PRY-CON-DATOS = 'N'
                 PERFORM REPORTE1-ENCABEZAR
               END-IF
               MOVE ZERO TO WS-TAR-HS-REAL
               MOVE ZERO TO WS-TAR-IMP-REAL
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-T-ACT-COUNT
                 IF WS-T-ACT-CLI(WS-I) = TAP-CLIENTE AND
                     WS-T-ACT-PRY(WS-I) = TAP-PROYECTO AND
                     WS-T-ACT-TAR(WS-I) = TAP-TAREA
                   ADD WS-T-ACT-HS(WS-I) TO WS-TAR-HS-REAL
                   ADD WS-T-ACT-IMP(WS-I) TO WS-TAR-IMP-REAL
                   MOVE 'S' TO WS-T-ACT-USADO(WS-I)
                 END-IF
               END-PERFORM
               PERFORM BUSCAR-ETC-VIGENTE
      *        Una tarea cerrada ya no tiene nada por hacer.
               IF TAP-CERRADA
                 MOVE ZERO TO WS-ETC-HORAS
                 MOVE ZERO TO WS-ETC-IMPORTE
               END-IF
               COMPUTE WS-TAR-EAC = WS-TAR-IMP-REAL + WS-ETC-IMPORTE
               ADD TAP-HORAS-PRESUP TO WS-PRY-HS-PRES
               ADD TAP-IMPORTE-PRESUP TO WS-PRY-IMP-PRES
               ADD WS-TAR-HS-REAL TO WS-PRY-HS-REAL
               ADD WS-TAR-IMP-REAL TO WS-PRY-IMP-REAL
               ADD WS-ETC-HORAS TO WS-PRY-HS-ETC
               ADD WS-ETC-IMPORTE TO WS-PRY-IMP-ETC
               MOVE TAP-TAREA TO WS-LIN-TAR-COD
               MOVE TAP-DESC TO WS-LIN-TAR-DESC
               MOVE TAP-HORAS-PRESUP TO WS-LIN-TAR-HS-PRES
               MOVE TAP-IMPORTE-PRESUP TO WS-LIN-TAR-IMP-PRES
               MOVE WS-TAR-HS-REAL TO WS-LIN-TAR-HS-REAL
               MOVE WS-TAR-IMP-REAL TO WS-LIN-TAR-IMP-REAL
               MOVE WS-ETC-HORAS TO WS-LIN-TAR-HS-ETC
               MOVE WS-ETC-IMPORTE TO WS-LIN-TAR-IMP-ETC
               MOVE WS-TAR-EAC TO WS-LIN-TAR-EAC
               COMPUTE WS-LIN-TAR-VAR =
                   TAP-IMPORTE-PRESUP - WS-TAR-EAC
               MOVE WS-LIN-TAR TO LISTADO-LINEA
               WRITE LISTADO-LINEA
             END-IF
           END-IF.

      *  Horas del proyecto sin tarea (o con una tarea dada de baja
      *  del desglose): entran al real sin presupuesto ni ETC.
         REPORTE1-SIN-TAREA.
           IF WS-PRY-CON-DATOS = 'N'
             PERFORM REPORTE1-ENCABEZAR
           END-IF.
           MOVE 'S' TO WS-T-ACT-USADO(WS-I).
           ADD WS-T-ACT-HS(WS-I) TO WS-PRY-HS-REAL.
           ADD WS-T-ACT-IMP(WS-I) TO WS-PRY-IMP-REAL.
           MOVE WS-T-ACT-TAR(WS-I) TO WS-LIN-TAR-COD.
           MOVE "(SIN TAREA)" TO WS-LIN-TAR-DESC.
           MOVE ZERO TO WS-LIN-TAR-HS-PRES.
           MOVE ZERO TO WS-LIN-TAR-IMP-PRES.
           MOVE WS-T-ACT-HS(WS-I) TO WS-LIN-TAR-HS-REAL.
           MOVE WS-T-ACT-IMP(WS-I) TO WS-LIN-TAR-IMP-REAL.
           MOVE ZERO TO WS-LIN-TAR-HS-ETC.
           MOVE ZERO TO WS-LIN-TAR-IMP-ETC.
           MOVE WS-T-ACT-IMP(WS-I) TO WS-LIN-TAR-EAC.
           COMPUTE WS-LIN-TAR-VAR = ZERO - WS-T-ACT-IMP(WS-I).
           MOVE WS-LIN-TAR TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

         REPORTE1-TOTAL-PROYECTO.
           COMPUTE WS-PRY-EAC = WS-PRY-IMP-REAL + WS-PRY-IMP-ETC.
           MOVE SPACES TO WS-LIN-TAR-COD.
           MOVE "TOTAL DEL PROYECTO" TO WS-LIN-TAR-DESC.
           MOVE WS-PRY-HS-PRES TO WS-LIN-TAR-HS-PRES.
           MOVE WS-PRY-IMP-PRES TO WS-LIN-TAR-IMP-PRES.
           MOVE WS-PRY-HS-REAL TO WS-LIN-TAR-HS-REAL.
           MOVE WS-PRY-IMP-REAL TO WS-LIN-TAR-IMP-REAL.
           MOVE WS-PRY-HS-ETC TO WS-LIN-TAR-HS-ETC.
           MOVE WS-PRY-IMP-ETC TO WS-LIN-TAR-IMP-ETC.
           MOVE WS-PRY-EAC TO WS-LIN-TAR-EAC.
           COMPUTE WS-LIN-TAR-VAR = WS-PRY-IMP-PRES - WS-PRY-EAC.
           MOVE WS-LIN-TAR TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE 'N' TO WS-PRY-EXCEDIDO.
           IF WS-PRY-EAC > WS-PRY-IMP-PRES
             MOVE 'S' TO WS-PRY-EXCEDIDO
             MOVE "  ** EAC SUPERA EL PRESUPUESTO DEL PROYECTO"
                 TO LISTADO-LINEA
             WRITE LISTADO-LINEA
           END-IF.
           IF PRY-COTIZACION NOT = ZERO AND WS-HAY-COT = 'S'
             MOVE PRY-COTIZACION TO COT-NRO
             READ COT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF WS-PRY-EAC > COT-TOTAL
                   MOVE 'S' TO WS-PRY-EXCEDIDO
                   MOVE COT-TOTAL TO WS-IMP-EDIT
                   MOVE SPACES TO LISTADO-LINEA
                   STRING "  ** EAC SUPERA LA COTIZACION "
                       DELIMITED BY SIZE
                       COT-NRO DELIMITED BY SIZE
                       " ($" DELIMITED BY SIZE
                       WS-IMP-EDIT DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO LISTADO-LINEA
                   WRITE LISTADO-LINEA
                 END-IF
             END-READ
           END-IF.
           IF PRY-ORDEN-COMPRA NOT = SPACES AND WS-HAY-OC = 'S'
             MOVE PRY-CLIENTE TO OC-CLIENTE
             MOVE PRY-ORDEN-COMPRA TO OC-NUMERO
             READ OC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF WS-PRY-EAC > OC-AUTORIZADO
                   MOVE 'S' TO WS-PRY-EXCEDIDO
                   MOVE OC-AUTORIZADO TO WS-IMP-EDIT
                   MOVE SPACES TO LISTADO-LINEA
                   STRING "  ** EAC SUPERA LA ORDEN DE COMPRA "
                       DELIMITED BY SIZE
                       OC-NUMERO DELIMITED BY SIZE
                       " ($" DELIMITED BY SIZE
                       WS-IMP-EDIT DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO LISTADO-LINEA
                   WRITE LISTADO-LINEA
                 END-IF
             END-READ
           END-IF.
           IF WS-PRY-EXCEDIDO = 'S'
             ADD 1 TO WS-CANT-EXCEDIDOS
           END-IF.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       END PROGRAM TAREASPRY.
