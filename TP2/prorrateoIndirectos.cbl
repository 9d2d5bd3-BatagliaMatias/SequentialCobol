       IDENTIFICATION DIVISION.

       PROGRAM-ID. PRORRATEO.

      * Prorrateo de costos indirectos y rentabilidad a costo pleno.
      * Los pozos de COSTOSIND.DAT de cada empresa y mes se reparten
      * entre los clientes y proyectos facturados por esa empresa en
      * el mes, segun el inductor del pozo (horas facturadas,
      * ingresos o dotacion de consultores). El resultado queda en
      * ASIGIND.DAT por periodo para comparar contra meses
      * anteriores; correr de nuevo un mes reemplaza su asignacion.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FACTDET ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDE-KEY
               FILE STATUS IS FACTDET-FS.

           SELECT FACTCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-KEY
               ALTERNATE RECORD KEY IS FCL-CLIENTE WITH DUPLICATES
               FILE STATUS IS FACTCLI-FS.

           SELECT COS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COS-KEY
               FILE STATUS IS COS-FS.

      * Tarifas de compra pactadas con los subcontratistas: para
      * ellos el costo real es esta tarifa, no COSTOS.DAT.
           SELECT OPTIONAL COSTOSUB ASSIGN TO "COSTOSUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COSTOSUB-FS.

           SELECT CIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIN-KEY
               FILE STATUS IS CIN-FS.

           SELECT AIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIN-KEY
               FILE STATUS IS AIN-FS.

           SELECT LISTADO ASSIGN TO "PRORRATEO.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

       FD FACTDET
           VALUE OF FILE-ID IS "FACTDET.DAT".
       01 FDE-REG.
           02 FDE-KEY.
               03 FDE-NRO-FACT PIC 9(6).
               03 FDE-CONS PIC 9(3).
               03 FDE-CLIENTE PIC 9(4).
               03 FDE-FECHA PIC X(8).
               03 FDE-SECUENCIA PIC 9(2).
           02 FDE-DATOS.
               03 FDE-CANT-HORAS PIC S9(2)V99.
               03 FDE-TARIFA PIC 9(7)V99.
               03 FDE-IMPORTE PIC S9(7)V99.
               03 FDE-MONEDA PIC X(3).
               03 FDE-IMPORTE-MON PIC S9(7)V99.
               03 FDE-OBSERV PIC X(30).
               03 FDE-APEYNOM PIC X(25).
               03 FDE-DESC-PER PIC X(15).
               03 FDE-CLIENTE-NOM PIC X(30).
               03 FDE-PROYECTO PIC X(6).
               03 FDE-MECANISMO PIC X(2).
               03 FDE-UNIDAD PIC X.
               03 FDE-CANT-UNIDAD PIC S9(3)V99.

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

       FD COS
           VALUE OF FILE-ID IS "COSTOS.DAT".
       01 COS-REG.
           02 COS-KEY.
               03 COS-CONS PIC 9(3).
               03 COS-FVIGENCIA PIC X(8).
           02 COS-DATOS.
               03 COS-COSTO-HORA PIC 9(7)V99.

       FD COSTOSUB
           LABEL RECORD OMITTED.
       01 CSB-REG.
           03 CSB-CONS PIC 9(3).
           03 CSB-TARIFA-COMPRA PIC 9(7)V99.

       FD CIN
           VALUE OF FILE-ID IS "COSTOSIND.DAT".
       01 CIN-REG.
           02 CIN-KEY.
               03 CIN-EMPRESA PIC X(3).
               03 CIN-PERIODO PIC X(6).
               03 CIN-POZO PIC X(3).
           02 CIN-DATOS.
               03 CIN-DESCRIPCION PIC X(25).
               03 CIN-IMPORTE PIC 9(9)V99.
               03 CIN-INDUCTOR PIC X.
                   88 CIN-IND-HORAS VALUE 'H'.
                   88 CIN-IND-INGRESOS VALUE 'I'.
                   88 CIN-IND-DOTACION VALUE 'D'.

      * Resultado del prorrateo: importe de cada pozo asignado a
      * cada cliente y proyecto en el periodo.
       FD AIN
           VALUE OF FILE-ID IS "ASIGIND.DAT".
       01 AIN-REG.
           02 AIN-KEY.
               03 AIN-PERIODO PIC X(6).
               03 AIN-EMPRESA PIC X(3).
               03 AIN-CLIENTE PIC 9(4).
               03 AIN-PROYECTO PIC X(6).
               03 AIN-POZO PIC X(3).
           02 AIN-DATOS.
               03 AIN-INDUCTOR PIC X.
               03 AIN-BASE PIC S9(11)V99.
               03 AIN-IMPORTE PIC S9(9)V99.
               03 AIN-FECHA-PROC PIC X(8).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(132).

       WORKING-STORAGE SECTION.

       01 FACTDET-FS                   PIC X(2).
           88 FACTDET-OK                      VALUE '00'.
           88 FACTDET-EOF                     VALUE '10'.
       01 FACTCLI-FS                   PIC X(2).
           88 FACTCLI-OK                      VALUE '00'.
       01 COS-FS                       PIC X(2).
           88 COS-OK                          VALUE '00'.
       01 COSTOSUB-FS                  PIC X(2).
           88 COSTOSUB-OK                     VALUE '00'.
           88 COSTOSUB-EOF                    VALUE '10'.
       01 CIN-FS                       PIC X(2).
           88 CIN-OK                          VALUE '00'.
       01 AIN-FS                       PIC X(2).
       01 LISTADO-FS                   PIC X(2).

       01 WS-PERIODO                   PIC X(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PER-ANIO              PIC 9(4).
           03 WS-PER-MES               PIC 9(2).
       01 WS-PERIODO-ANT               PIC X(6).
       01 WS-PERIODO-ANT-R REDEFINES WS-PERIODO-ANT.
           03 WS-PER-ANT-ANIO          PIC 9(4).
           03 WS-PER-ANT-MES           PIC 9(2).
       01 WS-FECHA-PROC                PIC X(8).
       01 WS-HAY-POZOS                 PIC X VALUE 'N'.
       01 WS-HAY-FACTCLI               PIC X VALUE 'N'.
       01 WS-HAY-COSTOS                PIC X VALUE 'N'.
       01 WS-CIN-FIN                   PIC X.
       01 WS-AIN-FIN                   PIC X.
       01 WS-BORRADOS                  PIC 9(5) VALUE ZERO.
       01 WS-GRABADOS                  PIC 9(5) VALUE ZERO.

       01 WS-EMPRESA                   PIC X(3).
       01 WS-COSTO-HORA                PIC 9(7)V99.
       01 WS-COSTO                     PIC S9(9)V99.
       01 WS-COS-FIN                   PIC X.
       01 WS-CANT-SIN-COSTO            PIC 9(5) VALUE ZERO.
       01 WS-CSB-K                     PIC 9(3).
       01 WS-T-CSB-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-T-CSB.
           03 WS-T-CSB-CAMPO OCCURS 300 TIMES.
               05 WS-T-CSB-CONS PIC 9(3).
               05 WS-T-CSB-TARIFA PIC 9(7)V99.

       01 WS-I                         PIC 9(4).
       01 WS-J                         PIC 9(4).
       01 WS-K                         PIC 9(4).
       01 WS-P                         PIC 9(4).
       01 WS-ULT                       PIC 9(4).
       01 WS-HALLADO                   PIC X.

      * Clientes y proyectos facturados en el mes, por empresa.
       01 WS-T-ASG-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-ASG.
           03 WS-T-ASG-CAMPO OCCURS 500 TIMES.
               05 WS-T-ASG-ORDEN.
                   07 WS-T-ASG-EMP      PIC X(3).
                   07 WS-T-ASG-CLI      PIC 9(4).
                   07 WS-T-ASG-PRY      PIC X(6).
               05 WS-T-ASG-HORAS        PIC S9(7)V99.
               05 WS-T-ASG-ING          PIC S9(11)V99.
               05 WS-T-ASG-COSTO        PIC S9(11)V99.
               05 WS-T-ASG-DOT          PIC 9(4).
               05 WS-T-ASG-IND          PIC S9(11)V99.
               05 WS-T-ASG-IND-ANT      PIC S9(11)V99.
       01 WS-T-ASG-CAMPO-TEMP          PIC X(78).

      * Consultores distintos por cliente y proyecto (dotacion).
       01 WS-T-DOT-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-DOT.
           03 WS-T-DOT-CAMPO OCCURS 2000 TIMES.
               05 WS-T-DOT-ASG          PIC 9(4).
               05 WS-T-DOT-CONS         PIC 9(3).

      * Pozos del mes.
       01 WS-T-POZ-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-POZ.
           03 WS-T-POZ-CAMPO OCCURS 100 TIMES.
               05 WS-T-POZ-EMP          PIC X(3).
               05 WS-T-POZ-COD          PIC X(3).
               05 WS-T-POZ-DESC         PIC X(25).
               05 WS-T-POZ-IMPORTE      PIC 9(9)V99.
               05 WS-T-POZ-INDUCTOR     PIC X.
               05 WS-T-POZ-ASIGNADO     PIC S9(11)V99.

       01 WS-BASE                      PIC S9(11)V99.
       01 WS-BASE-TOTAL                PIC S9(13)V99.
       01 WS-PARTE                     PIC S9(11)V99.
       01 WS-R-ING                     PIC S9(13)V99.
       01 WS-R-COSTO                   PIC S9(13)V99.
       01 WS-R-IND                     PIC S9(13)V99.
       01 WS-MARGEN                    PIC S9(13)V99.
       01 WS-NETO                      PIC S9(13)V99.
       01 WS-PCT                       PIC S9(5)V99.
       01 WS-EMP-ANT                   PIC X(3).
       01 WS-SUB-ING                   PIC S9(13)V99.
       01 WS-SUB-COSTO                 PIC S9(13)V99.
       01 WS-SUB-IND                   PIC S9(13)V99.
       01 WS-SUB-IND-ANT               PIC S9(13)V99.

       01 WS-ENC-COL.
           03 FILLER PIC X(14) VALUE "CLIE  PROYEC  ".
           03 FILLER PIC X(16) VALUE "        INGRESO ".
           03 FILLER PIC X(16) VALUE "     COSTO DIR. ".
           03 FILLER PIC X(16) VALUE "   MARGEN BRUTO ".
           03 FILLER PIC X(16) VALUE "     INDIRECTOS ".
           03 FILLER PIC X(16) VALUE "    MARGEN NETO ".
           03 FILLER PIC X(8)  VALUE "   MG% ".
           03 FILLER PIC X(16) VALUE "  IND. MES ANT. ".

       01 WS-LIN-ASG.
           03 WS-LIN-ASG-CLI       PIC 9(4).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-ASG-PRY       PIC X(6).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-ASG-ING       PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-ASG-COSTO     PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-ASG-MARGEN    PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-ASG-IND       PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-ASG-NETO      PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-ASG-PCT       PIC -ZZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LIN-ASG-IND-ANT   PIC -ZZZ.ZZZ.Z99,99.

       01 WS-LIN-POZ.
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-POZ-EMP       PIC X(3).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-POZ-COD       PIC X(3).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-POZ-DESC      PIC X(25).
           03 FILLER               PIC X(2) VALUE SPACES.
           03 WS-LIN-POZ-IND       PIC X(16).
           03 WS-LIN-POZ-IMPORTE   PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X(11) VALUE "  ASIGNADO ".
           03 WS-LIN-POZ-ASIG      PIC -ZZZ.ZZZ.Z99,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 100-RECORRER-DETALLE UNTIL FACTDET-EOF.
           PERFORM 200-CARGAR-POZOS.
           PERFORM 300-BORRAR-ASIGNACION.
           PERFORM 400-ASIGNAR-POZO
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-T-POZ-COUNT.
           PERFORM 500-ORDENAR.
           PERFORM 510-BUSCAR-MES-ANTERIOR
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-ASG-COUNT.
           PERFORM 600-IMPRIMIR-REPORTE.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "PRORRATEO DE COSTOS INDIRECTOS Y RENTABILIDAD "
               "A COSTO PLENO".
           DISPLAY "INGRESE EL PERIODO (AAAAMM): ".
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO TO WS-PERIODO-ANT.
           IF WS-PER-MES = 1
               SUBTRACT 1 FROM WS-PER-ANT-ANIO
               MOVE 12 TO WS-PER-ANT-MES
           ELSE
               SUBTRACT 1 FROM WS-PER-ANT-MES
           END-IF.
           ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD.
           OPEN INPUT FACTDET.
           IF NOT FACTDET-OK
               DISPLAY "ERROR APERTURA FACTDET.DAT"
               STOP RUN.
           OPEN INPUT FACTCLI.
           IF FACTCLI-OK
               MOVE 'S' TO WS-HAY-FACTCLI
           END-IF.
           OPEN INPUT COS.
           IF COS-OK
               MOVE 'S' TO WS-HAY-COSTOS
           ELSE
               DISPLAY "AVISO: SIN COSTOS.DAT, EL COSTO DE HORAS "
                   "QUEDA EN CERO"
           END-IF.
           OPEN INPUT COSTOSUB.
           IF COSTOSUB-OK
               PERFORM 018-CARGAR-COSTO-SUB UNTIL COSTOSUB-EOF
           END-IF.
           CLOSE COSTOSUB.
           OPEN INPUT CIN.
           IF CIN-OK
               MOVE 'S' TO WS-HAY-POZOS
           ELSE
               DISPLAY "AVISO: SIN COSTOSIND.DAT, NO HAY POZOS "
                   "PARA PRORRATEAR"
           END-IF.
           OPEN I-O AIN.
           IF AIN-FS NOT = '00'
               OPEN OUTPUT AIN
               CLOSE AIN
               OPEN I-O AIN
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE LOW-VALUE TO FDE-KEY.
           START FACTDET KEY IS NOT LESS THAN FDE-KEY
               INVALID KEY MOVE '10' TO FACTDET-FS
           END-START.

       018-CARGAR-COSTO-SUB.
           READ COSTOSUB RECORD
               AT END CONTINUE
           END-READ.
           IF NOT COSTOSUB-EOF AND WS-T-CSB-COUNT < 300
               ADD 1 TO WS-T-CSB-COUNT
               MOVE CSB-CONS TO WS-T-CSB-CONS(WS-T-CSB-COUNT)
               MOVE CSB-TARIFA-COMPRA
                   TO WS-T-CSB-TARIFA(WS-T-CSB-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * Ingreso, costo directo, horas y dotacion del mes por empresa,
      * cliente y proyecto.
      *----------------------------------------------------------------
       100-RECORRER-DETALLE.
           READ FACTDET NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT FACTDET-EOF
               IF FDE-FECHA(1:6) = WS-PERIODO
                   PERFORM 110-PROCESAR-LINEA
               END-IF
           END-IF.

       110-PROCESAR-LINEA.
           MOVE SPACES TO WS-EMPRESA.
           IF WS-HAY-FACTCLI = 'S'
               MOVE FDE-NRO-FACT TO FCL-NRO-FACT
               MOVE FDE-CLIENTE TO FCL-CLIENTE
               READ FACTCLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE FCL-EMPRESA TO WS-EMPRESA
               END-READ
           END-IF.
           PERFORM 120-BUSCAR-COSTO-VIGENTE.
           MULTIPLY FDE-CANT-HORAS BY WS-COSTO-HORA
               GIVING WS-COSTO.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-ASG-COUNT OR WS-HALLADO = 'S'
               IF WS-T-ASG-EMP(WS-I) = WS-EMPRESA AND
                   WS-T-ASG-CLI(WS-I) = FDE-CLIENTE AND
                   WS-T-ASG-PRY(WS-I) = FDE-PROYECTO
                   MOVE 'S' TO WS-HALLADO
                   SUBTRACT 1 FROM WS-I
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N' AND WS-T-ASG-COUNT < 500
               ADD 1 TO WS-T-ASG-COUNT
               MOVE WS-T-ASG-COUNT TO WS-I
               MOVE WS-EMPRESA TO WS-T-ASG-EMP(WS-I)
               MOVE FDE-CLIENTE TO WS-T-ASG-CLI(WS-I)
               MOVE FDE-PROYECTO TO WS-T-ASG-PRY(WS-I)
               MOVE ZERO TO WS-T-ASG-HORAS(WS-I)
               MOVE ZERO TO WS-T-ASG-ING(WS-I)
               MOVE ZERO TO WS-T-ASG-COSTO(WS-I)
               MOVE ZERO TO WS-T-ASG-DOT(WS-I)
               MOVE ZERO TO WS-T-ASG-IND(WS-I)
               MOVE ZERO TO WS-T-ASG-IND-ANT(WS-I)
           END-IF.
           IF WS-I <= WS-T-ASG-COUNT
               ADD FDE-CANT-HORAS TO WS-T-ASG-HORAS(WS-I)
               ADD FDE-IMPORTE TO WS-T-ASG-ING(WS-I)
               ADD WS-COSTO TO WS-T-ASG-COSTO(WS-I)
               PERFORM 130-SUMAR-DOTACION
           END-IF.

      * Costo vigente: el registro de COSTOS.DAT del consultor con
      * mayor vigencia no posterior a la fecha trabajada.
       120-BUSCAR-COSTO-VIGENTE.
           MOVE ZERO TO WS-COSTO-HORA.
      *    El subcontratista cuesta su tarifa de compra pactada.
           PERFORM VARYING WS-CSB-K FROM 1 BY 1
               UNTIL WS-CSB-K > WS-T-CSB-COUNT
               IF WS-T-CSB-CONS(WS-CSB-K) = FDE-CONS
                   MOVE WS-T-CSB-TARIFA(WS-CSB-K) TO WS-COSTO-HORA
               END-IF
           END-PERFORM.
           IF WS-COSTO-HORA = ZERO AND WS-HAY-COSTOS = 'S'
               MOVE FDE-CONS TO COS-CONS
               MOVE LOW-VALUE TO COS-FVIGENCIA
               MOVE 'N' TO WS-COS-FIN
               START COS KEY IS NOT LESS THAN COS-KEY
                   INVALID KEY MOVE 'S' TO WS-COS-FIN
               END-START
               PERFORM 125-EXAMINAR-COSTO UNTIL WS-COS-FIN = 'S'
               IF WS-COSTO-HORA = ZERO
                   ADD 1 TO WS-CANT-SIN-COSTO
               END-IF
           END-IF.

       125-EXAMINAR-COSTO.
           READ COS NEXT RECORD
               AT END MOVE 'S' TO WS-COS-FIN
           END-READ.
           IF WS-COS-FIN = 'N'
               IF COS-CONS NOT = FDE-CONS OR
                   COS-FVIGENCIA > FDE-FECHA
                   MOVE 'S' TO WS-COS-FIN
               ELSE
                   MOVE COS-COSTO-HORA TO WS-COSTO-HORA
               END-IF
           END-IF.

       130-SUMAR-DOTACION.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-T-DOT-COUNT OR WS-HALLADO = 'S'
               IF WS-T-DOT-ASG(WS-K) = WS-I AND
                   WS-T-DOT-CONS(WS-K) = FDE-CONS
                   MOVE 'S' TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N' AND WS-T-DOT-COUNT < 2000
               ADD 1 TO WS-T-DOT-COUNT
               MOVE WS-I TO WS-T-DOT-ASG(WS-T-DOT-COUNT)
               MOVE FDE-CONS TO WS-T-DOT-CONS(WS-T-DOT-COUNT)
               ADD 1 TO WS-T-ASG-DOT(WS-I)
           END-IF.

      *----------------------------------------------------------------
      * Pozos de todas las empresas para el periodo.
      *----------------------------------------------------------------
       200-CARGAR-POZOS.
           IF WS-HAY-POZOS = 'S'
               MOVE LOW-VALUE TO CIN-KEY
               MOVE 'N' TO WS-CIN-FIN
               START CIN KEY IS NOT LESS THAN CIN-KEY
                   INVALID KEY MOVE 'S' TO WS-CIN-FIN
               END-START
               PERFORM 210-LEER-POZO UNTIL WS-CIN-FIN = 'S'
           END-IF.

       210-LEER-POZO.
           READ CIN NEXT RECORD
               AT END MOVE 'S' TO WS-CIN-FIN
           END-READ.
           IF WS-CIN-FIN = 'N'
               IF CIN-PERIODO = WS-PERIODO AND WS-T-POZ-COUNT < 100
                   ADD 1 TO WS-T-POZ-COUNT
                   MOVE CIN-EMPRESA TO WS-T-POZ-EMP(WS-T-POZ-COUNT)
                   MOVE CIN-POZO TO WS-T-POZ-COD(WS-T-POZ-COUNT)
                   MOVE CIN-DESCRIPCION
                       TO WS-T-POZ-DESC(WS-T-POZ-COUNT)
                   MOVE CIN-IMPORTE TO WS-T-POZ-IMPORTE(WS-T-POZ-COUNT)
                   MOVE CIN-INDUCTOR
                       TO WS-T-POZ-INDUCTOR(WS-T-POZ-COUNT)
                   MOVE ZERO TO WS-T-POZ-ASIGNADO(WS-T-POZ-COUNT)
               END-IF
           END-IF.

      * Una nueva corrida del mismo periodo reemplaza la anterior.
       300-BORRAR-ASIGNACION.
           MOVE LOW-VALUE TO AIN-KEY.
           MOVE WS-PERIODO TO AIN-PERIODO.
           MOVE 'N' TO WS-AIN-FIN.
           START AIN KEY IS NOT LESS THAN AIN-KEY
               INVALID KEY MOVE 'S' TO WS-AIN-FIN
           END-START.
           PERFORM 310-BORRAR-UNA UNTIL WS-AIN-FIN = 'S'.

       310-BORRAR-UNA.
           READ AIN NEXT RECORD
               AT END MOVE 'S' TO WS-AIN-FIN
           END-READ.
           IF WS-AIN-FIN = 'N'
               IF AIN-PERIODO NOT = WS-PERIODO
                   MOVE 'S' TO WS-AIN-FIN
               ELSE
                   DELETE AIN
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-BORRADOS
                   END-DELETE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Reparto de un pozo entre los clientes y proyectos de su
      * empresa en proporcion al inductor. El redondeo queda en el
      * ultimo renglon para que el pozo se asigne completo.
      *----------------------------------------------------------------
       400-ASIGNAR-POZO.
           MOVE ZERO TO WS-BASE-TOTAL.
           MOVE ZERO TO WS-ULT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-ASG-COUNT
               IF WS-T-ASG-EMP(WS-I) = WS-T-POZ-EMP(WS-P)
                   PERFORM 410-BASE-DEL-RENGLON
                   IF WS-BASE > ZERO
                       ADD WS-BASE TO WS-BASE-TOTAL
                       MOVE WS-I TO WS-ULT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BASE-TOTAL > ZERO
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ULT
                   IF WS-T-ASG-EMP(WS-I) = WS-T-POZ-EMP(WS-P)
                       PERFORM 410-BASE-DEL-RENGLON
                       IF WS-BASE > ZERO
                           PERFORM 420-ASIGNAR-RENGLON
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "POZO " WS-T-POZ-EMP(WS-P) " "
                   WS-T-POZ-COD(WS-P)
                   " SIN BASE PARA PRORRATEAR EN EL PERIODO"
           END-IF.

       410-BASE-DEL-RENGLON.
           EVALUATE WS-T-POZ-INDUCTOR(WS-P)
               WHEN 'H'
                   MOVE WS-T-ASG-HORAS(WS-I) TO WS-BASE
               WHEN 'I'
                   MOVE WS-T-ASG-ING(WS-I) TO WS-BASE
               WHEN 'D'
                   MOVE WS-T-ASG-DOT(WS-I) TO WS-BASE
               WHEN OTHER
                   MOVE ZERO TO WS-BASE
           END-EVALUATE.

       420-ASIGNAR-RENGLON.
           IF WS-I = WS-ULT
               COMPUTE WS-PARTE = WS-T-POZ-IMPORTE(WS-P)
                   - WS-T-POZ-ASIGNADO(WS-P)
           ELSE
               COMPUTE WS-PARTE ROUNDED =
                   WS-T-POZ-IMPORTE(WS-P) * WS-BASE / WS-BASE-TOTAL
           END-IF.
           ADD WS-PARTE TO WS-T-POZ-ASIGNADO(WS-P).
           ADD WS-PARTE TO WS-T-ASG-IND(WS-I).
           MOVE WS-PERIODO TO AIN-PERIODO.
           MOVE WS-T-ASG-EMP(WS-I) TO AIN-EMPRESA.
           MOVE WS-T-ASG-CLI(WS-I) TO AIN-CLIENTE.
           MOVE WS-T-ASG-PRY(WS-I) TO AIN-PROYECTO.
           MOVE WS-T-POZ-COD(WS-P) TO AIN-POZO.
           MOVE WS-T-POZ-INDUCTOR(WS-P) TO AIN-INDUCTOR.
           MOVE WS-BASE TO AIN-BASE.
           MOVE WS-PARTE TO AIN-IMPORTE.
           MOVE WS-FECHA-PROC TO AIN-FECHA-PROC.
           WRITE AIN-REG
               INVALID KEY DISPLAY "ERROR GRABANDO ASIGIND.DAT "
                   AIN-KEY
               NOT INVALID KEY ADD 1 TO WS-GRABADOS
           END-WRITE.

      * BURBUJEO por empresa, cliente y proyecto.
       500-ORDENAR.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-T-ASG-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J > WS-T-ASG-COUNT
                   IF WS-T-ASG-ORDEN(WS-I) > WS-T-ASG-ORDEN(WS-J)
                       MOVE WS-T-ASG-CAMPO(WS-I)
                           TO WS-T-ASG-CAMPO-TEMP
                       MOVE WS-T-ASG-CAMPO(WS-J)
                           TO WS-T-ASG-CAMPO(WS-I)
                       MOVE WS-T-ASG-CAMPO-TEMP
                           TO WS-T-ASG-CAMPO(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Indirectos asignados al mismo cliente y proyecto el mes
      * anterior, segun la corrida guardada de ese mes.
       510-BUSCAR-MES-ANTERIOR.
           MOVE ZERO TO WS-T-ASG-IND-ANT(WS-I).
           MOVE WS-PERIODO-ANT TO AIN-PERIODO.
           MOVE WS-T-ASG-EMP(WS-I) TO AIN-EMPRESA.
           MOVE WS-T-ASG-CLI(WS-I) TO AIN-CLIENTE.
           MOVE WS-T-ASG-PRY(WS-I) TO AIN-PROYECTO.
           MOVE LOW-VALUE TO AIN-POZO.
           MOVE 'N' TO WS-AIN-FIN.
           START AIN KEY IS NOT LESS THAN AIN-KEY
               INVALID KEY MOVE 'S' TO WS-AIN-FIN
           END-START.
           PERFORM 520-SUMAR-MES-ANTERIOR UNTIL WS-AIN-FIN = 'S'.

       520-SUMAR-MES-ANTERIOR.
           READ AIN NEXT RECORD
               AT END MOVE 'S' TO WS-AIN-FIN
           END-READ.
           IF WS-AIN-FIN = 'N'
               IF AIN-PERIODO NOT = WS-PERIODO-ANT OR
                   AIN-EMPRESA NOT = WS-T-ASG-EMP(WS-I) OR
                   AIN-CLIENTE NOT = WS-T-ASG-CLI(WS-I) OR
                   AIN-PROYECTO NOT = WS-T-ASG-PRY(WS-I)
                   MOVE 'S' TO WS-AIN-FIN
               ELSE
                   ADD AIN-IMPORTE TO WS-T-ASG-IND-ANT(WS-I)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Rentabilidad a costo pleno por empresa, cliente y proyecto.
      *----------------------------------------------------------------
       600-IMPRIMIR-REPORTE.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "RENTABILIDAD A COSTO PLENO - PERIODO "
                   DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               "  (INDIRECTOS COMPARADOS CONTRA " DELIMITED BY SIZE
               WS-PERIODO-ANT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE HIGH-VALUE TO WS-EMP-ANT.
           PERFORM 610-IMPRIMIR-UNO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-ASG-COUNT.
           IF WS-T-ASG-COUNT > ZERO
               PERFORM 620-SUBTOTAL-EMPRESA
           END-IF.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "POZOS DE COSTOS INDIRECTOS DEL PERIODO:"
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 630-IMPRIMIR-POZO
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-T-POZ-COUNT.
           IF WS-T-POZ-COUNT = ZERO
               MOVE "  SIN POZOS CARGADOS PARA EL PERIODO"
                   TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

       610-IMPRIMIR-UNO.
           IF WS-T-ASG-EMP(WS-I) NOT = WS-EMP-ANT
               IF WS-EMP-ANT NOT = HIGH-VALUE
                   PERFORM 620-SUBTOTAL-EMPRESA
               END-IF
               MOVE WS-T-ASG-EMP(WS-I) TO WS-EMP-ANT
               MOVE ZERO TO WS-SUB-ING
               MOVE ZERO TO WS-SUB-COSTO
               MOVE ZERO TO WS-SUB-IND
               MOVE ZERO TO WS-SUB-IND-ANT
               MOVE SPACES TO LISTADO-LINEA
               WRITE LISTADO-LINEA
               MOVE SPACES TO LISTADO-LINEA
               STRING "EMPRESA " DELIMITED BY SIZE
                   WS-EMP-ANT DELIMITED BY SIZE
                   INTO LISTADO-LINEA
               WRITE LISTADO-LINEA
               MOVE WS-ENC-COL TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.
           MOVE WS-T-ASG-CLI(WS-I) TO WS-LIN-ASG-CLI.
           MOVE WS-T-ASG-PRY(WS-I) TO WS-LIN-ASG-PRY.
           ADD WS-T-ASG-ING(WS-I) TO WS-SUB-ING.
           ADD WS-T-ASG-COSTO(WS-I) TO WS-SUB-COSTO.
           ADD WS-T-ASG-IND(WS-I) TO WS-SUB-IND.
           ADD WS-T-ASG-IND-ANT(WS-I) TO WS-SUB-IND-ANT.
           MOVE WS-T-ASG-ING(WS-I) TO WS-R-ING.
           MOVE WS-T-ASG-COSTO(WS-I) TO WS-R-COSTO.
           MOVE WS-T-ASG-IND(WS-I) TO WS-R-IND.
           MOVE WS-T-ASG-IND-ANT(WS-I) TO WS-LIN-ASG-IND-ANT.
           PERFORM 640-ARMAR-LINEA.

       620-SUBTOTAL-EMPRESA.
           MOVE ZERO TO WS-LIN-ASG-CLI.
           MOVE "TOTAL" TO WS-LIN-ASG-PRY.
           MOVE WS-SUB-ING TO WS-R-ING.
           MOVE WS-SUB-COSTO TO WS-R-COSTO.
           MOVE WS-SUB-IND TO WS-R-IND.
           MOVE WS-SUB-IND-ANT TO WS-LIN-ASG-IND-ANT.
           PERFORM 640-ARMAR-LINEA.

       640-ARMAR-LINEA.
           COMPUTE WS-MARGEN = WS-R-ING - WS-R-COSTO.
           COMPUTE WS-NETO = WS-MARGEN - WS-R-IND.
           IF WS-R-ING NOT = ZERO
               COMPUTE WS-PCT ROUNDED = WS-NETO * 100 / WS-R-ING
           ELSE
               MOVE ZERO TO WS-PCT
           END-IF.
           MOVE WS-R-ING TO WS-LIN-ASG-ING.
           MOVE WS-R-COSTO TO WS-LIN-ASG-COSTO.
           MOVE WS-MARGEN TO WS-LIN-ASG-MARGEN.
           MOVE WS-R-IND TO WS-LIN-ASG-IND.
           MOVE WS-NETO TO WS-LIN-ASG-NETO.
           MOVE WS-PCT TO WS-LIN-ASG-PCT.
           MOVE WS-LIN-ASG TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       630-IMPRIMIR-POZO.
           MOVE WS-T-POZ-EMP(WS-P) TO WS-LIN-POZ-EMP.
           MOVE WS-T-POZ-COD(WS-P) TO WS-LIN-POZ-COD.
           MOVE WS-T-POZ-DESC(WS-P) TO WS-LIN-POZ-DESC.
           EVALUATE WS-T-POZ-INDUCTOR(WS-P)
               WHEN 'H'
                   MOVE "HORAS FACTURADAS" TO WS-LIN-POZ-IND
               WHEN 'I'
                   MOVE "INGRESOS" TO WS-LIN-POZ-IND
               WHEN 'D'
                   MOVE "DOTACION" TO WS-LIN-POZ-IND
               WHEN OTHER
                   MOVE "SIN INDUCTOR" TO WS-LIN-POZ-IND
           END-EVALUATE.
           MOVE WS-T-POZ-IMPORTE(WS-P) TO WS-LIN-POZ-IMPORTE.
           MOVE WS-T-POZ-ASIGNADO(WS-P) TO WS-LIN-POZ-ASIG.
           MOVE WS-LIN-POZ TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       900-FIN.
           CLOSE FACTDET.
           IF WS-HAY-FACTCLI = 'S'
               CLOSE FACTCLI
           END-IF.
           IF WS-HAY-COSTOS = 'S'
               CLOSE COS
           END-IF.
           IF WS-HAY-POZOS = 'S'
               CLOSE CIN
           END-IF.
           CLOSE AIN.
           CLOSE LISTADO.
           DISPLAY "LINEAS SIN COSTO CARGADO: " WS-CANT-SIN-COSTO.
           DISPLAY "ASIGNACIONES ANTERIORES DEL PERIODO BORRADAS: "
               WS-BORRADOS.
           DISPLAY "ASIGNACIONES GRABADAS EN ASIGIND.DAT: "
               WS-GRABADOS.
           DISPLAY "REPORTE GRABADO EN PRORRATEO.PRN".

       END PROGRAM PRORRATEO.
