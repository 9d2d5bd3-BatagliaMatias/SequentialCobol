               RECORD KEY IS FDE-KEY
               FILE STATUS IS FACTDET-FS.

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT LISTADO ASSIGN TO "PRESUPUESTO.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.
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

       FD CLI
           VALUE OF FILE-ID IS "CLIENTES.DAT".
       01 CLI-REG.
           03 CLI-COD-CLIENTE PIC 9(4).
           03 CLI-RAZON-SOCIAL PIC X(30).
           03 CLI-DIRECCION PIC X(20).
           03 CLI-TELEFONO PIC 9(10).
           03 CLI-MONEDA PIC X(3).
           03 CLI-EMPRESA PIC X(3).
           03 CLI-PLAZO-PAGO PIC 9(3).
           03 CLI-CUIT PIC 9(11).
           03 CLI-COND-FISCAL PIC X(2).
           03 CLI-CAT-IVA PIC X(2).
           03 CLI-RET-GAN PIC 9(2)V99.
           03 CLI-RET-IIBB PIC 9(2)V99.
           03 CLI-BLOQUEO PIC X.
               88 CLI-BLOQUEADO VALUE 'S'.
               88 CLI-SIN-BLOQUEO VALUES 'N', SPACE.
           03 CLI-RED-INCREMENTO PIC 9V99.
           03 CLI-RED-SENTIDO PIC X.
           03 CLI-MIN-DIARIO PIC 9V99.
           03 CLI-DEBITO-AUTO PIC X.
               88 CLI-CON-DEBITO VALUE 'S'.
               88 CLI-SIN-DEBITO VALUES 'N', SPACE.
           03 CLI-CBU PIC X(22).
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

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(200).

       WORKING-STORAGE SECTION.

           88 FACTDET-OK                      VALUE '00'.
           88 FACTDET-EOF                     VALUE '10'.
       01 LISTADO-FS                   PIC X(2).
       01 CLI-FS                       PIC X(2).

       01 WS-PERIODO                   PIC X(6).
      * Primer periodo que puede caer en un acumulado del ejercicio.
       01 WS-PER-MIN.
           03 WS-PER-MIN-AA            PIC 9(4).
           03 WS-PER-MIN-MM            PIC 9(2).
       01 WS-CLIENTE                   PIC 9(4).

      * Acumulado del ejercicio de cada cliente: el de la empresa
      * del cliente (subprograma EJERCICIO).
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
       01 WS-I                         PIC 9(4).
       01 WS-HALLADO                   PIC X.
       01 WS-CANT-ALERTAS              PIC 9(4) VALUE ZERO.

      * Reales del historico de detalle y presupuestos, del periodo
      * y acumulados desde el inicio del ejercicio del cliente.
       01 WS-T-ACT-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-ACT.
           03 WS-T-ACT-CAMPO OCCURS 500 TIMES.
               05 WS-T-ACT-CLI          PIC 9(4).
               05 WS-T-ACT-DESDE        PIC X(6).
               05 WS-T-ACT-ETIQUETA     PIC X(7).
               05 WS-T-ACT-HORAS        PIC S9(7)V99.
               05 WS-T-ACT-IMPORTE      PIC S9(9)V99.
               05 WS-T-ACT-HORAS-AC     PIC S9(7)V99.
               05 WS-T-ACT-IMPORTE-AC   PIC S9(9)V99.
               05 WS-T-ACT-TIENE-PRE    PIC X.
               05 WS-T-ACT-PRE-HORAS    PIC S9(7)V99.
               05 WS-T-ACT-PRE-IMPORTE  PIC S9(9)V99.
               05 WS-T-ACT-PRE-HORAS-AC PIC S9(7)V99.
               05 WS-T-ACT-PRE-IMP-AC   PIC S9(9)V99.

       01 WS-ENC-PRE.
           03 FILLER PIC X(42)
           03 FILLER PIC X(16) VALUE "    IMPORTE PRES".
           03 FILLER PIC X(16) VALUE "    IMPORTE REAL".
           03 FILLER PIC X(10) VALUE "    ALERTA".
           03 FILLER PIC X(11) VALUE "  EJERCICIO".
           03 FILLER PIC X(12) VALUE " HS PRES AC.".
           03 FILLER PIC X(12) VALUE " HS REAL AC.".
           03 FILLER PIC X(16) VALUE "    IMP.PRES AC.".
           03 FILLER PIC X(16) VALUE "    IMP.REAL AC.".

       01 WS-LIN-PRE.
           03 WS-LIN-PRE-CLI       PIC 9(4).
           03 WS-LIN-PRE-IMR       PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X(4) VALUE "    ".
           03 WS-LIN-PRE-FLAG      PIC X(10).
           03 FILLER               PIC X(4) VALUE SPACES.
           03 WS-LIN-PRE-EJ        PIC X(7).
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-PRE-HSP-AC    PIC -ZZZZ9,99.
           03 FILLER               PIC X(3) VALUE SPACES.
           03 WS-LIN-PRE-HSR-AC    PIC -ZZZZ9,99.
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-PRE-IMP-AC    PIC -ZZZ.ZZZ.Z99,99.
           03 FILLER               PIC X VALUE " ".
           03 WS-LIN-PRE-IMR-AC    PIC -ZZZ.ZZZ.Z99,99.

       PROCEDURE DIVISION.

           DISPLAY "PRESUPUESTO VS REAL POR CLIENTE".
           DISPLAY "INGRESE EL PERIODO (AAAAMM): ".
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO TO WS-PER-MIN.
           IF WS-PER-MIN-MM > 11
               SUBTRACT 11 FROM WS-PER-MIN-MM
           ELSE
               ADD 1 TO WS-PER-MIN-MM
               SUBTRACT 1 FROM WS-PER-MIN-AA
           END-IF.
           OPEN INPUT FACTDET.
           IF NOT FACTDET-OK
               DISPLAY "ERROR APERTURA FACTDET.DAT"
               DISPLAY "ERROR APERTURA PRESUPUESTOS.DAT"
               CLOSE FACTDET
               STOP RUN.
           OPEN INPUT CLI.
           OPEN OUTPUT LISTADO.
           MOVE WS-PERIODO TO WS-ENC-PRE-PER.
           MOVE WS-ENC-PRE TO LISTADO-LINEA.
               AT END CONTINUE
           END-READ.
           IF NOT FACTDET-EOF
               IF FDE-FECHA(1:6) >= WS-PER-MIN AND
                   FDE-FECHA(1:6) <= WS-PERIODO
                   PERFORM 110-SUMAR-EN-TABLA
               END-IF
           END-IF.

       110-SUMAR-EN-TABLA.
           MOVE FDE-CLIENTE TO WS-CLIENTE.
           PERFORM 120-UBICAR-CLIENTE.
           IF FDE-FECHA(1:6) = WS-PERIODO
               ADD FDE-CANT-HORAS TO WS-T-ACT-HORAS(WS-I)
               ADD FDE-IMPORTE TO WS-T-ACT-IMPORTE(WS-I)
           END-IF.
           IF FDE-FECHA(1:6) >= WS-T-ACT-DESDE(WS-I)
               ADD FDE-CANT-HORAS TO WS-T-ACT-HORAS-AC(WS-I)
               ADD FDE-IMPORTE TO WS-T-ACT-IMPORTE-AC(WS-I)
           END-IF.

      * Al agregar un cliente se fija el inicio del ejercicio de su
      * empresa que contiene el periodo pedido.
       120-UBICAR-CLIENTE.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-ACT-COUNT OR WS-HALLADO = 'S'
               IF WS-T-ACT-CLI(WS-I) = WS-CLIENTE
                   MOVE 'S' TO WS-HALLADO
                   SUBTRACT 1 FROM WS-I
               END-IF
           IF WS-HALLADO = 'N'
               ADD 1 TO WS-T-ACT-COUNT
               MOVE WS-T-ACT-COUNT TO WS-I
               MOVE WS-CLIENTE TO WS-T-ACT-CLI(WS-I)
               MOVE ZERO TO WS-T-ACT-HORAS(WS-I)
               MOVE ZERO TO WS-T-ACT-IMPORTE(WS-I)
               MOVE ZERO TO WS-T-ACT-HORAS-AC(WS-I)
               MOVE ZERO TO WS-T-ACT-IMPORTE-AC(WS-I)
               MOVE 'N' TO WS-T-ACT-TIENE-PRE(WS-I)
               MOVE ZERO TO WS-T-ACT-PRE-HORAS(WS-I)
               MOVE ZERO TO WS-T-ACT-PRE-IMPORTE(WS-I)
               MOVE ZERO TO WS-T-ACT-PRE-HORAS-AC(WS-I)
               MOVE ZERO TO WS-T-ACT-PRE-IMP-AC(WS-I)
               MOVE SPACES TO EJC-EMPRESA
               MOVE WS-CLIENTE TO CLI-COD-CLIENTE
               READ CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CLI-EMPRESA TO EJC-EMPRESA
               END-READ
               MOVE 'F' TO EJC-OPER
               MOVE SPACES TO EJC-FECHA
               MOVE WS-PERIODO TO EJC-FECHA(1:6)
               CALL 'EJERCICIO' USING EJC-PARAM
               MOVE EJC-DESDE(1:6) TO WS-T-ACT-DESDE(WS-I)
               MOVE EJC-ETIQUETA TO WS-T-ACT-ETIQUETA(WS-I)
           END-IF.

       200-COMPARAR-PRESUPUESTOS.
           PERFORM 210-ACUMULAR-PRESUPUESTO UNTIL PRESUP-EOF.
           PERFORM 220-IMPRIMIR-COMPARACION
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-ACT-COUNT.

       210-ACUMULAR-PRESUPUESTO.
           READ PRESUP RECORD
               AT END CONTINUE
           END-READ.
           IF NOT PRESUP-EOF AND PRESUP-OK
               IF PRE-PERIODO >= WS-PER-MIN AND
                   PRE-PERIODO <= WS-PERIODO
                   MOVE PRE-CLIENTE TO WS-CLIENTE
                   PERFORM 120-UBICAR-CLIENTE
                   IF PRE-PERIODO = WS-PERIODO
                       MOVE 'S' TO WS-T-ACT-TIENE-PRE(WS-I)
                       ADD PRE-HORAS TO WS-T-ACT-PRE-HORAS(WS-I)
                       ADD PRE-IMPORTE TO WS-T-ACT-PRE-IMPORTE(WS-I)
                   END-IF
                   IF PRE-PERIODO >= WS-T-ACT-DESDE(WS-I)
                       ADD PRE-HORAS TO WS-T-ACT-PRE-HORAS-AC(WS-I)
                       ADD PRE-IMPORTE TO WS-T-ACT-PRE-IMP-AC(WS-I)
                   END-IF
               END-IF
           END-IF.

       220-IMPRIMIR-COMPARACION.
           IF WS-T-ACT-TIENE-PRE(WS-I) = 'S'
               MOVE WS-T-ACT-CLI(WS-I) TO WS-LIN-PRE-CLI
               MOVE WS-T-ACT-PRE-HORAS(WS-I) TO WS-LIN-PRE-HSP
               MOVE WS-T-ACT-PRE-IMPORTE(WS-I) TO WS-LIN-PRE-IMP
               MOVE WS-T-ACT-HORAS(WS-I) TO WS-LIN-PRE-HSR
               MOVE WS-T-ACT-IMPORTE(WS-I) TO WS-LIN-PRE-IMR
               IF WS-T-ACT-HORAS(WS-I) = ZERO AND
                   WS-T-ACT-IMPORTE(WS-I) = ZERO
                   MOVE "SIN REAL" TO WS-LIN-PRE-FLAG
               ELSE
                   IF WS-T-ACT-HORAS(WS-I) >
                       WS-T-ACT-PRE-HORAS(WS-I) OR
                       WS-T-ACT-IMPORTE(WS-I) >
                       WS-T-ACT-PRE-IMPORTE(WS-I)
                       MOVE "EXCEDIDO" TO WS-LIN-PRE-FLAG
                       ADD 1 TO WS-CANT-ALERTAS
                   ELSE
                       MOVE SPACES TO WS-LIN-PRE-FLAG
                   END-IF
               END-IF
               MOVE WS-T-ACT-ETIQUETA(WS-I) TO WS-LIN-PRE-EJ
               MOVE WS-T-ACT-PRE-HORAS-AC(WS-I) TO WS-LIN-PRE-HSP-AC
               MOVE WS-T-ACT-HORAS-AC(WS-I) TO WS-LIN-PRE-HSR-AC
               MOVE WS-T-ACT-PRE-IMP-AC(WS-I) TO WS-LIN-PRE-IMP-AC
               MOVE WS-T-ACT-IMPORTE-AC(WS-I) TO WS-LIN-PRE-IMR-AC
               MOVE WS-LIN-PRE TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

       900-FIN.
           CLOSE FACTDET.
           CLOSE PRESUP.
           CLOSE CLI.
           CLOSE LISTADO.
           DISPLAY "CLIENTES EXCEDIDOS DE PRESUPUESTO: "
               WS-CANT-ALERTAS.
