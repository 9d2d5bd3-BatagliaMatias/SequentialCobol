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

       FD COMPROB
           VALUE OF FILE-ID IS "COMPROB.DAT".
       01 WS-TOT-EXENTO                PIC S9(11)V99 VALUE ZERO.
       01 WS-CANT-LINEAS               PIC 9(5) VALUE ZERO.

      * Comprobantes E (exportacion de servicios): no integran el
      * debito fiscal, se listan aparte al final del libro.
       01 WS-TOT-EXPO                  PIC S9(11)V99 VALUE ZERO.
       01 WS-EXP-K                     PIC 9(3).
       01 WS-T-EXP-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-T-EXP.
           03 WS-T-EXP-CAMPO OCCURS 500 TIMES.
               05 WS-T-EXP-FECHA        PIC X(8).
               05 WS-T-EXP-PTOVTA       PIC 9(4).
               05 WS-T-EXP-NRO          PIC 9(8).
               05 WS-T-EXP-CLI          PIC 9(4).
               05 WS-T-EXP-PAIS         PIC X(3).
               05 WS-T-EXP-ID-FISCAL    PIC X(20).
               05 WS-T-EXP-IMPORTE      PIC S9(11)V99.

       01 WS-ENC-LIBRO.
           03 FILLER PIC X(28)
               VALUE "LIBRO IVA VENTAS - PERIODO ".
           03 WS-LIN-TOT-EXENTO    PIC -ZZZ.Z99,99.
           03 WS-LIN-TOT-TOTAL     PIC -ZZZ.ZZZ.Z99,99.

       01 WS-ENC-EXP-COL PIC X(120) VALUE
           "FECHA     COMPROBANTE        CLIENTE PAIS ID FISCAL
      -    "                IMPORTE".

       01 WS-LIN-EXP.
           03 WS-LIN-EXP-FECHA     PIC X(8).
           03 FILLER               PIC X(2) VALUE "  ".
           03 FILLER               PIC X(2) VALUE "E ".
           03 WS-LIN-EXP-PTOVTA    PIC 9(4).
           03 FILLER               PIC X VALUE "-".
           03 WS-LIN-EXP-NRO       PIC 9(8).
           03 FILLER               PIC X(2) VALUE "  ".
           03 WS-LIN-EXP-CLI       PIC 9(4).
           03 FILLER               PIC X(4) VALUE "    ".
           03 WS-LIN-EXP-PAIS      PIC X(3).
           03 FILLER               PIC X(2) VALUE "  ".
           03 WS-LIN-EXP-ID        PIC X(20).
           03 WS-LIN-EXP-IMPORTE   PIC -ZZZ.ZZZ.Z99,99.

       01 WS-LIN-TOT-EXP.
           03 FILLER               PIC X(58) VALUE
               "TOTAL EXPORTACION DE SERVICIOS (REGIMEN DE PROMOCION)".
           03 WS-LIN-TOT-EXP-IMP   PIC -ZZZ.ZZZ.Z99,99.

       01 WS-LIN-TASA.
           03 FILLER               PIC X(15) VALUE "  IVA AL ".
           03 WS-LIN-TASA-PCT      PIC 9,9999.
           PERFORM 010-INICIO.
           PERFORM 100-RECORRER-APROB UNTIL WS-APROB-EOF = 'S'.
           PERFORM 200-TOTALES.
           PERFORM 220-EXPORTACION.
           PERFORM 900-FIN.
           STOP RUN.

               MOVE ZERO TO CLI-CUIT
               MOVE "CF" TO CLI-COND-FISCAL
               MOVE SPACES TO CLI-CAT-IVA
               MOVE 'N' TO CLI-EXTERIOR
           END-IF.
           MOVE APROB-FECHA-HASTA TO WS-LIN-FECHA.
           PERFORM 140-BUSCAR-COMPROBANTE.
           IF WS-LIN-LETRA = 'E'
               PERFORM 135-GUARDAR-EXPORTACION
           ELSE
               PERFORM 131-GRABAR-LINEA-AB
           END-IF.

       131-GRABAR-LINEA-AB.
           COMPUTE WS-NETO = FCL-TOTAL-NETO * WS-SIGNO.
           COMPUTE WS-IVA = FCL-TOTAL-IVA * WS-SIGNO.
           MOVE ZERO TO WS-EXENTO.
               MOVE ZERO TO WS-NETO
           END-IF.
           ADD WS-NETO WS-IVA WS-EXENTO GIVING WS-TOTAL.
           MOVE FCL-CLIENTE TO WS-LIN-CLI.
           MOVE CLI-CUIT TO WS-LIN-CUIT.
           MOVE CLI-COND-FISCAL TO WS-LIN-CF.
           ADD 1 TO WS-CANT-LINEAS.
           PERFORM 150-ACUMULAR-POR-TASA.

      * La exportacion de servicios no lleva IVA: se guarda el neto
      * para la seccion propia del libro.
       135-GUARDAR-EXPORTACION.
           COMPUTE WS-NETO = FCL-TOTAL-NETO * WS-SIGNO.
           ADD WS-NETO TO WS-TOT-EXPO.
           IF WS-T-EXP-COUNT < 500
               ADD 1 TO WS-T-EXP-COUNT
               MOVE APROB-FECHA-HASTA TO WS-T-EXP-FECHA(WS-T-EXP-COUNT)
               MOVE WS-LIN-PTOVTA TO WS-T-EXP-PTOVTA(WS-T-EXP-COUNT)
               MOVE WS-LIN-NRO TO WS-T-EXP-NRO(WS-T-EXP-COUNT)
               MOVE FCL-CLIENTE TO WS-T-EXP-CLI(WS-T-EXP-COUNT)
               MOVE CLI-PAIS TO WS-T-EXP-PAIS(WS-T-EXP-COUNT)
               MOVE CLI-ID-FISCAL-EXT
                   TO WS-T-EXP-ID-FISCAL(WS-T-EXP-COUNT)
               MOVE WS-NETO TO WS-T-EXP-IMPORTE(WS-T-EXP-COUNT)
           ELSE
               DISPLAY "AVISO: COMPROBANTE E DEL CLIENTE " FCL-CLIENTE
                   " NO LISTADO (MAS DE 500); SUMA AL TOTAL"
           END-IF.

       140-BUSCAR-COMPROBANTE.
           MOVE 'N' TO WS-CMP-EXISTE.
           IF WS-HAY-COMPROB = 'S'
               MOVE CMP-PTOVTA TO WS-LIN-PTOVTA
               MOVE CMP-NRO-COMP TO WS-LIN-NRO
           ELSE
               IF CLI-DEL-EXTERIOR
                   MOVE 'E' TO WS-LIN-LETRA
               ELSE
                   IF CLI-COND-FISCAL = "RI"
                       MOVE 'A' TO WS-LIN-LETRA
                   ELSE
                       MOVE 'B' TO WS-LIN-LETRA
                   END-IF
               END-IF
               MOVE 1 TO WS-LIN-PTOVTA
               MOVE APROB-NRO-FACT TO WS-LIN-NRO
               WRITE LIBRO-LINEA
           END-IF.

      * Seccion de comprobantes E y total de exportacion de servicios
      * a informar para el regimen de promocion.
       220-EXPORTACION.
           IF WS-T-EXP-COUNT > ZERO OR WS-TOT-EXPO NOT = ZERO
               MOVE SPACES TO LIBRO-LINEA
               WRITE LIBRO-LINEA
               MOVE "COMPROBANTES E - EXPORTACION DE SERVICIOS"
                   TO LIBRO-LINEA
               WRITE LIBRO-LINEA
               MOVE WS-ENC-EXP-COL TO LIBRO-LINEA
               WRITE LIBRO-LINEA
               PERFORM 230-IMPRIMIR-EXPORTACION
                   VARYING WS-EXP-K FROM 1 BY 1
                   UNTIL WS-EXP-K > WS-T-EXP-COUNT
               MOVE SPACES TO LIBRO-LINEA
               WRITE LIBRO-LINEA
               MOVE WS-TOT-EXPO TO WS-LIN-TOT-EXP-IMP
               MOVE WS-LIN-TOT-EXP TO LIBRO-LINEA
               WRITE LIBRO-LINEA
               DISPLAY "TOTAL EXPORTACION DE SERVICIOS: "
                   WS-LIN-TOT-EXP-IMP
           END-IF.

       230-IMPRIMIR-EXPORTACION.
           MOVE WS-T-EXP-FECHA(WS-EXP-K) TO WS-LIN-EXP-FECHA.
           MOVE WS-T-EXP-PTOVTA(WS-EXP-K) TO WS-LIN-EXP-PTOVTA.
           MOVE WS-T-EXP-NRO(WS-EXP-K) TO WS-LIN-EXP-NRO.
           MOVE WS-T-EXP-CLI(WS-EXP-K) TO WS-LIN-EXP-CLI.
           MOVE WS-T-EXP-PAIS(WS-EXP-K) TO WS-LIN-EXP-PAIS.
           MOVE WS-T-EXP-ID-FISCAL(WS-EXP-K) TO WS-LIN-EXP-ID.
           MOVE WS-T-EXP-IMPORTE(WS-EXP-K) TO WS-LIN-EXP-IMPORTE.
           MOVE WS-LIN-EXP TO LIBRO-LINEA.
           WRITE LIBRO-LINEA.

       900-FIN.
           CLOSE APROB.
           CLOSE FACTCLI.
