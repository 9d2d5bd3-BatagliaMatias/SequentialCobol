               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRESUP-FS.

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

       DATA DIVISION.

       FILE SECTION.
           03 PRE-HORAS PIC 9(5)V99.
           03 PRE-IMPORTE PIC 9(9)V99.

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

       WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
              88 PRESUP-NO VALUE '35'.
          01 WS-EOF PIC X VALUE 'N'.
          01 WS-CANT-REGS PIC 9(5) VALUE ZERO.
          01 CLI-FS PIC X(2).

      *  Presupuesto de un ejercicio economico: los periodos del
      *  ejercicio de la empresa (subprograma EJERCICIO) para los
      *  clientes de esa empresa.
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
          01 WS-EMPRESA PIC X(3).
          01 WS-EMP-CLIENTE PIC X(3).
          01 WS-EMP-INSTALACION PIC X(3).
          01 WS-PER-DESDE PIC X(6).
          01 WS-PER-HASTA PIC X(6).
          01 WS-TOT-HORAS PIC 9(7)V99.
          01 WS-TOT-IMPORTE PIC 9(11)V99.
          01 WS-TOT-HORAS-ED PIC Z.ZZZ.ZZ9,99.
          01 WS-TOT-IMPORTE-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
        PARA1.
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=VER PRESUPUESTOS"
          DISPLAY "    2=AGREGAR PRESUPUESTO"
          DISPLAY "    3=VER PRESUPUESTO DE UN EJERCICIO"
          DISPLAY "    0=EXIT"
          ACCEPT CHOICE

          EVALUATE CHOICE
           WHEN 1 PERFORM VER-PRESUP
           WHEN 2 PERFORM AGREGAR-PRESUP
           WHEN 3 PERFORM VER-EJERCICIO
           WHEN OTHER MOVE 'N' TO CH1
          END-EVALUATE

          CLOSE PRESUP.
          DISPLAY "  PRESUPUESTO AGREGADO A PRESUPUESTOS.DAT".

        VER-EJERCICIO.
          DISPLAY " ".
          MOVE 'E' TO EJC-OPER.
          MOVE SPACES TO EJC-EMPRESA.
          MOVE 2000 TO EJC-ANIO.
          CALL 'EJERCICIO' USING EJC-PARAM.
          MOVE EJC-EMPRESA TO WS-EMP-INSTALACION.
          DISPLAY "ENTER THE  EMPRESA (BLANCO = " WS-EMP-INSTALACION
              ")".
          ACCEPT WS-EMPRESA.
          DISPLAY "ENTER THE  EJERCICIO (AAAA, ANIO EN QUE COMIENZA)".
          ACCEPT EJC-ANIO.
          MOVE WS-EMPRESA TO EJC-EMPRESA.
          CALL 'EJERCICIO' USING EJC-PARAM.
          IF EJC-OK NOT = 'S'
              DISPLAY "  EJERCICIO INVALIDO"
          ELSE
              MOVE EJC-EMPRESA TO WS-EMPRESA
              MOVE EJC-DESDE(1:6) TO WS-PER-DESDE
              MOVE EJC-HASTA(1:6) TO WS-PER-HASTA
              DISPLAY "PRESUPUESTO DEL EJERCICIO " EJC-ETIQUETA
                  " DE LA EMPRESA " WS-EMPRESA " (" WS-PER-DESDE
                  " A " WS-PER-HASTA ")"
              MOVE ZERO TO WS-CANT-REGS
              MOVE ZERO TO WS-TOT-HORAS
              MOVE ZERO TO WS-TOT-IMPORTE
              OPEN INPUT PRESUP
              IF NOT PRESUP-OK
                  DISPLAY "  PRESUPUESTOS.DAT NO EXISTE TODAVIA"
              ELSE
                  OPEN INPUT CLI
                  MOVE 'N' TO WS-EOF
                  PERFORM VER-EJERCICIO-UNA UNTIL WS-EOF = 'S'
                  CLOSE CLI
              END-IF
              CLOSE PRESUP
              MOVE WS-TOT-HORAS TO WS-TOT-HORAS-ED
              MOVE WS-TOT-IMPORTE TO WS-TOT-IMPORTE-ED
              DISPLAY "  PRESUPUESTOS: " WS-CANT-REGS
                  "  TOTAL HORAS: " WS-TOT-HORAS-ED
                  "  TOTAL IMPORTE: " WS-TOT-IMPORTE-ED
          END-IF.

        VER-EJERCICIO-UNA.
          READ PRESUP RECORD
              AT END MOVE 'S' TO WS-EOF
          END-READ.
          IF WS-EOF = 'N'
              IF PRE-PERIODO >= WS-PER-DESDE AND
                  PRE-PERIODO <= WS-PER-HASTA
                  MOVE WS-EMP-INSTALACION TO WS-EMP-CLIENTE
                  MOVE PRE-CLIENTE TO CLI-COD-CLIENTE
                  READ CLI
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          IF CLI-EMPRESA NOT = SPACES
                              MOVE CLI-EMPRESA TO WS-EMP-CLIENTE
                          END-IF
                  END-READ
                  IF WS-EMP-CLIENTE = WS-EMPRESA
                      ADD 1 TO WS-CANT-REGS
                      ADD PRE-HORAS TO WS-TOT-HORAS
                      ADD PRE-IMPORTE TO WS-TOT-IMPORTE
                      DISPLAY "CLIENTE: " PRE-CLIENTE
                          "  PERIODO: " PRE-PERIODO
                          "  HORAS: " PRE-HORAS
                          "  IMPORTE: " PRE-IMPORTE
                  END-IF
              END-IF
          END-IF.

       END PROGRAM MANTENER-PRESUP.
