           LABEL RECORD OMITTED.
       01 EMPRESA-REG.
           03 EMPRESA-COD PIC X(3).
           03 EMPRESA-MES-INICIO PIC 9(2).

       WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 WS-SCAN-FIN PIC X.
          01 WS-CONFIRMA PIC X.

      *  Empresas de EMPRESA.DAT con el mes de inicio de su
      *  ejercicio; el primer registro es la de esta instalacion.
          01 WS-EMP-EOF PIC X.
          01 WS-EMP-I PIC 9(3).
          01 WS-EMP-HALLADA PIC X.
          01 WS-EMP-COD PIC X(3).
          01 WS-EMP-MES PIC 9(2).
          01 WS-T-EMP-COUNT PIC 9(3) VALUE ZERO.
          01 WS-T-EMP.
              03 WS-T-EMP-CAMPO OCCURS 50 TIMES.
                  05 WS-T-EMP-COD PIC X(3).
                  05 WS-T-EMP-MES PIC 9(2).

       PROCEDURE DIVISION.
        PARA1.
         OPEN INPUT EMPRESA.
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=VER PERIODOS ACTUALES"
          DISPLAY "    2=AGREGAR PERIODO"
          DISPLAY "    3=VER EMPRESAS Y EJERCICIO"
          DISPLAY "    4=MES DE INICIO DEL EJERCICIO DE UNA EMPRESA"
          DISPLAY "    0=EXIT"
          ACCEPT CHOICE

          EVALUATE CHOICE
           WHEN 1 PERFORM VER-PARAMETROS
           WHEN 2 PERFORM AGREGAR-PARAMETROS
           WHEN 3 PERFORM VER-EMPRESAS
           WHEN 4 PERFORM DEFINIR-EJERCICIO
           WHEN OTHER MOVE 'N' TO CH1
          END-EVALUATE

              END-IF
          END-IF.

        VER-EMPRESAS.
          PERFORM CARGAR-EMPRESAS.
          IF WS-T-EMP-COUNT = ZERO
              DISPLAY "  EMPRESA.DAT NO TIENE EMPRESAS"
          END-IF.
          PERFORM VARYING WS-EMP-I FROM 1 BY 1
              UNTIL WS-EMP-I > WS-T-EMP-COUNT
              DISPLAY "EMPRESA: " WS-T-EMP-COD(WS-EMP-I)
                  "  INICIO DEL EJERCICIO: MES "
                  WS-T-EMP-MES(WS-EMP-I)
          END-PERFORM.

      *  EMPRESA.DAT se reescribe completo conservando el orden, asi
      *  la empresa de la instalacion sigue en el primer registro.
        DEFINIR-EJERCICIO.
          PERFORM CARGAR-EMPRESAS.
          DISPLAY " ".
          DISPLAY "ENTER THE  EMPRESA".
          ACCEPT WS-EMP-COD.
          MOVE ZERO TO WS-EMP-MES.
          PERFORM UNTIL WS-EMP-MES >= 1 AND WS-EMP-MES <= 12
              DISPLAY "ENTER THE  MES DE INICIO DEL EJERCICIO (01-12)"
              ACCEPT WS-EMP-MES
              IF WS-EMP-MES < 1 OR WS-EMP-MES > 12
                  DISPLAY "  MES INVALIDO"
              END-IF
          END-PERFORM.
          MOVE 'N' TO WS-EMP-HALLADA.
          PERFORM VARYING WS-EMP-I FROM 1 BY 1
              UNTIL WS-EMP-I > WS-T-EMP-COUNT
              IF WS-T-EMP-COD(WS-EMP-I) = WS-EMP-COD
                  MOVE WS-EMP-MES TO WS-T-EMP-MES(WS-EMP-I)
                  MOVE 'S' TO WS-EMP-HALLADA
              END-IF
          END-PERFORM.
          IF WS-EMP-HALLADA = 'N'
              IF WS-T-EMP-COUNT < 50
                  ADD 1 TO WS-T-EMP-COUNT
                  MOVE WS-EMP-COD TO WS-T-EMP-COD(WS-T-EMP-COUNT)
                  MOVE WS-EMP-MES TO WS-T-EMP-MES(WS-T-EMP-COUNT)
                  MOVE 'S' TO WS-EMP-HALLADA
              ELSE
                  DISPLAY "  EMPRESA.DAT NO ADMITE MAS EMPRESAS"
              END-IF
          END-IF.
          IF WS-EMP-HALLADA = 'S'
              OPEN OUTPUT EMPRESA
              PERFORM VARYING WS-EMP-I FROM 1 BY 1
                  UNTIL WS-EMP-I > WS-T-EMP-COUNT
                  MOVE WS-T-EMP-COD(WS-EMP-I) TO EMPRESA-COD
                  MOVE WS-T-EMP-MES(WS-EMP-I) TO EMPRESA-MES-INICIO
                  WRITE EMPRESA-REG
              END-PERFORM
              CLOSE EMPRESA
              DISPLAY "  EJERCICIO DE LA EMPRESA ACTUALIZADO"
          END-IF.

        CARGAR-EMPRESAS.
          MOVE ZERO TO WS-T-EMP-COUNT.
          OPEN INPUT EMPRESA.
          IF EMPRESA-FS = '00'
              MOVE 'N' TO WS-EMP-EOF
              PERFORM CARGAR-EMPRESA-UNA UNTIL WS-EMP-EOF = 'S'
          END-IF.
          CLOSE EMPRESA.

        CARGAR-EMPRESA-UNA.
          READ EMPRESA RECORD
              AT END MOVE 'S' TO WS-EMP-EOF
          END-READ.
          IF WS-EMP-EOF = 'N' AND EMPRESA-COD NOT = SPACES
              AND WS-T-EMP-COUNT < 50
              ADD 1 TO WS-T-EMP-COUNT
              MOVE EMPRESA-COD TO WS-T-EMP-COD(WS-T-EMP-COUNT)
              IF EMPRESA-MES-INICIO IS NUMERIC AND
                  EMPRESA-MES-INICIO >= 1 AND EMPRESA-MES-INICIO <= 12
                  MOVE EMPRESA-MES-INICIO
                      TO WS-T-EMP-MES(WS-T-EMP-COUNT)
              ELSE
                  MOVE 1 TO WS-T-EMP-MES(WS-T-EMP-COUNT)
              END-IF
          END-IF.

       END PROGRAM MANTENER-PARAM.
