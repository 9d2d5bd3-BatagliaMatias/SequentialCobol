            03 USU-HASH-ANT1 PIC 9(9).
            03 USU-HASH-ANT2 PIC 9(9).
            03 USU-HASH-ANT3 PIC 9(9).
            03 USU-CONS PIC 9(3).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
           DISPLAY "ENTER THE  ROL (D=CARGA S=SUPERVISOR A=APROBADOR "
               "X=ADMIN)".
           ACCEPT USU-ROL.
           DISPLAY "ENTER THE  CONSULTOR DEL OPERADOR (0 = NO CARGA "
               "HORAS PROPIAS)".
           ACCEPT USU-CONS.
           DISPLAY "ENTER THE  CLAVE INICIAL".
           ACCEPT WS-CLAVE.
           PERFORM CALCULAR-HASH.
              ACCEPT USU-NOMBRE
              DISPLAY "ENTER THE  ROL (D/S/A/X)"
              ACCEPT USU-ROL
              DISPLAY "ENTER THE  CONSULTOR DEL OPERADOR (0 = NINGUNO)"
              ACCEPT USU-CONS
              REWRITE USU-REG
                INVALID KEY DISPLAY "  RECORD NOT READED"
              END-REWRITE
           IF WS-LIST-EOF = 'N'
             DISPLAY "USUARIO: " USU-ID "  " USU-NOMBRE
                 "  ROL: " USU-ROL
                 "  CONS: " USU-CONS
                 "  BLOQ: " USU-CUENTA-BLOQ
                 "  CLAVE DEL: " USU-FECHA-CLAVE
           END-IF.
