                03 CONSULTOR PIC 9(3).
            02 TARIFA PIC 9(7)V99.
            02 FVIG-HASTA PIC X(10).
      *     Alta o ultima modificacion (AAAAMMDD): las facturaciones
      *     emitidas antes de esa fecha se ajustan retroactivamente.
            02 FMODIF PIC X(8).

         FD TARCAMBIOS
             LABEL RECORD OMITTED.
          01 WS-SCAN-EOF PIC X VALUE 'N'.
          01 WS-TARIFA-ANTERIOR PIC 9(7)V99.
          01 WS-TAR-ESCRITO PIC X.
          01 WS-IMAGEN-LEIDA PIC X(45).
          01 WS-IMAGEN-EDITADA PIC X(45).
          01 WS-VERSION-OK PIC X.
          01 WS-REEDITAR PIC X.
          01 WS-USUARIO-ID PIC X(8).
          01 WS-USUARIO-ROL PIC X.
          01 WS-SIGNON-OK PIC X.
          01 SGN-PARAM.
              03 SGN-PROGRAMA PIC X(12).
              03 SGN-USUARIO PIC X(8).
              03 SGN-ROL PIC X.
              03 SGN-OK PIC X.
          01 JRN-PARAM.
              03 JRN-PROGRAMA PIC X(12) VALUE "TARIFAS".
              03 JRN-USUARIO PIC X(8).
              03 JRN-ARCHIVO PIC X(16) VALUE "TARIFAS.DAT".
              03 JRN-OPER PIC X.
              03 JRN-IMAGEN PIC X(200).
              03 JRN-OK PIC X.

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O indfile1.
          PERFORM INICIAR-SESION.
          IF WS-SIGNON-OK = 'N'
              STOP RUN.
          OPEN INPUT LCKFACT.
          IF LCKFACT-FS = '00'
              READ LCKFACT RECORD
           MOVE WS-NUEVO-CLIENTE TO CLIENTE.
           MOVE WS-NUEVO-CONSULTOR TO CONSULTOR.
           MOVE WS-NUEVO-TARIFA TO TARIFA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FMODIF.

           MOVE 'S' TO WS-TAR-ESCRITO.
           WRITE fileind1
           IF WS-TAR-ESCRITO = 'S'
             MOVE 0 TO WS-TARIFA-ANTERIOR
             PERFORM REGISTRAR-CAMBIO
             MOVE 'A' TO JRN-OPER
             MOVE fileind1 TO JRN-IMAGEN
             PERFORM REGISTRAR-DIARIO
           END-IF.


            ACCEPT CONSULTOR.
            DELETE indfile1
             INVALID KEY DISPLAY "  RECORD NOT EXIST"
             NOT INVALID KEY
               MOVE 'B' TO JRN-OPER
               MOVE fileind1 TO JRN-IMAGEN
               PERFORM REGISTRAR-DIARIO
            END-DELETE.

         UPDATE1.
            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              MOVE 'S' TO WS-REEDITAR
              PERFORM UPDATE1-EDITAR UNTIL WS-REEDITAR NOT = 'S'
            END-IF.

      *  Se edita sobre la imagen leida; antes de regrabar se vuelve
      *  a leer la tarifa (VERIFICAR-VERSION) y si otro operador la
      *  cambio mientras tanto no se pisa.
         UPDATE1-EDITAR.
              MOVE 'N' TO WS-REEDITAR
              MOVE fileind1 TO WS-IMAGEN-LEIDA
              MOVE TARIFA TO WS-TARIFA-ANTERIOR
              DISPLAY "ENTER THE TARIFA YOU WANT TO UPDATE"
              ACCEPT TARIFA
              DISPLAY "ENTER THE  FVIGENCIA HASTA (BLANCO = ABIERTA)"
              ACCEPT FVIG-HASTA
              MOVE FUNCTION CURRENT-DATE(1:8) TO FMODIF
              PERFORM VERIFICAR-VERSION
              MOVE WS-VERSION-OK TO WS-TAR-ESCRITO
              IF WS-VERSION-OK = 'S'
                REWRITE fileind1
                  INVALID KEY MOVE 'N' TO WS-TAR-ESCRITO
                               DISPLAY "  RECORD NOT READED"
                END-REWRITE
              END-IF
              IF WS-TAR-ESCRITO = 'S'
                PERFORM REGISTRAR-CAMBIO
                MOVE 'M' TO JRN-OPER
                MOVE fileind1 TO JRN-IMAGEN
                PERFORM REGISTRAR-DIARIO
              END-IF.

      *  Control de concurrencia: la imagen leida al empezar la
      *  edicion es la version del registro. Si al regrabar la
      *  tarifa ya no coincide (otro operador o un ajuste masivo la
      *  modifico, o la borraron) se rechaza la modificacion, se
      *  muestran los valores vigentes y se ofrece volver a editar.
         VERIFICAR-VERSION.
            MOVE 'S' TO WS-VERSION-OK.
            MOVE fileind1 TO WS-IMAGEN-EDITADA.
            READ indfile1
             INVALID KEY MOVE 'N' TO WS-VERSION-OK
            END-READ.
            IF WS-VERSION-OK = 'N'
              DISPLAY "  OTRO OPERADOR BORRO LA TARIFA MIENTRAS SE "
                  "EDITABA: CAMBIOS DESCARTADOS"
            ELSE
              IF fileind1 NOT = WS-IMAGEN-LEIDA
                MOVE 'N' TO WS-VERSION-OK
                DISPLAY "  OTRO OPERADOR MODIFICO LA TARIFA MIENTRAS "
                    "SE EDITABA. VALORES VIGENTES:"
                PERFORM MOSTRAR-TARIFA
                DISPLAY "  VOLVER A EDITAR SOBRE ESTOS VALORES (S/N)"
                ACCEPT WS-REEDITAR
                IF WS-REEDITAR = 's'
                  MOVE 'S' TO WS-REEDITAR
                END-IF
                IF WS-REEDITAR NOT = 'S'
                  DISPLAY "  CAMBIOS DESCARTADOS"
                END-IF
              ELSE
                MOVE WS-IMAGEN-EDITADA TO fileind1
              END-IF
            END-IF.

            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              PERFORM MOSTRAR-TARIFA
            END-IF.

         MOSTRAR-TARIFA.
              DISPLAY "PERFIL: " PERFIL.
              DISPLAY "FVIGENCIA: " FVIGENCIA.
              DISPLAY "CLIENTE: " CLIENTE.
              DISPLAY "CONSULTOR: " CONSULTOR.
              DISPLAY "TARIFA: " TARIFA.
              DISPLAY "FVIGENCIA HASTA: " FVIG-HASTA
              DISPLAY "ULTIMA MODIFICACION: " FMODIF.

      *  Identificacion del operador delegada en el subprograma
      *  SIGNON: claves con hash, bloqueo por intentos fallidos,
      *  vencimiento de clave y registro en SIGNON.LOG.
         INICIAR-SESION.
           MOVE "TARIFAS" TO SGN-PROGRAMA.
           CALL 'SIGNON' USING SGN-PARAM.
           MOVE SGN-USUARIO TO WS-USUARIO-ID.
           MOVE SGN-ROL TO WS-USUARIO-ROL.
           MOVE SGN-OK TO WS-SIGNON-OK.

      *  Imagen posterior al diario de recuperacion (ver DIARIOREC),
      *  para reaplicar lo cargado sobre un respaldo restaurado.
         REGISTRAR-DIARIO.
           MOVE WS-USUARIO-ID TO JRN-USUARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       END PROGRAM CONSULTORES.
