           02 TAR-DATA.
               03 TAR-TARIFA PIC 9(7)V99.
               03 TAR-FVIG-HASTA PIC X(10).
               03 TAR-FMODIF PIC X(8).

       FD TARCAMBIOS
           LABEL RECORD OMITTED.
           03 WS-LIN-PRE-VIEJA     PIC Z.ZZZ.Z99,99.
           03 FILLER               PIC X(9) VALUE "  NUEVA $".
           03 WS-LIN-PRE-NUEVA     PIC Z.ZZZ.Z99,99.
       01 JRN-PARAM.
           03 JRN-PROGRAMA PIC X(12) VALUE "AJUSTETARIFA".
           03 JRN-USUARIO PIC X(8) VALUE SPACES.
           03 JRN-ARCHIVO PIC X(16) VALUE "TARIFAS.DAT".
           03 JRN-OPER PIC X.
           03 JRN-IMAGEN PIC X(200).
           03 JRN-OK PIC X.

       PROCEDURE DIVISION.

           MOVE WS-T-AJU-CONSULTOR(WS-I) TO TAR-CONSULTOR.
           MOVE WS-T-AJU-NUEVA(WS-I) TO TAR-TARIFA.
           MOVE SPACES TO TAR-FVIG-HASTA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TAR-FMODIF.
           WRITE TAR-REG
               INVALID KEY
                   DISPLAY "  YA EXISTE TARIFA CON ESA VIGENCIA PARA "
                       TAR-PERFIL "/" TAR-CLIENTE "/" TAR-CONSULTOR
                       ", NO SE PISA"
               NOT INVALID KEY
                   MOVE 'A' TO JRN-OPER
                   MOVE TAR-REG TO JRN-IMAGEN
                   PERFORM 850-REGISTRAR-DIARIO
           END-WRITE.
           IF TAR-FS = '00'
               ADD 1 TO WS-CANT-AJUSTADAS
           END-STRING.
           WRITE TARCAMBIOS-LINEA.

      * Imagen posterior al diario de recuperacion (ver DIARIOREC),
      * para reaplicar lo grabado sobre un respaldo restaurado.
       850-REGISTRAR-DIARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       900-FIN.
           CLOSE TAR.
           CALL "CBL_DELETE_FILE" USING WS-LCK-NOMBRE
