               03 HOR-ALT-KEY.
                   04 HOR-FECHA PIC X(8).
                   04 HOR-CLIENTE PIC 9(4).
               03 HOR-SECUENCIA PIC 9(2).
           02 HOR-DATOS.
               03 HOR-CANT-HORAS PIC S9(2)V99.
               03 HOR-OBSERV PIC X(30).
                   88 HOR-TIPO-NO-FACT VALUE 'N'.
                   88 HOR-TIPO-INTERNA VALUE 'I'.
               03 HOR-LOTE PIC 9(6).
               03 HOR-HORA-DESDE PIC 9(4).
               03 HOR-HORA-HASTA PIC 9(4).
               03 HOR-DESCANSO PIC 9(3).
               03 HOR-TAREA PIC X(4).

       FD ARCHIVO
           LABEL RECORD OMITTED.
       01 PURGALOG-FS                  PIC X(2).

       01 WS-FECHA-CORTE                PIC X(8).
       01 WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
           03 WS-FECHA-CORTE-AA         PIC 9(4).
           03 FILLER                    PIC X(4).
       01 WS-EMPRESA                    PIC X(3).
       01 WS-EMP-INSTALACION            PIC X(3).
       01 WS-ANIO-EJ                    PIC 9(4).
       01 WS-CANT-OTRAS-EMP             PIC 9(7) VALUE ZERO.

      * Ejercicio economico de la empresa (subprograma EJERCICIO).
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
       01 WS-CANT-ARCHIVADAS            PIC 9(7) VALUE ZERO.
       01 WS-CANT-CONSERVADAS           PIC 9(7) VALUE ZERO.
       01 WS-CONFIRMAR                  PIC X.
       01 WS-CSV-HORAS                  PIC -9(2),99.
       01 JRN-PARAM.
           03 JRN-PROGRAMA PIC X(12) VALUE "ARCHIVAR".
           03 JRN-USUARIO PIC X(8) VALUE SPACES.
           03 JRN-ARCHIVO PIC X(16) VALUE "HORAS.DAT".
           03 JRN-OPER PIC X.
           03 JRN-IMAGEN PIC X(200).
           03 JRN-OK PIC X.

       PROCEDURE DIVISION.


       010-INICIO.
           DISPLAY "ARCHIVO Y PURGA DE FIN DE EJERCICIO DE HORAS.DAT".
           DISPLAY "Se archivaran y eliminaran las horas de la empresa "
               "hasta el cierre del ejercicio indicado.".
           MOVE 'E' TO EJC-OPER.
           MOVE SPACES TO EJC-EMPRESA.
           MOVE 2000 TO EJC-ANIO.
           CALL 'EJERCICIO' USING EJC-PARAM.
           MOVE EJC-EMPRESA TO WS-EMP-INSTALACION.
           DISPLAY "INGRESE LA EMPRESA (BLANCO = " WS-EMP-INSTALACION
               "): ".
           ACCEPT WS-EMPRESA.
           IF WS-EMPRESA = SPACES
               MOVE WS-EMP-INSTALACION TO WS-EMPRESA
           END-IF.
           DISPLAY "INGRESE EL EJERCICIO A CERRAR (AAAA, ANIO EN QUE "
               "COMIENZA): ".
           ACCEPT WS-ANIO-EJ.
           MOVE 'E' TO EJC-OPER.
           MOVE WS-EMPRESA TO EJC-EMPRESA.
           MOVE WS-ANIO-EJ TO EJC-ANIO.
           CALL 'EJERCICIO' USING EJC-PARAM.
           IF EJC-OK NOT = 'S'
               DISPLAY "EJERCICIO INVALIDO"
               MOVE 'N' TO WS-CONFIRMAR
           ELSE
      *        Se archiva todo lo anterior al inicio del ejercicio
      *        siguiente.
               MOVE EJC-DESDE TO WS-FECHA-CORTE
               ADD 1 TO WS-ANIO-EJ GIVING WS-FECHA-CORTE-AA
               DISPLAY "EJERCICIO " EJC-ETIQUETA " DE LA EMPRESA "
                   WS-EMPRESA ": " EJC-DESDE " AL " EJC-HASTA
               DISPLAY "CONFIRMA EL ARCHIVO Y PURGA DE HORAS "
                   "ANTERIORES A " WS-FECHA-CORTE " (S/N)?"
               ACCEPT WS-CONFIRMAR
           END-IF.

           OPEN OUTPUT PURGALOG.
           STRING "Archivo/purga de HORAS.DAT iniciada. Empresa="
                   DELIMITED BY SIZE
               WS-EMPRESA DELIMITED BY SIZE
               " Ejercicio=" DELIMITED BY SIZE
               EJC-ETIQUETA DELIMITED BY SPACE
               " Corte=" DELIMITED BY SIZE
               WS-FECHA-CORTE DELIMITED BY SIZE
               INTO PURGALOG-LINEA
           END-STRING.
               AT END CONTINUE
           END-READ.
           IF NOT HOR-EOF
               IF HOR-EMPRESA NOT = WS-EMPRESA AND
                   NOT (HOR-EMPRESA = SPACES AND
                        WS-EMPRESA = WS-EMP-INSTALACION)
                   ADD 1 TO WS-CANT-OTRAS-EMP
                   ADD 1 TO WS-CANT-CONSERVADAS
               ELSE
                   IF HOR-FECHA < WS-FECHA-CORTE
                       PERFORM 120-ARCHIVAR-Y-BORRAR
                   ELSE
                       ADD 1 TO WS-CANT-CONSERVADAS
                   END-IF
               END-IF
           END-IF.

               HOR-SUCURSAL        DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               HOR-PROYECTO        DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               HOR-SECUENCIA       DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               HOR-HORA-DESDE      DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               HOR-HORA-HASTA      DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               HOR-DESCANSO        DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               HOR-TAREA           DELIMITED BY SIZE
               INTO ARCHIVO-LINEA
           END-STRING.
           WRITE ARCHIVO-LINEA.
           MOVE HOR-REG TO JRN-IMAGEN.
           DELETE HOR RECORD
               INVALID KEY
                   DISPLAY "ERROR AL ELIMINAR REGISTRO DE HORAS.DAT"
               NOT INVALID KEY
                   MOVE 'B' TO JRN-OPER
                   PERFORM 850-REGISTRAR-DIARIO
           END-DELETE.
           ADD 1 TO WS-CANT-ARCHIVADAS.

      * Imagen posterior al diario de recuperacion (ver DIARIOREC),
      * para reaplicar lo grabado sobre un respaldo restaurado.
       850-REGISTRAR-DIARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       900-FIN.
           IF WS-CONFIRMAR = 'S'
               CLOSE HOR
                   WS-CANT-ARCHIVADAS
               DISPLAY "Horas conservadas en HORAS.DAT: "
                   WS-CANT-CONSERVADAS
               DISPLAY "  (de otras empresas: " WS-CANT-OTRAS-EMP ")"
               STRING "Archivo/purga finalizada. Archivadas="
                       DELIMITED BY SIZE
                   WS-CANT-ARCHIVADAS DELIMITED BY SIZE
