               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NROFACT-FS.

           SELECT CAI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAI-NRO-FACT
               FILE STATUS IS CAI-FS.

           SELECT OPTIONAL NRORSV ASSIGN TO "NUMERACION_RESERVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NRORSV-FS.

           SELECT LISTADO ASSIGN TO "CONTINUIDAD.PRN"
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

       FD NROFACT
           LABEL RECORD OMITTED.
       01 NROFACT-REG PIC 9(6).

      * Facturaciones emitidas en contingencia con CAEA.
       FD CAI
           VALUE OF FILE-ID IS "CAEAINF.DAT".
       01 CAI-REG.
           03 CAI-NRO-FACT PIC 9(6).
           03 CAI-PTOVTA PIC 9(4).
           03 CAI-CAEA PIC X(14).
           03 CAI-FECHA PIC X(8).
           03 CAI-ESTADO PIC X(10).
           03 CAI-FECHA-INFORME PIC X(8).
           03 CAI-MOTIVO PIC X(40).

      * Bloques reservados por las particiones de facturacion en la
      * secuencia comun y no usados enteros (los graba TP2 al cerrar
      * la particion).
       FD NRORSV
           LABEL RECORD OMITTED.
       01 NRORSV-REG.
           03 NRORSV-EMPRESA PIC X(3).
           03 NRORSV-DESDE PIC 9(6).
           03 NRORSV-USADO-HASTA PIC 9(6).
           03 NRORSV-HASTA PIC 9(6).
           03 NRORSV-FECHA PIC X(8).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(100).
       01 WS-HAY-FACTDET                PIC X VALUE 'N'.
       01 NROFACT-FS                   PIC X(2).
       01 LISTADO-FS                   PIC X(2).
       01 CAI-FS                       PIC X(2).
       01 WS-HAY-CAEA                  PIC X VALUE 'N'.
       01 WS-ES-CAEA                   PIC X.
       01 NRORSV-FS                    PIC X(2).

      * Tramos reservados sin usar: un faltante dentro de uno de
      * ellos no es un hueco real.
       01 WS-RSV-I                     PIC 9(3).
       01 WS-RSV-K                     PIC 9(3).
       01 WS-RSV-INI                   PIC 9(6).
       01 WS-RSV-INI-K                 PIC 9(6).
       01 WS-T-RSV-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-T-RSV.
           03 WS-T-RSV-REG OCCURS 500 TIMES.
               05 WS-T-RSV-EMPRESA     PIC X(3).
               05 WS-T-RSV-DESDE       PIC 9(6).
               05 WS-T-RSV-HASTA       PIC 9(6).

       01 WS-APROB-EOF                 PIC X.
       01 WS-FDE-EOF                   PIC X.
       01 WS-NRO-ANTERIOR              PIC 9(6) VALUE ZERO.
       01 WS-HUECO-DESDE               PIC 9(6).
       01 WS-HUECO-HASTA               PIC 9(6).
       01 WS-TRAMO-DESDE               PIC 9(6).
       01 WS-TRAMO-HASTA               PIC 9(6).
       01 WS-FDE-NRO-ANT               PIC 9(6) VALUE ZERO.
       01 WS-DET-HALLADO               PIC X.

       01 WS-CANT-EMITIDOS             PIC 9(6) VALUE ZERO.
       01 WS-CANT-ANULADOS             PIC 9(6) VALUE ZERO.
       01 WS-CANT-HUECOS               PIC 9(6) VALUE ZERO.
       01 WS-CANT-RESERVADOS           PIC 9(6) VALUE ZERO.
       01 WS-CANT-SIN-DETALLE          PIC 9(6) VALUE ZERO.
       01 WS-CANT-HUERFANOS            PIC 9(6) VALUE ZERO.
       01 WS-CANT-CAE                  PIC 9(6) VALUE ZERO.
       01 WS-CANT-CAEA                 PIC 9(6) VALUE ZERO.
       01 WS-CANT-SIN-AUTORIZ          PIC 9(6) VALUE ZERO.
       01 WS-CANT-CAEA-PEND            PIC 9(6) VALUE ZERO.

       01 WS-LIN-HUECO.
           03 FILLER PIC X(26)
           03 FILLER PIC X(3) VALUE " A ".
           03 WS-LIN-HUECO-HASTA PIC 9(6).

       01 WS-LIN-RESERVA.
           03 FILLER PIC X(26)
               VALUE "RESERVA DE PARTICION:     ".
           03 WS-LIN-RSV-DESDE PIC 9(6).
           03 FILLER PIC X(3) VALUE " A ".
           03 WS-LIN-RSV-HASTA PIC 9(6).
           03 FILLER PIC X(28) VALUE "  SIN USAR, EMPRESA ".
           03 WS-LIN-RSV-EMPRESA PIC X(3).

       01 WS-LIN-ANUL.
           03 FILLER PIC X(26)
               VALUE "ANULADO LEGITIMO:         ".
           ELSE
               MOVE 'N' TO WS-HAY-FACTDET
           END-IF.
           OPEN INPUT CAI.
           IF CAI-FS = '00'
               MOVE 'S' TO WS-HAY-CAEA
           END-IF.
           OPEN INPUT NRORSV.
           IF NRORSV-FS = '00'
               PERFORM 020-CARGAR-RESERVA UNTIL NRORSV-FS NOT = '00'
           END-IF.
           CLOSE NRORSV.
           OPEN OUTPUT LISTADO.
           MOVE "CERTIFICADO DE CONTINUIDAD DE NUMERACION"
               TO LISTADO-LINEA.
               INVALID KEY MOVE 'S' TO WS-APROB-EOF
           END-START.

       020-CARGAR-RESERVA.
           READ NRORSV RECORD
               AT END MOVE '10' TO NRORSV-FS
           END-READ.
           IF NRORSV-FS = '00' AND
               NRORSV-HASTA > NRORSV-USADO-HASTA
               IF WS-T-RSV-COUNT < 500
                   ADD 1 TO WS-T-RSV-COUNT
                   MOVE NRORSV-EMPRESA
                       TO WS-T-RSV-EMPRESA(WS-T-RSV-COUNT)
                   COMPUTE WS-T-RSV-DESDE(WS-T-RSV-COUNT) =
                       NRORSV-USADO-HASTA + 1
                   MOVE NRORSV-HASTA TO WS-T-RSV-HASTA(WS-T-RSV-COUNT)
               ELSE
                   DISPLAY "AVISO: MAS DE 500 RESERVAS EN "
                       "NUMERACION_RESERVAS.DAT, EL RESTO SE INFORMA "
                       "COMO HUECO"
               END-IF
           END-IF.

      * El recorrido en orden de clave detecta los numeros faltantes
      * (un indexado no admite duplicados de clave primaria, asi que
      * el control de duplicados lo da el propio archivo).
               IF APROB-ESTADO = "APROBADO"
                   PERFORM 120-CONTROLAR-DETALLE
               END-IF
               IF APROB-ESTADO = "APROBADO" OR
                   APROB-ESTADO = "NOTACRED" OR
                   APROB-ESTADO = "REVERSADA"
                   PERFORM 130-CONTROLAR-AUTORIZACION
               END-IF
           END-IF.

      * El faltante se parte en tramos: lo que cae en un bloque
      * reservado por una particion y no usado se lista como reserva;
      * el resto es hueco real.
       110-REPORTAR-HUECO.
           PERFORM 111-PARTIR-HUECO
               UNTIL WS-HUECO-DESDE > WS-HUECO-HASTA.

       111-PARTIR-HUECO.
           MOVE ZERO TO WS-RSV-K.
           MOVE ZERO TO WS-RSV-INI.
           PERFORM VARYING WS-RSV-I FROM 1 BY 1
               UNTIL WS-RSV-I > WS-T-RSV-COUNT
               IF WS-T-RSV-DESDE(WS-RSV-I) <= WS-HUECO-HASTA AND
                   WS-T-RSV-HASTA(WS-RSV-I) >= WS-HUECO-DESDE
                   IF WS-T-RSV-DESDE(WS-RSV-I) > WS-HUECO-DESDE
                       MOVE WS-T-RSV-DESDE(WS-RSV-I) TO WS-RSV-INI-K
                   ELSE
                       MOVE WS-HUECO-DESDE TO WS-RSV-INI-K
                   END-IF
                   IF WS-RSV-K = ZERO OR WS-RSV-INI-K < WS-RSV-INI
                       MOVE WS-RSV-I TO WS-RSV-K
                       MOVE WS-RSV-INI-K TO WS-RSV-INI
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RSV-K = ZERO
               MOVE WS-HUECO-DESDE TO WS-TRAMO-DESDE
               MOVE WS-HUECO-HASTA TO WS-TRAMO-HASTA
               PERFORM 115-GRABAR-HUECO
           ELSE
               IF WS-RSV-INI > WS-HUECO-DESDE
                   MOVE WS-HUECO-DESDE TO WS-TRAMO-DESDE
                   COMPUTE WS-TRAMO-HASTA = WS-RSV-INI - 1
                   PERFORM 115-GRABAR-HUECO
               END-IF
               MOVE WS-RSV-INI TO WS-TRAMO-DESDE
               IF WS-T-RSV-HASTA(WS-RSV-K) < WS-HUECO-HASTA
                   MOVE WS-T-RSV-HASTA(WS-RSV-K) TO WS-TRAMO-HASTA
               ELSE
                   MOVE WS-HUECO-HASTA TO WS-TRAMO-HASTA
               END-IF
               PERFORM 116-GRABAR-RESERVA
           END-IF.
           COMPUTE WS-HUECO-DESDE = WS-TRAMO-HASTA + 1.

       115-GRABAR-HUECO.
           ADD 1 TO WS-CANT-HUECOS.
           MOVE WS-TRAMO-DESDE TO WS-LIN-HUECO-DESDE.
           MOVE WS-TRAMO-HASTA TO WS-LIN-HUECO-HASTA.
           MOVE WS-LIN-HUECO TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       116-GRABAR-RESERVA.
           ADD 1 TO WS-CANT-RESERVADOS.
           MOVE WS-TRAMO-DESDE TO WS-LIN-RSV-DESDE.
           MOVE WS-TRAMO-HASTA TO WS-LIN-RSV-HASTA.
           MOVE WS-T-RSV-EMPRESA(WS-RSV-K) TO WS-LIN-RSV-EMPRESA.
           MOVE WS-LIN-RESERVA TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      * Cabecera aprobada sin ningun renglon en FACTDET.DAT (las
      * corridas anteriores a la puesta en marcha del historico
      * tambien caen aca y se revisan a mano).
               WRITE LISTADO-LINEA
           END-IF.

      * CAE y CAEA comparten la misma numeracion: el recorrido de
      * huecos es uno solo y aca se clasifica cada documento emitido
      * segun la autorizacion que recibio.
       130-CONTROLAR-AUTORIZACION.
           MOVE 'N' TO WS-ES-CAEA.
           IF WS-HAY-CAEA = 'S'
               MOVE APROB-NRO-FACT TO CAI-NRO-FACT
               MOVE 'S' TO WS-ES-CAEA
               READ CAI
                   INVALID KEY MOVE 'N' TO WS-ES-CAEA
               END-READ
           END-IF.
           IF WS-ES-CAEA = 'S'
               ADD 1 TO WS-CANT-CAEA
               IF CAI-ESTADO NOT = "ACEPTADO"
                   ADD 1 TO WS-CANT-CAEA-PEND
                   MOVE SPACES TO LISTADO-LINEA
                   STRING "CAEA SIN INFORMAR:        " DELIMITED BY SIZE
                       APROB-NRO-FACT DELIMITED BY SIZE
                       "  CAEA " DELIMITED BY SIZE
                       CAI-CAEA DELIMITED BY SIZE
                       "  ESTADO: " DELIMITED BY SIZE
                       CAI-ESTADO DELIMITED BY SIZE
                       INTO LISTADO-LINEA
                   WRITE LISTADO-LINEA
               END-IF
           ELSE
               IF APROB-CAE NOT = SPACES
                   ADD 1 TO WS-CANT-CAE
               ELSE
                   ADD 1 TO WS-CANT-SIN-AUTORIZ
                   MOVE SPACES TO LISTADO-LINEA
                   STRING "SIN CAE NI CAEA:          " DELIMITED BY SIZE
                       APROB-NRO-FACT DELIMITED BY SIZE
                       "  ESTADO: " DELIMITED BY SIZE
                       APROB-ESTADO DELIMITED BY SIZE
                       INTO LISTADO-LINEA
                   WRITE LISTADO-LINEA
               END-IF
           END-IF.

       150-CONTROLAR-FINAL.
           IF WS-ULTIMO-NRO > WS-NRO-ANTERIOR
               COMPUTE WS-HUECO-DESDE = WS-NRO-ANTERIOR + 1
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "RESERVAS SIN USAR:         " DELIMITED BY SIZE
               WS-CANT-RESERVADOS DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "CABECERAS SIN DETALLE:     " DELIMITED BY SIZE
               WS-CANT-SIN-DETALLE DELIMITED BY SIZE
               INTO LISTADO-LINEA.
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "EMITIDOS CON CAE:          " DELIMITED BY SIZE
               WS-CANT-CAE DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "EMITIDOS CON CAEA:         " DELIMITED BY SIZE
               WS-CANT-CAEA DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "SIN AUTORIZACION:          " DELIMITED BY SIZE
               WS-CANT-SIN-AUTORIZ DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           STRING "CAEA SIN INFORMAR:         " DELIMITED BY SIZE
               WS-CANT-CAEA-PEND DELIMITED BY SIZE
               INTO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           IF WS-CANT-HUECOS = ZERO AND WS-CANT-HUERFANOS = ZERO
               MOVE "LA NUMERACION ES CONTINUA EN EL RANGO AUDITADO"
       900-FIN.
           CLOSE APROB.
           CLOSE FACTDET.
           IF WS-HAY-CAEA = 'S'
               CLOSE CAI
           END-IF.
           CLOSE LISTADO.
           DISPLAY "DOCUMENTOS: " WS-CANT-EMITIDOS
               "  HUECOS: " WS-CANT-HUECOS
               "  RESERVAS: " WS-CANT-RESERVADOS
               "  ANULADOS: " WS-CANT-ANULADOS.
           DISPLAY "CERTIFICADO GRABADO EN CONTINUIDAD.PRN".

