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

       FD UTILCSV
           LABEL RECORD OMITTED.
       01 UTILCSV-LINEA PIC X(130).

       FD FER
          VALUE OF FILE-ID IS "FERIADOS.DAT".
       01 WS-HOR-START-OK               PIC XX VALUE 'NO'.
       01 WS-CANT-CONSULTORES           PIC 9(5) VALUE ZERO.

      * Perfil, empresa y sucursal vigentes segun la historia del
      * consultor (subprograma HISTCONS): al cierre del periodo para
      * el renglon del consultor y el dia trabajado para la apertura
      * de horas por sucursal.
       01 HCN-PARAM.
           03 HCN-OPER PIC X.
           03 HCN-CONS PIC 9(3).
           03 HCN-FECHA PIC X(8).
           03 HCN-PERFIL PIC X.
           03 HCN-EMPRESA PIC X(3).
           03 HCN-SUCURSAL PIC 9.
           03 HCN-OK PIC X.
       01 WS-SUC-I                      PIC 9(2).
       01 WS-T-SUC.
           03 WS-T-SUC-CAMPO OCCURS 10 TIMES.
               05 WS-T-SUC-FACT         PIC S9(7)V99.
               05 WS-T-SUC-NOFACT       PIC S9(7)V99.
               05 WS-T-SUC-INTERNA      PIC S9(7)V99.

       01 WS-LIN-UTIL.
           03 FILLER               PIC X(11) VALUE "CONSULTOR ".
           03 WS-LIN-UTIL-COD      PIC ZZ9.
           03 WS-LIN-UTIL-NOFACT   PIC -(4)9,99.
           03 FILLER               PIC X(6) VALUE "  INT ".
           03 WS-LIN-UTIL-INTERNA  PIC -(4)9,99.
           03 FILLER               PIC X(4) VALUE "  P ".
           03 WS-LIN-UTIL-PERFIL   PIC X.
           03 FILLER               PIC X(3) VALUE " E ".
           03 WS-LIN-UTIL-EMPRESA  PIC X(3).
           03 FILLER               PIC X(3) VALUE " S ".
           03 WS-LIN-UTIL-SUCURSAL PIC 9.

       01 WS-LIN-SUC.
           03 FILLER               PIC X(9) VALUE "SUCURSAL ".
           03 WS-LIN-SUC-COD       PIC 9.
           03 FILLER               PIC X(8) VALUE ":  FACT ".
           03 WS-LIN-SUC-FACT      PIC -(6)9,99.
           03 FILLER               PIC X(6) VALUE "  NF  ".
           03 WS-LIN-SUC-NOFACT    PIC -(6)9,99.
           03 FILLER               PIC X(6) VALUE "  INT ".
           03 WS-LIN-SUC-INTERNA   PIC -(6)9,99.

       01 WS-CSV-HORAS-FACT             PIC -9(5),99.
       01 WS-CSV-PORCENTAJE             PIC -999,99.
           DISPLAY "INGRESE LAS HORAS DISPONIBLES POR DIA HABIL "
               "(EJ 8,00): ".
           ACCEPT WS-HORAS-DIA.
           PERFORM VARYING WS-SUC-I FROM 1 BY 1 UNTIL WS-SUC-I > 10
               MOVE ZERO TO WS-T-SUC-FACT(WS-SUC-I)
               MOVE ZERO TO WS-T-SUC-NOFACT(WS-SUC-I)
               MOVE ZERO TO WS-T-SUC-INTERNA(WS-SUC-I)
           END-PERFORM.
           MOVE 'A' TO HCN-OPER.
           CALL 'HISTCONS' USING HCN-PARAM.

           OPEN INPUT FER.
           IF FER-FS = '00'
           OPEN INPUT HOR.
           OPEN OUTPUT UTILCSV.
           MOVE "CONSULTOR,NOMBRE,HORAS FACTURADAS,HORAS DISPONIBLES,P
      -    "ORCENTAJE DE UTILIZACION,HORAS NO FACT,HORAS INTERNAS,PERFIL
      -    ",EMPRESA,SUCURSAL"
               TO UTILCSV-LINEA.
           WRITE UTILCSV-LINEA.
           PERFORM 020-LEER-CON.
           MOVE CON-COD-CONS TO HOR-CONS.
           MOVE LOW-VALUE TO HOR-FECHA.
           MOVE ZERO TO HOR-CLIENTE.
           MOVE ZERO TO HOR-SECUENCIA.
           START HOR KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE 'NO' TO WS-HOR-START-OK
               NOT INVALID KEY MOVE 'SI' TO WS-HOR-START-OK
       115-ACUMULAR-UNA-HORA.
           IF HOR-FECHA >= WS-FECHA-DESDE AND
               HOR-FECHA <= WS-FECHA-HASTA
               PERFORM 116-SUCURSAL-VIGENTE
               EVALUATE TRUE
                   WHEN HOR-TIPO-NO-FACT
                       ADD HOR-CANT-HORAS TO WS-HORAS-NOFACT
                       ADD HOR-CANT-HORAS TO WS-T-SUC-NOFACT(WS-SUC-I)
                   WHEN HOR-TIPO-INTERNA
                       ADD HOR-CANT-HORAS TO WS-HORAS-INTERNA
                       ADD HOR-CANT-HORAS
                           TO WS-T-SUC-INTERNA(WS-SUC-I)
                   WHEN OTHER
                       ADD HOR-CANT-HORAS TO WS-HORAS-FACT
                       ADD HOR-CANT-HORAS TO WS-T-SUC-FACT(WS-SUC-I)
               END-EVALUATE
           END-IF.
           PERFORM 030-LEER-HOR.

      * Sucursal del consultor el dia trabajado; sin historia queda
      * la sucursal en que se cargo la hora.
       116-SUCURSAL-VIGENTE.
           MOVE 'V' TO HCN-OPER.
           MOVE CON-COD-CONS TO HCN-CONS.
           MOVE HOR-FECHA TO HCN-FECHA.
           MOVE CON-PERFIL TO HCN-PERFIL.
           MOVE CON-EMPRESA TO HCN-EMPRESA.
           MOVE HOR-SUCURSAL TO HCN-SUCURSAL.
           CALL 'HISTCONS' USING HCN-PARAM.
           COMPUTE WS-SUC-I = HCN-SUCURSAL + 1.

       120-IMPRIMIR-CON.
           PERFORM 017-CONTAR-AUSENCIAS-CON.
           SUBTRACT WS-DIAS-AUSENTE FROM WS-DIAS-HABILES
           MOVE WS-PORCENTAJE TO WS-LIN-UTIL-PORC.
           MOVE WS-HORAS-NOFACT TO WS-LIN-UTIL-NOFACT.
           MOVE WS-HORAS-INTERNA TO WS-LIN-UTIL-INTERNA.
           MOVE 'V' TO HCN-OPER.
           MOVE CON-COD-CONS TO HCN-CONS.
           MOVE WS-FECHA-HASTA TO HCN-FECHA.
           MOVE CON-PERFIL TO HCN-PERFIL.
           MOVE CON-EMPRESA TO HCN-EMPRESA.
           MOVE ZERO TO HCN-SUCURSAL.
           CALL 'HISTCONS' USING HCN-PARAM.
           MOVE HCN-PERFIL TO WS-LIN-UTIL-PERFIL.
           MOVE HCN-EMPRESA TO WS-LIN-UTIL-EMPRESA.
           MOVE HCN-SUCURSAL TO WS-LIN-UTIL-SUCURSAL.
           DISPLAY WS-LIN-UTIL.
           MOVE WS-HORAS-FACT TO WS-CSV-HORAS-FACT.
           MOVE WS-PORCENTAJE TO WS-CSV-PORCENTAJE.
                   WS-CSV-HORAS-NOFACT  DELIMITED BY SIZE
                   ","                  DELIMITED BY SIZE
                   WS-CSV-HORAS-INTERNA DELIMITED BY SIZE
                   ","                  DELIMITED BY SIZE
                   HCN-PERFIL           DELIMITED BY SIZE
                   ","                  DELIMITED BY SIZE
                   HCN-EMPRESA          DELIMITED BY SIZE
                   ","                  DELIMITED BY SIZE
                   HCN-SUCURSAL         DELIMITED BY SIZE
               INTO UTILCSV-LINEA
           END-STRING.
           WRITE UTILCSV-LINEA.
           IF WS-HAY-AUSENCIAS = 'S'
               CLOSE AUS
           END-IF.
           MOVE 'C' TO HCN-OPER.
           CALL 'HISTCONS' USING HCN-PARAM.
           DISPLAY "HORAS DEL PERIODO POR SUCURSAL (VIGENTE EL DIA "
               "TRABAJADO):".
           PERFORM VARYING WS-SUC-I FROM 1 BY 1 UNTIL WS-SUC-I > 10
               IF WS-T-SUC-FACT(WS-SUC-I) NOT = ZERO OR
                   WS-T-SUC-NOFACT(WS-SUC-I) NOT = ZERO OR
                   WS-T-SUC-INTERNA(WS-SUC-I) NOT = ZERO
                   SUBTRACT 1 FROM WS-SUC-I GIVING WS-LIN-SUC-COD
                   MOVE WS-T-SUC-FACT(WS-SUC-I) TO WS-LIN-SUC-FACT
                   MOVE WS-T-SUC-NOFACT(WS-SUC-I) TO WS-LIN-SUC-NOFACT
                   MOVE WS-T-SUC-INTERNA(WS-SUC-I)
                       TO WS-LIN-SUC-INTERNA
                   DISPLAY WS-LIN-SUC
               END-IF
           END-PERFORM.
           DISPLAY "CONSULTORES PROCESADOS: " WS-CANT-CONSULTORES.
           DISPLAY "REPORTE GRABADO EN UTILIZACION.CSV".

