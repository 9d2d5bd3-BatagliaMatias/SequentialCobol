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
             MOVE CON-COD-CONS TO HOR-CONS
             MOVE LOW-VALUE TO HOR-FECHA
             MOVE ZERO TO HOR-CLIENTE
             MOVE ZERO TO HOR-SECUENCIA
             MOVE 'N' TO WS-LIST-EOF
             START HOR KEY IS NOT LESS THAN HOR-KEY
               INVALID KEY MOVE 'S' TO WS-LIST-EOF
             IF HOR-FECHA >= WS-FECHA-DESDE AND
                 HOR-FECHA <= WS-FECHA-HASTA
               DISPLAY "  FECHA: " HOR-FECHA "  CLIENTE: " HOR-CLIENTE
               DISPLAY "    SEC: " HOR-SECUENCIA
                   "  CANT-HORAS: " HOR-CANT-HORAS
                   "  EMPRESA: " HOR-EMPRESA
               DISPLAY "    " HOR-OBSERV
               ADD HOR-CANT-HORAS TO WS-TOT-HORAS
