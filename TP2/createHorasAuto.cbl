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

         FD EMPRESA
             LABEL RECORD OMITTED.
         01 EMPRESA-REG.
             03 EMPRESA-COD PIC X(3).
             03 EMPRESA-MES-INICIO PIC 9(2).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          MOVE 001 TO HOR-CONS.
          MOVE "20141212" TO HOR-FECHA.
          MOVE 1111 TO HOR-CLIENTE.
          MOVE ZERO TO HOR-SECUENCIA.
          MOVE 50 TO HOR-CANT-HORAS.
          MOVE "UnaObservacion" TO HOR-OBSERV.
          MOVE WS-COD-EMPRESA TO HOR-EMPRESA.
          MOVE ZERO TO HOR-NRO-FACT.
          MOVE ZERO TO HOR-LOTE.
          MOVE ZERO TO HOR-HORA-DESDE.
          MOVE ZERO TO HOR-HORA-HASTA.
          MOVE ZERO TO HOR-DESCANSO.
          MOVE SPACES TO HOR-TAREA.
          MOVE 'A' TO HOR-ESTADO.
          MOVE SPACES TO HOR-USUARIO.
          MOVE ZERO TO HOR-SUCURSAL.
          MOVE 001 TO HOR-CONS.
          MOVE "20131212" TO HOR-FECHA.
          MOVE 1111 TO HOR-CLIENTE.
          MOVE ZERO TO HOR-SECUENCIA.
          MOVE 50 TO HOR-CANT-HORAS.
          MOVE "UnaObservacion" TO HOR-OBSERV.
          MOVE WS-COD-EMPRESA TO HOR-EMPRESA.
          MOVE ZERO TO HOR-NRO-FACT.
          MOVE ZERO TO HOR-LOTE.
          MOVE ZERO TO HOR-HORA-DESDE.
          MOVE ZERO TO HOR-HORA-HASTA.
          MOVE ZERO TO HOR-DESCANSO.
          MOVE SPACES TO HOR-TAREA.
          MOVE 'A' TO HOR-ESTADO.
          MOVE SPACES TO HOR-USUARIO.
          MOVE ZERO TO HOR-SUCURSAL.
          MOVE 010 TO HOR-CONS.
          MOVE "20121212" TO HOR-FECHA.
          MOVE 1111 TO HOR-CLIENTE.
          MOVE ZERO TO HOR-SECUENCIA.
          MOVE 50 TO HOR-CANT-HORAS.
          MOVE "UnaObservacion" TO HOR-OBSERV.
          MOVE WS-COD-EMPRESA TO HOR-EMPRESA.
          MOVE ZERO TO HOR-NRO-FACT.
          MOVE ZERO TO HOR-LOTE.
          MOVE ZERO TO HOR-HORA-DESDE.
          MOVE ZERO TO HOR-HORA-HASTA.
          MOVE ZERO TO HOR-DESCANSO.
          MOVE SPACES TO HOR-TAREA.
          MOVE 'A' TO HOR-ESTADO.
          MOVE SPACES TO HOR-USUARIO.
          MOVE ZERO TO HOR-SUCURSAL.
          MOVE 001 TO HOR-CONS.
          MOVE "20141214" TO HOR-FECHA.
          MOVE 2222 TO HOR-CLIENTE.
          MOVE ZERO TO HOR-SECUENCIA.
          MOVE 50 TO HOR-CANT-HORAS.
          MOVE "UnaObservacion" TO HOR-OBSERV.
          MOVE WS-COD-EMPRESA TO HOR-EMPRESA.
          MOVE ZERO TO HOR-NRO-FACT.
          MOVE ZERO TO HOR-LOTE.
          MOVE ZERO TO HOR-HORA-DESDE.
          MOVE ZERO TO HOR-HORA-HASTA.
          MOVE ZERO TO HOR-DESCANSO.
          MOVE SPACES TO HOR-TAREA.
          MOVE 'A' TO HOR-ESTADO.
          MOVE SPACES TO HOR-USUARIO.
          MOVE ZERO TO HOR-SUCURSAL.
          MOVE 001 TO HOR-CONS.
          MOVE "20000101" TO HOR-FECHA.
          MOVE 3333 TO HOR-CLIENTE.
          MOVE ZERO TO HOR-SECUENCIA.
          MOVE 50 TO HOR-CANT-HORAS.
          MOVE "UnaObservacion" TO HOR-OBSERV.
          MOVE WS-COD-EMPRESA TO HOR-EMPRESA.
          MOVE ZERO TO HOR-NRO-FACT.
          MOVE ZERO TO HOR-LOTE.
          MOVE ZERO TO HOR-HORA-DESDE.
          MOVE ZERO TO HOR-HORA-HASTA.
          MOVE ZERO TO HOR-DESCANSO.
          MOVE SPACES TO HOR-TAREA.
          MOVE 'A' TO HOR-ESTADO.
          MOVE SPACES TO HOR-USUARIO.
          MOVE ZERO TO HOR-SUCURSAL.
          MOVE 001 TO HOR-CONS.
          MOVE "20141212" TO HOR-FECHA.
          MOVE 4444 TO HOR-CLIENTE.
          MOVE ZERO TO HOR-SECUENCIA.
          MOVE 50 TO HOR-CANT-HORAS.
          MOVE "UnaObservacion" TO HOR-OBSERV.
          MOVE WS-COD-EMPRESA TO HOR-EMPRESA.
          MOVE ZERO TO HOR-NRO-FACT.
          MOVE ZERO TO HOR-LOTE.
          MOVE ZERO TO HOR-HORA-DESDE.
          MOVE ZERO TO HOR-HORA-HASTA.
          MOVE ZERO TO HOR-DESCANSO.
          MOVE SPACES TO HOR-TAREA.
          MOVE 'A' TO HOR-ESTADO.
          MOVE SPACES TO HOR-USUARIO.
          MOVE ZERO TO HOR-SUCURSAL.
          MOVE SPACES TO HOR-PROYECTO.
          MOVE 'F' TO HOR-TIPO.
          WRITE HOR-REG.

          MOVE 001 TO HOR-CONS.
          MOVE "20141212" TO HOR-FECHA.
          MOVE 1111 TO HOR-CLIENTE.
          MOVE 01 TO HOR-SECUENCIA.
          MOVE 20 TO HOR-CANT-HORAS.
          MOVE "SegundaCargaDelDia" TO HOR-OBSERV.
          MOVE WS-COD-EMPRESA TO HOR-EMPRESA.
          MOVE ZERO TO HOR-NRO-FACT.
          MOVE ZERO TO HOR-LOTE.
          MOVE ZERO TO HOR-HORA-DESDE.
          MOVE ZERO TO HOR-HORA-HASTA.
          MOVE ZERO TO HOR-DESCANSO.
          MOVE SPACES TO HOR-TAREA.
          MOVE 'A' TO HOR-ESTADO.
          MOVE SPACES TO HOR-USUARIO.
          MOVE ZERO TO HOR-SUCURSAL.
