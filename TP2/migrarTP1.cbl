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

       FD CON
          VALUE OF FILE-ID IS "CONSULTORES.DAT".
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

       FD TAR
          VALUE OF FILE-ID IS "TARIFAS.DAT".
            02 TAR-DATA.
                03 TAR-TARIFA PIC 9(7)V99.
                03 TAR-FVIG-HASTA PIC X(10).
                03 TAR-FMODIF PIC X(8).

       FD MIGLOG
           LABEL RECORD OMITTED.
           LABEL RECORD OMITTED.
       01 EMPRESA-REG.
           03 EMPRESA-COD PIC X(3).
           03 EMPRESA-MES-INICIO PIC 9(2).

       FD LCKFACT
           LABEL RECORD OMITTED.
       256-GRABAR-HOR-ABIERTO.
           PERFORM 260-ASEGURAR-CLIENTE.
           MOVE 'N' TO WS-HOR-DUPLICADA.
           MOVE ZERO TO HOR-SECUENCIA.
           MOVE WS-COD-EMPRESA TO HOR-EMPRESA.
           MOVE ZERO TO HOR-NRO-FACT.
           MOVE ZERO TO HOR-LOTE.
           MOVE ZERO TO HOR-HORA-DESDE.
           MOVE ZERO TO HOR-HORA-HASTA.
           MOVE ZERO TO HOR-DESCANSO.
           MOVE SPACES TO HOR-TAREA.
           MOVE 'A' TO HOR-ESTADO.
           MOVE SPACES TO HOR-USUARIO.
           MOVE WS-SUCURSAL-ORIGEN TO HOR-SUCURSAL.
               MOVE "901" TO CLI-JURISDICCION
               MOVE ZERO TO CLI-MARKUP-GASTOS
               MOVE ZERO TO CLI-LIMITE-CREDITO
               MOVE 'N' TO CLI-CONFORMIDAD
               MOVE 'N' TO CLI-HORARIO-ANEXO
               MOVE ZERO TO CLI-EJECUTIVO
               MOVE 'M' TO CLI-CICLO-FACT
               MOVE ZERO TO CLI-DIA-CORTE
               MOVE 'E' TO CLI-PLAZO-DESDE
               MOVE SPACES TO CLI-ZONA-VIAJE
               MOVE 'N' TO CLI-EXTERIOR
               MOVE SPACES TO CLI-PAIS
               MOVE SPACES TO CLI-ID-FISCAL-EXT
               MOVE SPACES TO CLI-INCOTERM
               WRITE CLI-REG
           END-IF.

           MOVE 000 TO TAR-CONSULTOR.
           MOVE VAL-VALOR-HORA TO TAR-TARIFA.
           MOVE SPACES TO TAR-FVIG-HASTA.
           MOVE SPACES TO TAR-FMODIF.
           MOVE 'N' TO WS-TAR-DUPLICADA.
           WRITE TAR-REG
               INVALID KEY MOVE 'S' TO WS-TAR-DUPLICADA
