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

         FD BCOMOV
             LABEL RECORD OMITTED.
