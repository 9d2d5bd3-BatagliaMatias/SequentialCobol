                03 PRY-CODIGO PIC X(6).
            02 PRY-DATOS.
                03 PRY-DESC PIC X(30).
                03 PRY-LIDER PIC 9(3).
                03 PRY-COTIZACION PIC 9(6).
                03 PRY-ORDEN-COMPRA PIC X(15).

         FD CLI
          VALUE OF FILE-ID IS "CLIENTES.DAT".
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

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
             ACCEPT PRY-CODIGO
             DISPLAY "ENTER THE  DESCRIPCION"
             ACCEPT PRY-DESC
             PERFORM ACEPTAR-REFERENCIAS
             WRITE fileind1
              INVALID KEY DISPLAY"  RECORD IS ALREADY EXIST"
             END-WRITE
            ELSE
              DISPLAY "ENTER THE  DESCRIPCION"
              ACCEPT PRY-DESC
              PERFORM ACEPTAR-REFERENCIAS
              REWRITE fileind1
                INVALID KEY DISPLAY "  RECORD NOT READED"
              END-REWRITE
            END-IF.

      *  Lider (carga el ETC mensual de las tareas) y cotizacion /
      *  orden de compra contra las que se controla el proyecto.
         ACEPTAR-REFERENCIAS.
            DISPLAY "ENTER THE  CONSULTOR LIDER (0 SIN DEFINIR)".
            ACCEPT PRY-LIDER.
            DISPLAY "ENTER THE  NRO DE COTIZACION (0 SIN COTIZACION)".
            ACCEPT PRY-COTIZACION.
            DISPLAY "ENTER THE  ORDEN DE COMPRA (ENTER = SIN OC)".
            MOVE SPACES TO PRY-ORDEN-COMPRA.
            ACCEPT PRY-ORDEN-COMPRA.

         LIST1.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE LOW-VALUE TO PRY-KEY.
           END-READ.
           IF WS-LIST-EOF = 'N'
             DISPLAY "CLIENTE " PRY-CLIENTE "  PROYECTO " PRY-CODIGO
                 "  " PRY-DESC "  LIDER " PRY-LIDER
           END-IF.

       END PROGRAM PROYECTOS.
