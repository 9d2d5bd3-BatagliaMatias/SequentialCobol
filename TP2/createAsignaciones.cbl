           RECORD KEY IS SKL-KEY
           FILE STATUS IS SKL-FS.

           SELECT PRY ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRY-KEY
           FILE STATUS IS PRY-FS.

       DATA DIVISION.
        FILE SECTION.
         FD indfile1
            02 ASG-DATOS.
                03 ASG-HASTA PIC X(8).
                03 ASG-ROL PIC X.
                03 ASG-PROYECTO PIC X(6).
                03 ASG-HORAS-DIA PIC 9(2)V99.

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

         FD PERFILSKILL
           LABEL RECORD OMITTED.
                03 SKL-NIVEL PIC 9.
                03 SKL-FECHA-CERT PIC X(8).

         FD PRY
          VALUE OF FILE-ID IS "PROYECTOS.DAT".
          01 PRY-REG.
            02 PRY-KEY.
                03 PRY-CLIENTE PIC 9(4).
                03 PRY-CODIGO PIC X(6).
            02 PRY-DATOS.
                03 PRY-DESC PIC X(30).
                03 PRY-LIDER PIC 9(3).
                03 PRY-COTIZACION PIC 9(6).
                03 PRY-ORDEN-COMPRA PIC X(15).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
              88 PERFILSKILL-EOF VALUE '10'.
          01 SKL-FS PIC X(2).
          01 WS-HAY-SKILLS PIC X VALUE 'N'.
          01 PRY-FS PIC X(2).
          01 WS-HAY-PROYECTOS PIC X VALUE 'N'.
          01 WS-PRY-OK PIC X.
          01 WS-PSK-K PIC 9(2).
          01 WS-ROL-EFECTIVO PIC X.
          01 WS-SKILL-REQ PIC X(10).
                  05 WS-T-PSK-SKILL PIC X(10).
          01 WS-CON-EXISTE PIC X.
          01 WS-CLI-EXISTE PIC X.
          01 WS-IMAGEN-LEIDA PIC X(34).
          01 WS-IMAGEN-EDITADA PIC X(34).
          01 WS-VERSION-OK PIC X.
          01 WS-REEDITAR PIC X.
          01 WS-LIST-EOF PIC X VALUE 'N'.
          01 WS-FECHA-HOY PIC X(8).
          01 WS-CANT PIC 9(4).
          IF SKL-FS = '00'
              MOVE 'S' TO WS-HAY-SKILLS
          END-IF.
          OPEN INPUT PRY.
          IF PRY-FS = '00'
              MOVE 'S' TO WS-HAY-PROYECTOS
          END-IF.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE ASIGNACIONES CONSULTOR-CLIENTE::"
         IF WS-HAY-SKILLS = 'S'
             CLOSE SKL
         END-IF.
         IF WS-HAY-PROYECTOS = 'S'
             CLOSE PRY
         END-IF.
         STOP RUN.

         CARGAR-PERFILSKILL.
             END-IF
           END-IF.

      *  Proyecto y horas diarias planificadas: con horas en cero la
      *  asignacion no genera borrador semanal de horas. El proyecto
      *  se valida contra el maestro del cliente.
         PEDIR-PLAN-HORAS.
           MOVE 'N' TO WS-PRY-OK.
           PERFORM UNTIL WS-PRY-OK = 'S'
             DISPLAY "ENTER THE  PROYECTO (BLANCO = SIN PROYECTO)"
             ACCEPT ASG-PROYECTO
             IF ASG-PROYECTO = SPACES OR WS-HAY-PROYECTOS = 'N'
               MOVE 'S' TO WS-PRY-OK
             ELSE
               MOVE ASG-CLIENTE TO PRY-CLIENTE
               MOVE ASG-PROYECTO TO PRY-CODIGO
               READ PRY
                 INVALID KEY
                   DISPLAY "  PROYECTO INEXISTENTE PARA EL CLIENTE"
                 NOT INVALID KEY
                   MOVE 'S' TO WS-PRY-OK
               END-READ
             END-IF
           END-PERFORM.
           DISPLAY "ENTER THE  HORAS DIARIAS PLANIFICADAS (0 = SIN "
               "BORRADOR SEMANAL)".
           ACCEPT ASG-HORAS-DIA.
           IF ASG-HORAS-DIA > 24
             DISPLAY "  HORAS DIARIAS INVALIDAS, QUEDA SIN BORRADOR"
             MOVE ZERO TO ASG-HORAS-DIA
           END-IF.

         ADD1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CONS".
               DISPLAY "ENTER THE  ROL DEL COMPROMISO (PERFIL, "
                   "BLANCO = EL DEL CONSULTOR)"
               ACCEPT ASG-ROL
               PERFORM PEDIR-PLAN-HORAS
               PERFORM CONTROLAR-SKILL-ROL
               WRITE fileind1
                INVALID KEY DISPLAY"  RECORD IS ALREADY EXIST"
            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              MOVE 'S' TO WS-REEDITAR
              PERFORM UPDATE1-EDITAR UNTIL WS-REEDITAR NOT = 'S'
            END-IF.

      *  Se edita sobre la imagen leida; antes de regrabar se vuelve
      *  a leer la asignacion (VERIFICAR-VERSION) y si otro operador
      *  la cambio mientras tanto no se pisa.
         UPDATE1-EDITAR.
              MOVE 'N' TO WS-REEDITAR
              MOVE fileind1 TO WS-IMAGEN-LEIDA
              DISPLAY "ENTER THE  FECHA HASTA (AAAAMMDD)"
              ACCEPT ASG-HASTA
              DISPLAY "ENTER THE  ROL DEL COMPROMISO"
              ACCEPT ASG-ROL
              PERFORM PEDIR-PLAN-HORAS
              PERFORM VERIFICAR-VERSION
              IF WS-VERSION-OK = 'S'
                REWRITE fileind1
                  INVALID KEY DISPLAY "  RECORD NOT READED"
                END-REWRITE
              END-IF.

      *  Control de concurrencia: la imagen leida al empezar la
      *  edicion es la version del registro. Si al regrabar la
      *  asignacion ya no coincide (otro operador la modifico o la
      *  borro) se rechaza la modificacion, se muestran los valores
      *  vigentes y se ofrece volver a editar sobre ellos.
         VERIFICAR-VERSION.
            MOVE 'S' TO WS-VERSION-OK.
            MOVE fileind1 TO WS-IMAGEN-EDITADA.
            READ indfile1
             INVALID KEY MOVE 'N' TO WS-VERSION-OK
            END-READ.
            IF WS-VERSION-OK = 'N'
              DISPLAY "  OTRO OPERADOR BORRO LA ASIGNACION MIENTRAS "
                  "SE EDITABA: CAMBIOS DESCARTADOS"
            ELSE
              IF fileind1 NOT = WS-IMAGEN-LEIDA
                MOVE 'N' TO WS-VERSION-OK
                DISPLAY "  OTRO OPERADOR MODIFICO LA ASIGNACION "
                    "MIENTRAS SE EDITABA. VALORES VIGENTES:"
                DISPLAY "CONS " ASG-CONS "  CLIENTE " ASG-CLIENTE
                    "  DEL " ASG-DESDE " AL " ASG-HASTA
                    "  ROL: " ASG-ROL
                    "  PROYECTO: " ASG-PROYECTO
                    "  HS/DIA: " ASG-HORAS-DIA
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

         LIST1.
             DISPLAY "CONS " ASG-CONS "  CLIENTE " ASG-CLIENTE
                 "  DEL " ASG-DESDE " AL " ASG-HASTA
                 "  ROL: " ASG-ROL
                 "  PROYECTO: " ASG-PROYECTO
                 "  HS/DIA: " ASG-HORAS-DIA
           END-IF.

      *  Dotacion vigente a hoy, ordenada por cliente para los
