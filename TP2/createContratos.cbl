           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-COD-CLIENTE.

           SELECT REN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REN-KEY
           FILE STATUS IS REN-FS.

       DATA DIVISION.
        FILE SECTION.
         FD indfile1
                03 CTR-VIG-HASTA PIC X(8).
                03 CTR-ABONO PIC 9(7)V99.
                03 CTR-TOPE-HORAS PIC 9(4)V99.
      *         Clausula de ajuste por indice (IPC, ICL, SAL): el
      *         abono y las tarifas del cliente se ajustan cada
      *         CTR-AJUSTE-MESES meses desde el periodo base AAAAMM.
                03 CTR-INDICE PIC X(4).
                03 CTR-INDICE-BASE PIC X(6).
                03 CTR-AJUSTE-MESES PIC 9(2).
      *         Renovacion tacita: al vencer se genera el contrato
      *         sucesor por CTR-RENOV-MESES meses.
                03 CTR-RENOV-TACITA PIC X.
                    88 CTR-CON-RENOV-TACITA VALUE 'S'.
                03 CTR-RENOV-MESES PIC 9(2).
      *         Viaticos de los consultores en la zona del cliente:
      *         con 'S' se refacturan como gastos con el markup.
                03 CTR-REINTEGRA-VIATICOS PIC X.
                    88 CTR-CON-REINTEGRO VALUE 'S'.

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

      *  Decision de renovacion tomada sobre cada contrato que vence,
      *  para el seguimiento comercial.
         FD REN
          VALUE OF FILE-ID IS "RENOVACIONES.DAT".
          01 REN-REG.
            02 REN-KEY.
                03 REN-CLIENTE PIC 9(4).
                03 REN-VIG-DESDE PIC X(8).
            02 REN-DATOS.
                03 REN-ESTADO PIC X.
                    88 REN-RENOVADO VALUE 'R'.
                    88 REN-NO-RENOVADO VALUE 'N'.
                    88 REN-EN-NEGOCIACION VALUE 'E'.
                03 REN-FECHA PIC X(8).
                03 REN-SUCESOR PIC X(8).
                03 REN-TACITA PIC X.
                03 REN-OBSERV PIC X(40).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 REXIST PIC X.
          01 CTR-FS PIC X(2).
          01 WS-CLI-EXISTE PIC X.
          01 WS-IMAGEN-LEIDA PIC X(51).
          01 WS-IMAGEN-EDITADA PIC X(51).
          01 WS-VERSION-OK PIC X.
          01 WS-REEDITAR PIC X.
          01 WS-LIST-EOF PIC X VALUE 'N'.
          01 REN-FS PIC X(2).
          01 WS-REN-MESES PIC 9(2).
          01 WS-REN-ABONO PIC 9(7)V99.
          01 WS-REN-DESDE-ANT PIC X(8).
          01 WS-REN-ESTADO-DESC PIC X(15).
          01 WS-FEC-8 PIC 9(8).
          01 WS-FEC-DIA PIC 9(2).
          01 WS-MESES-TOT PIC 9(7).
          01 WS-MESES-RESTO PIC 9(2).
          01 WS-PER-CALC PIC 9(6).
          01 WS-PER-CALC-R REDEFINES WS-PER-CALC.
            03 WS-PER-CALC-ANIO PIC 9(4).
            03 WS-PER-CALC-MES PIC 9(2).

       PROCEDURE DIVISION.
        PARA1.
              OPEN I-O indfile1
          END-IF.
          OPEN INPUT CLI.
          OPEN I-O REN.
          IF REN-FS NOT = '00'
              OPEN OUTPUT REN
              CLOSE REN
              OPEN I-O REN
          END-IF.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE CONTRATOS DE ABONO::"
          DISPLAY "    3=UPDATE RECORD"
          DISPLAY "    4=READ PERTICULAR RECORD"
          DISPLAY "    5=LIST ALL RECORDS"
          DISPLAY "    6=RENEW CONTRACT"
          DISPLAY "    7=RECORD RENEWAL DECISION"
          DISPLAY "    8=LIST RENEWAL DECISIONS"
          display "    0=EXIT"
          ACCEPT choice

           WHEN 3 PERFORM UPDATE1
           WHEN 4 PERFORM READ1
           WHEN 5 PERFORM LIST1
           WHEN 6 PERFORM RENEW1
           WHEN 7 PERFORM DECIDE1
           WHEN 8 PERFORM LISTREN1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE CLI.
         CLOSE REN.
         STOP RUN.

         VALIDAR-CLIENTE.
             ACCEPT CTR-ABONO
             DISPLAY "ENTER THE  TOPE DE HORAS INCLUIDAS"
             ACCEPT CTR-TOPE-HORAS
             PERFORM ACEPTAR-CLAUSULA
             PERFORM ACEPTAR-RENOVACION
             PERFORM ACEPTAR-VIATICOS
             DISPLAY " "
             WRITE fileind1
              INVALID KEY DISPLAY"  RECORD IS ALREADY EXIST"
            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              MOVE 'S' TO WS-REEDITAR
              PERFORM UPDATE1-EDITAR UNTIL WS-REEDITAR NOT = 'S'
            END-IF.

      *  Se edita sobre la imagen leida; antes de regrabar se vuelve
      *  a leer el contrato (VERIFICAR-VERSION) y si otro operador lo
      *  cambio mientras tanto no se pisa.
         UPDATE1-EDITAR.
              MOVE 'N' TO WS-REEDITAR
              MOVE fileind1 TO WS-IMAGEN-LEIDA
              DISPLAY "ENTER THE  VIGENCIA HASTA (AAAAMMDD)"
              ACCEPT CTR-VIG-HASTA
              DISPLAY "ENTER THE  ABONO MENSUAL"
              ACCEPT CTR-ABONO
              DISPLAY "ENTER THE  TOPE DE HORAS INCLUIDAS"
              ACCEPT CTR-TOPE-HORAS
              PERFORM ACEPTAR-CLAUSULA
              PERFORM ACEPTAR-RENOVACION
              PERFORM ACEPTAR-VIATICOS
              PERFORM VERIFICAR-VERSION
              IF WS-VERSION-OK = 'S'
                REWRITE fileind1
                  INVALID KEY DISPLAY "  RECORD NOT READED"
                END-REWRITE
              END-IF.

      *  Control de concurrencia: la imagen leida al empezar la
      *  edicion es la version del registro. Si al regrabar el
      *  contrato ya no coincide (otro operador o el ajuste por
      *  indice lo modifico, o lo borraron) se rechaza la
      *  modificacion, se muestran los valores vigentes y se ofrece
      *  volver a editar sobre ellos.
         VERIFICAR-VERSION.
            MOVE 'S' TO WS-VERSION-OK.
            MOVE fileind1 TO WS-IMAGEN-EDITADA.
            READ indfile1
             INVALID KEY MOVE 'N' TO WS-VERSION-OK
            END-READ.
            IF WS-VERSION-OK = 'N'
              DISPLAY "  OTRO OPERADOR BORRO EL CONTRATO MIENTRAS SE "
                  "EDITABA: CAMBIOS DESCARTADOS"
            ELSE
              IF fileind1 NOT = WS-IMAGEN-LEIDA
                MOVE 'N' TO WS-VERSION-OK
                DISPLAY "  OTRO OPERADOR MODIFICO EL CONTRATO MIENTRAS "
                    "SE EDITABA. VALORES VIGENTES:"
                PERFORM MOSTRAR-CONTRATO
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

         READ1.
            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              PERFORM MOSTRAR-CONTRATO
            END-IF.

         MOSTRAR-CONTRATO.
              DISPLAY "CLIENTE: " CTR-CLIENTE.
              DISPLAY "VIGENCIA: " CTR-VIG-DESDE " A " CTR-VIG-HASTA.
              DISPLAY "ABONO MENSUAL: " CTR-ABONO.
              DISPLAY "HORAS INCLUIDAS: " CTR-TOPE-HORAS
              DISPLAY "AJUSTE POR INDICE: " CTR-INDICE
                  "  BASE: " CTR-INDICE-BASE
                  "  CADA " CTR-AJUSTE-MESES " MESES"
              DISPLAY "RENOVACION TACITA: " CTR-RENOV-TACITA
                  "  POR " CTR-RENOV-MESES " MESES"
              DISPLAY "REINTEGRA VIATICOS: " CTR-REINTEGRA-VIATICOS.

         ACEPTAR-CLAUSULA.
           DISPLAY "ENTER THE  INDICE DE AJUSTE (IPC/ICL/SAL, "
               "BLANCO=SIN CLAUSULA)".
           ACCEPT CTR-INDICE.
           IF CTR-INDICE = SPACES
             MOVE SPACES TO CTR-INDICE-BASE
             MOVE ZERO TO CTR-AJUSTE-MESES
           ELSE
             DISPLAY "ENTER THE  PERIODO BASE DEL INDICE (AAAAMM)"
             ACCEPT CTR-INDICE-BASE
             DISPLAY "ENTER THE  FRECUENCIA DE AJUSTE EN MESES (3/6)"
             ACCEPT CTR-AJUSTE-MESES
           END-IF.

         LIST1.
           MOVE 'N' TO WS-LIST-EOF.
                 "  VIGENCIA: " CTR-VIG-DESDE " A " CTR-VIG-HASTA
             DISPLAY "  ABONO: " CTR-ABONO
                 "  HORAS INCLUIDAS: " CTR-TOPE-HORAS
                 "  INDICE: " CTR-INDICE " " CTR-INDICE-BASE
                 " / " CTR-AJUSTE-MESES
                 "  RENOV.TACITA: " CTR-RENOV-TACITA
                 " " CTR-RENOV-MESES
                 "  REINTEGRA VIATICOS: " CTR-REINTEGRA-VIATICOS
           END-IF.

         ACEPTAR-RENOVACION.
           DISPLAY "ENTER THE  RENOVACION TACITA (S/N)".
           ACCEPT CTR-RENOV-TACITA.
           IF CTR-RENOV-TACITA NOT = 'S'
             MOVE 'N' TO CTR-RENOV-TACITA
           END-IF.
           DISPLAY "ENTER THE  MESES DE CADA RENOVACION (0=12)".
           ACCEPT CTR-RENOV-MESES.
           IF CTR-RENOV-MESES = ZERO
             MOVE 12 TO CTR-RENOV-MESES
           END-IF.

         ACEPTAR-VIATICOS.
           DISPLAY "ENTER THE  CLIENTE REINTEGRA VIATICOS (S/N)".
           ACCEPT CTR-REINTEGRA-VIATICOS.
           IF CTR-REINTEGRA-VIATICOS NOT = 'S'
             MOVE 'N' TO CTR-REINTEGRA-VIATICOS
           END-IF.

      *  El contrato sucesor arranca el dia siguiente al vencimiento y
      *  conserva tope, clausula de ajuste y condicion de renovacion.
         RENEW1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE CONTRACT YOU WANT TO RENEW".
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT CTR-CLIENTE.
           DISPLAY "ENTER THE  VIGENCIA DESDE".
           ACCEPT CTR-VIG-DESDE.
           READ indfile1
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST='N'
             DISPLAY "  RECORD NOT EXIST"
           ELSE
             IF CTR-VIG-HASTA = SPACES
               DISPLAY "  CONTRATO SIN VENCIMIENTO, NO SE RENUEVA"
             ELSE
               MOVE CTR-VIG-DESDE TO WS-REN-DESDE-ANT
               DISPLAY "  VENCE: " CTR-VIG-HASTA
                   "  ABONO: " CTR-ABONO
                   "  HORAS INCLUIDAS: " CTR-TOPE-HORAS
               DISPLAY "ENTER THE  MESES DE RENOVACION (0="
                   CTR-RENOV-MESES ")"
               ACCEPT WS-REN-MESES
               IF WS-REN-MESES = ZERO
                 MOVE CTR-RENOV-MESES TO WS-REN-MESES
               END-IF
               IF WS-REN-MESES = ZERO
                 MOVE 12 TO WS-REN-MESES
               END-IF
               DISPLAY "ENTER THE  NUEVO ABONO MENSUAL (0=SIN CAMBIO)"
               ACCEPT WS-REN-ABONO
               IF WS-REN-ABONO > ZERO
                 MOVE WS-REN-ABONO TO CTR-ABONO
               END-IF
               PERFORM CALCULAR-SUCESOR
               WRITE fileind1
                 INVALID KEY
                   DISPLAY "  YA EXISTE CONTRATO DESDE " CTR-VIG-DESDE
               END-WRITE
               IF CTR-FS = '00'
                 DISPLAY "  CONTRATO SUCESOR: " CTR-VIG-DESDE
                     " A " CTR-VIG-HASTA
                 MOVE CTR-CLIENTE TO REN-CLIENTE
                 MOVE WS-REN-DESDE-ANT TO REN-VIG-DESDE
                 MOVE 'R' TO REN-ESTADO
                 MOVE CTR-VIG-DESDE TO REN-SUCESOR
                 MOVE 'N' TO REN-TACITA
                 MOVE SPACES TO REN-OBSERV
                 PERFORM GRABAR-DECISION
               END-IF
             END-IF
           END-IF.

         CALCULAR-SUCESOR.
           MOVE CTR-VIG-HASTA TO WS-FEC-8.
           COMPUTE WS-FEC-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FEC-8) + 1).
           MOVE WS-FEC-8 TO CTR-VIG-DESDE.
           MOVE CTR-VIG-DESDE(7:2) TO WS-FEC-DIA.
           MOVE CTR-VIG-DESDE(1:6) TO WS-PER-CALC.
           COMPUTE WS-MESES-TOT = WS-PER-CALC-ANIO * 12
               + WS-PER-CALC-MES - 1 + WS-REN-MESES.
           DIVIDE WS-MESES-TOT BY 12 GIVING WS-PER-CALC-ANIO
               REMAINDER WS-MESES-RESTO.
           COMPUTE WS-PER-CALC-MES = WS-MESES-RESTO + 1.
           COMPUTE WS-FEC-8 = WS-PER-CALC * 100 + 1.
           COMPUTE WS-FEC-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FEC-8) + WS-FEC-DIA - 2).
           MOVE WS-FEC-8 TO CTR-VIG-HASTA.

         GRABAR-DECISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REN-FECHA.
           WRITE REN-REG
             INVALID KEY
               REWRITE REN-REG
                 INVALID KEY DISPLAY "  DECISION NO GRABADA"
               END-REWRITE
           END-WRITE.

         DECIDE1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT CTR-CLIENTE.
           DISPLAY "ENTER THE  VIGENCIA DESDE".
           ACCEPT CTR-VIG-DESDE.
           READ indfile1
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST='N'
             DISPLAY "  RECORD NOT EXIST"
           ELSE
             MOVE CTR-CLIENTE TO REN-CLIENTE
             MOVE CTR-VIG-DESDE TO REN-VIG-DESDE
             READ REN
               INVALID KEY
                 MOVE SPACES TO REN-SUCESOR
                 MOVE 'N' TO REN-TACITA
             END-READ
             DISPLAY "ENTER THE  DECISION (R=RENOVADO N=NO RENOVADO "
                 "E=EN NEGOCIACION)"
             ACCEPT REN-ESTADO
             IF REN-RENOVADO OR REN-NO-RENOVADO OR REN-EN-NEGOCIACION
               DISPLAY "ENTER THE  OBSERVACION"
               ACCEPT REN-OBSERV
               PERFORM GRABAR-DECISION
               IF REN-RENOVADO AND REN-SUCESOR = SPACES
                 DISPLAY "  RECUERDE GENERAR EL SUCESOR CON LA "
                     "OPCION 6"
               END-IF
             ELSE
               DISPLAY "  DECISION INVALIDA"
             END-IF
           END-IF.

         LISTREN1.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE LOW-VALUE TO REN-KEY.
           START REN KEY IS NOT LESS THAN REN-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LISTREN1-UNA UNTIL WS-LIST-EOF = 'S'.

         LISTREN1-UNA.
           READ REN NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             EVALUATE TRUE
               WHEN REN-RENOVADO
                 MOVE "RENOVADO" TO WS-REN-ESTADO-DESC
               WHEN REN-NO-RENOVADO
                 MOVE "NO RENOVADO" TO WS-REN-ESTADO-DESC
               WHEN OTHER
                 MOVE "EN NEGOCIACION" TO WS-REN-ESTADO-DESC
             END-EVALUATE
             DISPLAY "CLIENTE: " REN-CLIENTE
                 "  CONTRATO DESDE: " REN-VIG-DESDE
                 "  " WS-REN-ESTADO-DESC
                 "  EL " REN-FECHA
             IF REN-SUCESOR NOT = SPACES
               DISPLAY "  SUCESOR DESDE: " REN-SUCESOR
                   "  TACITA: " REN-TACITA
             END-IF
             IF REN-OBSERV NOT = SPACES
               DISPLAY "  " REN-OBSERV
             END-IF
           END-IF.

       END PROGRAM CONTRATOS.
