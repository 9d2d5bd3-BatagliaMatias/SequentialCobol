         FILE-CONTROL.
           SELECT APROB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APROB-NRO-FACT.

           SELECT OPTIONAL VARCTL ASSIGN TO "VARIANZA_CTL.DAT"

           SELECT HOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOR-KEY
           ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
           FILE STATUS IS HOR-FS.
           FILE STATUS IS FACTDET-FS.


      *    Para sellar los renglones agrupados por jornada o unidad
      *    hace falta saber si el cliente exige conformidad y cual fue
      *    la ultima respuesta de cada renglon.
           SELECT CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-COD-CLIENTE
           FILE STATUS IS CLI-FS.

           SELECT CFD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFD-KEY
           ALTERNATE RECORD KEY IS CFD-HOR-KEY WITH DUPLICATES
           FILE STATUS IS CFD-FS.

           SELECT USU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
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

         FD CLI
          VALUE OF FILE-ID IS "CLIENTES.DAT".
          01 CLI-REG.
            03 CLI-COD-CLIENTE PIC 9(4).
            03 CLI-RAZON-SOCIAL PIC X(30).
            03 CLI-DIRECCION PIC X(20).
            03 CLI-TELEFONO PIC 9(10).
            03 CLI-MONEDA PIC X(3).
            03 CLI-EMPRESA PIC X(3).
            03 CLI-PLAZO-PAGO PIC 9(3).
            03 CLI-CUIT PIC 9(11).
            03 CLI-COND-FISCAL PIC X(2).
            03 CLI-CAT-IVA PIC X(2).
            03 CLI-RET-GAN PIC 9(2)V99.
            03 CLI-RET-IIBB PIC 9(2)V99.
            03 CLI-BLOQUEO PIC X.
                88 CLI-BLOQUEADO VALUE 'S'.
                88 CLI-SIN-BLOQUEO VALUES 'N', SPACE.
            03 CLI-RED-INCREMENTO PIC 9V99.
            03 CLI-RED-SENTIDO PIC X.
            03 CLI-MIN-DIARIO PIC 9V99.
            03 CLI-DEBITO-AUTO PIC X.
                88 CLI-CON-DEBITO VALUE 'S'.
                88 CLI-SIN-DEBITO VALUES 'N', SPACE.
            03 CLI-CBU PIC X(22).
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

         FD CFD
          VALUE OF FILE-ID IS "CONFDETALLE.DAT".
          01 CFD-REG.
            02 CFD-KEY.
                03 CFD-NRO PIC 9(6).
                03 CFD-RENGLON PIC 9(4).
            02 CFD-HOR-KEY.
                03 CFD-CONS PIC 9(3).
                03 CFD-FECHA PIC X(8).
                03 CFD-CLIENTE PIC 9(4).
                03 CFD-SECUENCIA PIC 9(2).
            02 CFD-DATOS.
                03 CFD-CANT-HORAS PIC S9(2)V99.
                03 CFD-ESTADO PIC X.
                    88 CFD-PENDIENTE VALUE 'P'.
                    88 CFD-CONFORMADO VALUE 'C'.
                    88 CFD-RECHAZADO VALUE 'R'.
                03 CFD-FECHA-RESPUESTA PIC X(8).
                03 CFD-COMENTARIO PIC X(40).

         FD USU
          VALUE OF FILE-ID IS "USUARIOS.DAT".
            03 USU-HASH-ANT1 PIC 9(9).
            03 USU-HASH-ANT2 PIC 9(9).
            03 USU-HASH-ANT3 PIC 9(9).
            03 USU-CONS PIC 9(3).

         FD FACTDET
           VALUE OF FILE-ID IS "FACTDET.DAT".
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

         WORKING-STORAGE SECTION.
          01 USU-FS PIC X(2).
              03 SGN-USUARIO PIC X(8).
              03 SGN-ROL PIC X.
              03 SGN-OK PIC X.
          01 JRN-PARAM.
              03 JRN-PROGRAMA PIC X(12) VALUE "APROBARFACT".
              03 JRN-USUARIO PIC X(8).
              03 JRN-ARCHIVO PIC X(16) VALUE "HORAS.DAT".
              03 JRN-OPER PIC X.
              03 JRN-IMAGEN PIC X(200).
              03 JRN-OK PIC X.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
              88 FACTDET-OK VALUE '00'.
              88 FACTDET-EOF VALUE '10'.
          01 WS-CANT-ESTAMPADAS PIC 9(7) VALUE ZERO.
          01 CLI-FS PIC X(2).
          01 CFD-FS PIC X(2).
          01 WS-HAY-CLI PIC X.
          01 WS-HAY-CFD PIC X.
          01 WS-GRU-FIN PIC X.
          01 WS-GRU-CONS PIC 9(3).
          01 WS-GRU-FECHA PIC X(8).
          01 WS-GRU-CLIENTE PIC 9(4).
          01 WS-GRU-CONFORMIDAD PIC X.
          01 WS-HORA-CONFORMADA PIC X.
          01 WS-CFD-FIN PIC X.
          01 WS-CFD-ULT-NRO PIC 9(6).
          01 WS-CFD-ULT-ESTADO PIC X.
          01 WS-CFD-ULT-HORAS PIC S9(2)V99.
          01 UMBRAL-FS PIC X(2).
          01 WS-UMBRAL-FIRMA2 PIC 9(11)V99 VALUE ZERO.
          01 WS-TOTAL-CON-IVA PIC S9(11)V99.
          01 KPI-PARAM.
              03 KPI-PERIODO PIC X(6).
              03 KPI-OK PIC X.
          01 WS-NRO-APROBADA PIC 9(6).
          01 WS-APROB-FIN PIC X.
          01 WS-MES-PENDIENTE PIC X.
          01 WS-JUL PIC 9(7).
          01 WS-FEC-NUM PIC 9(8).
          01 WS-FEC-NUM-R REDEFINES WS-FEC-NUM.
              03 WS-FEC-NUM-AA PIC 9(4).
              03 WS-FEC-NUM-MM PIC 9(2).
              03 WS-FEC-NUM-DD PIC 9(2).

       PROCEDURE DIVISION.
        PARA1.
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=VER FACTURACION"
          DISPLAY "    2=APROBAR FACTURACION"
          DISPLAY "    3=RESUMEN MENSUAL DE GESTION"
          display "    0=EXIT"
          ACCEPT choice

          EVALUATE CHOICE
           WHEN 1 PERFORM VER1
           WHEN 2 PERFORM APROBAR1
           WHEN 3 PERFORM RESUMEN-MES
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

                 END-REWRITE
                 DISPLAY "FACTURACION APROBADA"
                 PERFORM ESTAMPAR-HORAS
                 PERFORM CONTROLAR-CIERRE-MES
               END-IF
             END-IF
           END-IF.
             DISPLAY "SEGUNDA FIRMA REGISTRADA, FACTURACION "
                 "APROBADA"
             PERFORM ESTAMPAR-HORAS
             PERFORM CONTROLAR-CIERRE-MES
           END-IF.

      *  Al aprobar se sellan solo las horas realmente facturadas:
      *  una por cada renglon de detalle que la corrida dejo en
      *  FACTDET.DAT para este numero. Las observadas, pendientes,
      *  excepcionadas o retenidas quedan sin sello y siguen
      *  apareciendo en el reporte de horas sin facturar. El renglon
      *  de jornada o unidad (J, M, U) agrupa todas las horas del
      *  consultor, la fecha y el cliente y lleva solo la secuencia de
      *  la primera: se sellan todas las del grupo que la corrida pudo
      *  facturar (aprobadas, facturables y conformadas si el cliente
      *  lo exige).
         ESTAMPAR-HORAS.
           MOVE ZERO TO WS-CANT-ESTAMPADAS.
           MOVE 'N' TO WS-HAY-CLI.
           OPEN INPUT CLI.
           IF CLI-FS = '00'
             MOVE 'S' TO WS-HAY-CLI
           END-IF.
           MOVE 'N' TO WS-HAY-CFD.
           OPEN INPUT CFD.
           IF CFD-FS = '00'
             MOVE 'S' TO WS-HAY-CFD
           END-IF.
           OPEN I-O HOR.
           IF NOT HOR-OK
             DISPLAY "  ERROR APERTURA HORAS.DAT, NO SE ESTAMPAN "
             DISPLAY "  HORAS ESTAMPADAS CON LA FACTURACION: "
                 WS-CANT-ESTAMPADAS
           END-IF.
           IF WS-HAY-CLI = 'S'
             CLOSE CLI
           END-IF.
           IF WS-HAY-CFD = 'S'
             CLOSE CFD
           END-IF.

         ESTAMPAR-UNA-HORA.
           READ FACTDET NEXT RECORD
             IF FDE-NRO-FACT NOT = APROB-NRO-FACT
               MOVE '10' TO FACTDET-FS
             ELSE
               IF FDE-UNIDAD = 'J' OR FDE-UNIDAD = 'M' OR
                   FDE-UNIDAD = 'U'
                 PERFORM ESTAMPAR-GRUPO
               ELSE
                 PERFORM ESTAMPAR-HORA-RENGLON
               END-IF
             END-IF
           END-IF.

         ESTAMPAR-HORA-RENGLON.
           MOVE FDE-CONS TO HOR-CONS.
           MOVE FDE-FECHA TO HOR-FECHA.
           MOVE FDE-CLIENTE TO HOR-CLIENTE.
           MOVE FDE-SECUENCIA TO HOR-SECUENCIA.
           READ HOR
             INVALID KEY CONTINUE
             NOT INVALID KEY
               IF HOR-NRO-FACT = ZERO
                 MOVE APROB-NRO-FACT TO HOR-NRO-FACT
                 REWRITE HOR-REG
                   INVALID KEY DISPLAY "  ERROR AL ESTAMPAR HORA"
                   NOT INVALID KEY
                     MOVE 'M' TO JRN-OPER
                     MOVE HOR-REG TO JRN-IMAGEN
                     PERFORM REGISTRAR-DIARIO
                 END-REWRITE
                 ADD 1 TO WS-CANT-ESTAMPADAS
               END-IF
           END-READ.

         ESTAMPAR-GRUPO.
           MOVE FDE-CONS TO WS-GRU-CONS.
           MOVE FDE-FECHA TO WS-GRU-FECHA.
           MOVE FDE-CLIENTE TO WS-GRU-CLIENTE.
           MOVE 'N' TO WS-GRU-CONFORMIDAD.
           IF WS-HAY-CLI = 'S'
             MOVE FDE-CLIENTE TO CLI-COD-CLIENTE
             READ CLI
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF CLI-CON-CONFORMIDAD
                   MOVE 'S' TO WS-GRU-CONFORMIDAD
                 END-IF
             END-READ
           END-IF.
           MOVE FDE-CONS TO HOR-CONS.
           MOVE FDE-FECHA TO HOR-FECHA.
           MOVE FDE-CLIENTE TO HOR-CLIENTE.
           MOVE ZERO TO HOR-SECUENCIA.
           MOVE 'N' TO WS-GRU-FIN.
           START HOR KEY IS NOT LESS THAN HOR-KEY
             INVALID KEY MOVE 'S' TO WS-GRU-FIN
           END-START.
           PERFORM ESTAMPAR-GRUPO-UNA UNTIL WS-GRU-FIN = 'S'.

         ESTAMPAR-GRUPO-UNA.
           READ HOR NEXT RECORD
             AT END MOVE 'S' TO WS-GRU-FIN
           END-READ.
           IF WS-GRU-FIN = 'N'
             IF HOR-CONS NOT = WS-GRU-CONS OR
                 HOR-FECHA NOT = WS-GRU-FECHA OR
                 HOR-CLIENTE NOT = WS-GRU-CLIENTE
               MOVE 'S' TO WS-GRU-FIN
             ELSE
               IF HOR-NRO-FACT = ZERO AND HOR-EST-APROBADA AND
                   HOR-TIPO-FACTURABLE
                 PERFORM CONTROLAR-CONFORMIDAD
                 IF WS-HORA-CONFORMADA = 'S'
                   MOVE APROB-NRO-FACT TO HOR-NRO-FACT
                   REWRITE HOR-REG
                     INVALID KEY DISPLAY "  ERROR AL ESTAMPAR HORA"
                     NOT INVALID KEY
                       MOVE 'M' TO JRN-OPER
                       MOVE HOR-REG TO JRN-IMAGEN
                       PERFORM REGISTRAR-DIARIO
                   END-REWRITE
                   ADD 1 TO WS-CANT-ESTAMPADAS
                 END-IF
               END-IF
             END-IF
           END-IF.

      *  Mismo criterio que la corrida: la hora del cliente que exige
      *  conformidad vale si su ultima respuesta es conformada y por
      *  la misma cantidad.
         CONTROLAR-CONFORMIDAD.
           MOVE 'S' TO WS-HORA-CONFORMADA.
           IF WS-GRU-CONFORMIDAD = 'S'
             MOVE 'N' TO WS-HORA-CONFORMADA
             IF WS-HAY-CFD = 'S'
               MOVE SPACE TO WS-CFD-ULT-ESTADO
               MOVE ZERO TO WS-CFD-ULT-NRO
               MOVE ZERO TO WS-CFD-ULT-HORAS
               MOVE HOR-CONS TO CFD-CONS
               MOVE HOR-FECHA TO CFD-FECHA
               MOVE HOR-CLIENTE TO CFD-CLIENTE
               MOVE HOR-SECUENCIA TO CFD-SECUENCIA
               MOVE 'N' TO WS-CFD-FIN
               START CFD KEY IS EQUAL TO CFD-HOR-KEY
                 INVALID KEY MOVE 'S' TO WS-CFD-FIN
               END-START
               PERFORM EXAMINAR-CONFORMIDAD UNTIL WS-CFD-FIN = 'S'
               IF WS-CFD-ULT-ESTADO = 'C' AND
                   WS-CFD-ULT-HORAS = HOR-CANT-HORAS
                 MOVE 'S' TO WS-HORA-CONFORMADA
               END-IF
             END-IF
           END-IF.

         EXAMINAR-CONFORMIDAD.
           READ CFD NEXT RECORD
             AT END MOVE 'S' TO WS-CFD-FIN
           END-READ.
           IF WS-CFD-FIN = 'N'
             IF CFD-HOR-KEY NOT = HOR-KEY
               MOVE 'S' TO WS-CFD-FIN
             ELSE
               IF CFD-NRO >= WS-CFD-ULT-NRO
                 MOVE CFD-NRO TO WS-CFD-ULT-NRO
                 MOVE CFD-ESTADO TO WS-CFD-ULT-ESTADO
                 MOVE CFD-CANT-HORAS TO WS-CFD-ULT-HORAS
               END-IF
             END-IF
           END-IF.

      *  Aprobada la ultima facturacion del mes (corrida hasta el
      *  ultimo dia del mes y ninguna otra del mismo mes pendiente de
      *  firma) se emite el resumen mensual de gestion (KPIMENSUAL).
         CONTROLAR-CIERRE-MES.
           IF APROB-NRO-ORIG = ZERO AND APROB-FECHA-HASTA IS NUMERIC
             MOVE APROB-FECHA-HASTA TO WS-FEC-NUM
             COMPUTE WS-JUL = FUNCTION INTEGER-OF-DATE(WS-FEC-NUM) + 1
             COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-JUL)
             IF WS-FEC-NUM-DD = 1
               MOVE APROB-NRO-FACT TO WS-NRO-APROBADA
               MOVE APROB-FECHA-HASTA(1:6) TO KPI-PERIODO
               MOVE 'N' TO WS-MES-PENDIENTE
               MOVE 'N' TO WS-APROB-FIN
               MOVE ZERO TO APROB-NRO-FACT
               START APROB KEY IS NOT LESS THAN APROB-NRO-FACT
                 INVALID KEY MOVE 'S' TO WS-APROB-FIN
               END-START
               PERFORM BUSCAR-PENDIENTE-MES UNTIL WS-APROB-FIN = 'S'
               IF WS-MES-PENDIENTE = 'N'
                 PERFORM EMITIR-RESUMEN-MES
               ELSE
                 DISPLAY "  QUEDAN FACTURACIONES DEL MES SIN APROBAR: "
                     "EL RESUMEN MENSUAL SE EMITE CON LA ULTIMA"
               END-IF
               MOVE WS-NRO-APROBADA TO APROB-NRO-FACT
               READ APROB
                 INVALID KEY CONTINUE
               END-READ
             END-IF
           END-IF.

         BUSCAR-PENDIENTE-MES.
           READ APROB NEXT RECORD
             AT END MOVE 'S' TO WS-APROB-FIN
           END-READ.
           IF WS-APROB-FIN = 'N'
             IF APROB-FECHA-HASTA(1:6) = KPI-PERIODO AND
                 (APROB-ESTADO = "PENDIENTE" OR
                  APROB-ESTADO = "FIRMADO1")
               MOVE 'S' TO WS-MES-PENDIENTE
               MOVE 'S' TO WS-APROB-FIN
             END-IF
           END-IF.

      *  Reemision a pedido del resumen de un mes ya cerrado.
         RESUMEN-MES.
           DISPLAY " ".
           DISPLAY "ENTER EL MES DEL RESUMEN (AAAAMM)".
           ACCEPT KPI-PERIODO.
           PERFORM EMITIR-RESUMEN-MES.

         EMITIR-RESUMEN-MES.
           DISPLAY "  EMITIENDO EL RESUMEN MENSUAL DE GESTION DE "
               KPI-PERIODO.
           CLOSE APROB.
           CALL 'KPIMENSUAL' USING KPI-PARAM.
           OPEN I-O APROB.
           IF KPI-OK NOT = 'S'
             DISPLAY "  NO SE PUDO EMITIR EL RESUMEN MENSUAL DE "
                 "GESTION"
           END-IF.

      *  La aprobacion exige haber corrido el reporte de varianza
      *  (VARIANZAFACT) sobre este numero; si hubo clientes alertados
      *  pide confirmacion explicita.
           MOVE SGN-ROL TO WS-USUARIO-ROL.
           MOVE SGN-OK TO WS-SIGNON-OK.

      *  Imagen posterior al diario de recuperacion (ver DIARIOREC),
      *  para reaplicar lo cargado sobre un respaldo restaurado.
         REGISTRAR-DIARIO.
           MOVE WS-USUARIO-ID TO JRN-USUARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       END PROGRAM APROBARFACT.
