       IDENTIFICATION DIVISION.
         PROGRAM-ID. RECLAMOS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT RCL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCL-KEY
           FILE STATUS IS RCL-FS.

           SELECT FACTCLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FCL-KEY
           ALTERNATE RECORD KEY IS FCL-CLIENTE WITH DUPLICATES
           FILE STATUS IS FACTCLI-FS.

           SELECT APROB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APROB-NRO-FACT
           FILE STATUS IS APROB-FS.

           SELECT RCLLIS ASSIGN TO "RECLAMOS.PRN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCLLIS-FS.

       DATA DIVISION.
        FILE SECTION.
      *  Registro de reclamos de facturas: mientras el reclamo esta
      *  abierto la facturacion del cliente no recibe cartas de
      *  reclamo de saldo ni intereses por mora, y en el aging se
      *  muestra en su propia columna. Al cerrarlo queda el resultado
      *  (nota de credito, credito parcial o rechazado).
         FD RCL
          VALUE OF FILE-ID IS "RECLAMOS.DAT".
          01 RCL-REG.
            02 RCL-KEY.
                03 RCL-NRO-FACT PIC 9(6).
                03 RCL-CLIENTE PIC 9(4).
            02 RCL-DATOS.
                03 RCL-CAUSA PIC X(10).
                03 RCL-DETALLE PIC X(40).
                03 RCL-IMPORTE PIC S9(9)V99.
                03 RCL-FECHA-APERTURA PIC X(8).
                03 RCL-RESPONSABLE PIC X(8).
                03 RCL-ESTADO PIC X(10).
                    88 RCL-ABIERTO VALUE "ABIERTO".
                    88 RCL-CERRADO VALUE "CERRADO".
                03 RCL-FECHA-CIERRE PIC X(8).
                03 RCL-RESOLUCION PIC X(10).
                    88 RCL-RES-NC VALUE "NC".
                    88 RCL-RES-PARCIAL VALUE "PARCIAL".
                    88 RCL-RES-RECHAZADO VALUE "RECHAZADO".
                03 RCL-NRO-NC PIC 9(6).
                03 RCL-IMPORTE-NC PIC S9(9)V99.

         FD FACTCLI
          VALUE OF FILE-ID IS "FACTCLI.DAT".
          01 FCL-REG.
            02 FCL-KEY.
                03 FCL-NRO-FACT PIC 9(6).
                03 FCL-CLIENTE PIC 9(4).
            02 FCL-DATOS.
                03 FCL-TOTAL-NETO PIC S9(9)V99.
                03 FCL-TOTAL-IVA PIC S9(9)V99.
                03 FCL-FECHA-HASTA PIC X(8).
                03 FCL-EMPRESA PIC X(3).

         FD APROB
          VALUE OF FILE-ID IS "APROBACIONES.DAT".
           01 APROB-REG.
               03 APROB-NRO-FACT PIC 9(6).
               03 APROB-FECHA-DESDE PIC X(8).
               03 APROB-FECHA-HASTA PIC X(8).
               03 APROB-TOTAL-GRAL PIC S9(9)V99.
               03 APROB-TOTAL-IVA PIC S9(9)V99.
               03 APROB-ESTADO PIC X(10).
               03 APROB-FECHA-APROB PIC X(8).
               03 APROB-EMPRESA PIC X(3).
               03 APROB-NRO-ORIG PIC 9(6).
               03 APROB-TOTAL-COBRADO PIC S9(9)V99.
               03 APROB-CLI-DESDE PIC 9(4).
               03 APROB-CLI-HASTA PIC 9(4).
               03 APROB-CONS-DESDE PIC 9(3).
               03 APROB-CONS-HASTA PIC 9(3).
               03 APROB-USUARIO PIC X(8).
               03 APROB-CAE PIC X(14).
               03 APROB-CAE-VTO PIC X(8).
               03 APROB-USU-EJECUTO PIC X(8).
               03 APROB-USUARIO2 PIC X(8).
               03 APROB-FIRMA1-TS PIC X(14).
               03 APROB-FIRMA2-TS PIC X(14).

         FD RCLLIS
           LABEL RECORD OMITTED.
         01 RCLLIS-LINEA PIC X(100).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 RCL-FS PIC X(2).
          01 FACTCLI-FS PIC X(2).
          01 APROB-FS PIC X(2).
          01 RCLLIS-FS PIC X(2).
          01 WS-LIST-EOF PIC X.
          01 WS-CANT-LISTADOS PIC 9(4).
          01 WS-IMP-EDIT PIC -ZZZ.ZZZ.Z99,99.
          01 WS-FACTURADO PIC S9(9)V99.
          01 WS-FEC-8 PIC 9(8).
          01 WS-DIAS-CIERRE PIC S9(7).

      *  Acumulados por causa para el reporte de reclamos.
          01 WS-K PIC 9(3).
          01 WS-CAUSA-HALLADA PIC X.
          01 WS-T-CAU-COUNT PIC 9(3) VALUE ZERO.
          01 WS-T-CAU.
              03 WS-T-CAU-CAMPO OCCURS 50 TIMES.
                  05 WS-T-CAU-CAUSA PIC X(10).
                  05 WS-T-CAU-CANT PIC 9(5).
                  05 WS-T-CAU-ABIERTOS PIC 9(5).
                  05 WS-T-CAU-NC PIC 9(5).
                  05 WS-T-CAU-PARCIAL PIC 9(5).
                  05 WS-T-CAU-RECHAZO PIC 9(5).
                  05 WS-T-CAU-IMPORTE PIC S9(11)V99.
                  05 WS-T-CAU-DIAS PIC 9(7).
          01 WS-CERRADOS PIC 9(5).
          01 WS-PROMEDIO PIC 9(5).

          01 WS-ENC-CAU.
              03 FILLER PIC X(12) VALUE "CAUSA".
              03 FILLER PIC X(6) VALUE "  CANT".
              03 FILLER PIC X(6) VALUE "  ABIE".
              03 FILLER PIC X(6) VALUE "    NC".
              03 FILLER PIC X(6) VALUE "  PARC".
              03 FILLER PIC X(6) VALUE "  RECH".
              03 FILLER PIC X(18) VALUE "   IMPORTE DISPUTA".
              03 FILLER PIC X(16) VALUE "  DIAS PROM.CIER".

          01 WS-LIN-CAU.
              03 WS-LIN-CAU-CAUSA PIC X(10).
              03 FILLER PIC X(2) VALUE "  ".
              03 FILLER PIC X VALUE " ".
              03 WS-LIN-CAU-CANT PIC ZZZZ9.
              03 FILLER PIC X VALUE " ".
              03 WS-LIN-CAU-ABIE PIC ZZZZ9.
              03 FILLER PIC X VALUE " ".
              03 WS-LIN-CAU-NC PIC ZZZZ9.
              03 FILLER PIC X VALUE " ".
              03 WS-LIN-CAU-PARC PIC ZZZZ9.
              03 FILLER PIC X VALUE " ".
              03 WS-LIN-CAU-RECH PIC ZZZZ9.
              03 FILLER PIC X(3) VALUE "  $".
              03 WS-LIN-CAU-IMP PIC -ZZZ.ZZZ.Z99,99.
              03 FILLER PIC X(11) VALUE SPACES.
              03 WS-LIN-CAU-DIAS PIC ZZZZ9.

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O RCL.
          IF RCL-FS NOT = '00'
              OPEN OUTPUT RCL
              CLOSE RCL
              OPEN I-O RCL
          END-IF.
          OPEN INPUT FACTCLI.
          OPEN INPUT APROB.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE RECLAMOS DE FACTURAS::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=ABRIR RECLAMO"
          DISPLAY "    2=CERRAR RECLAMO"
          DISPLAY "    3=VER RECLAMO"
          DISPLAY "    4=LISTAR RECLAMOS ABIERTOS"
          DISPLAY "    5=REPORTE POR CAUSA Y DIAS DE CIERRE"
          display "    0=EXIT"
          ACCEPT choice

          EVALUATE CHOICE
           WHEN 1 PERFORM ABRIR1
           WHEN 2 PERFORM CERRAR1
           WHEN 3 PERFORM VER1
           WHEN 4 PERFORM LISTAR1
           WHEN 5 PERFORM REPCAUSA1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE RCL.
         CLOSE FACTCLI.
         CLOSE APROB.
         STOP RUN.

      *  El reclamo se abre sobre una facturacion existente del
      *  cliente. Un reclamo ya cerrado se puede reabrir: el registro
      *  vuelve a ABIERTO con los datos nuevos.
         ABRIR1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE FACTURACION".
           ACCEPT FCL-NRO-FACT.
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT FCL-CLIENTE.
           READ FACTCLI
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  LA FACTURACION NO EXISTE PARA ESE CLIENTE"
           ELSE
             MOVE FCL-NRO-FACT TO RCL-NRO-FACT
             MOVE FCL-CLIENTE TO RCL-CLIENTE
             MOVE 'Y' TO REXIST
             READ RCL
               INVALID KEY MOVE 'N' TO REXIST
             END-READ
             IF REXIST = 'Y' AND RCL-ABIERTO
               DISPLAY "  YA HAY UN RECLAMO ABIERTO PARA ESA "
                   "FACTURACION, DESDE " RCL-FECHA-APERTURA
             ELSE
               PERFORM ABRIR1-DATOS
             END-IF
           END-IF.

         ABRIR1-DATOS.
           ADD FCL-TOTAL-NETO FCL-TOTAL-IVA GIVING WS-FACTURADO.
           MOVE WS-FACTURADO TO WS-IMP-EDIT.
           DISPLAY "  TOTAL DE LA FACTURACION: $" WS-IMP-EDIT.
           DISPLAY "ENTER THE  CAUSA (TARIFA/HORAS/IMPUESTO/SERVICIO/"
               "OTRO)".
           ACCEPT RCL-CAUSA.
           DISPLAY "ENTER THE  DETALLE DEL RECLAMO".
           ACCEPT RCL-DETALLE.
           DISPLAY "ENTER THE  IMPORTE EN DISPUTA".
           ACCEPT RCL-IMPORTE.
           IF RCL-IMPORTE <= ZERO OR RCL-IMPORTE > WS-FACTURADO
             DISPLAY "  AVISO: SE TOMA EL TOTAL DE LA FACTURACION"
             MOVE WS-FACTURADO TO RCL-IMPORTE
           END-IF.
           DISPLAY "ENTER THE  FECHA DE APERTURA (AAAAMMDD)".
           ACCEPT RCL-FECHA-APERTURA.
           DISPLAY "ENTER THE  RESPONSABLE".
           ACCEPT RCL-RESPONSABLE.
           MOVE "ABIERTO" TO RCL-ESTADO.
           MOVE SPACES TO RCL-FECHA-CIERRE.
           MOVE SPACES TO RCL-RESOLUCION.
           MOVE ZERO TO RCL-NRO-NC.
           MOVE ZERO TO RCL-IMPORTE-NC.
           IF REXIST = 'Y'
             REWRITE RCL-REG
               INVALID KEY DISPLAY "  ERROR AL REABRIR EL RECLAMO"
             END-REWRITE
           ELSE
             WRITE RCL-REG
               INVALID KEY DISPLAY "  RECORD IS ALREADY EXIST"
             END-WRITE
           END-IF.
           DISPLAY "  RECLAMO ABIERTO: SE SUSPENDEN CARTAS E INTERESES".

      *  Cierre: la nota de credito (total o parcial) se emite con
      *  NOTACREDITO; aca solo se deja su numero y el importe.
         CERRAR1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE FACTURACION".
           ACCEPT RCL-NRO-FACT.
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT RCL-CLIENTE.
           READ RCL
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  RECLAMO NO EXISTE"
           ELSE
             IF NOT RCL-ABIERTO
               DISPLAY "  EL RECLAMO YA ESTA CERRADO: " RCL-RESOLUCION
             ELSE
               PERFORM CERRAR1-DATOS
             END-IF
           END-IF.

         CERRAR1-DATOS.
           DISPLAY "ENTER THE  FECHA DE CIERRE (AAAAMMDD)".
           ACCEPT RCL-FECHA-CIERRE.
           DISPLAY "ENTER THE  RESULTADO (NC/PARCIAL/RECHAZADO)".
           ACCEPT RCL-RESOLUCION.
           IF NOT RCL-RES-NC AND NOT RCL-RES-PARCIAL
               AND NOT RCL-RES-RECHAZADO
             DISPLAY "  RESULTADO INVALIDO, NO SE CIERRA"
           ELSE
             MOVE ZERO TO RCL-NRO-NC
             MOVE ZERO TO RCL-IMPORTE-NC
             MOVE 'Y' TO REXIST
             IF NOT RCL-RES-RECHAZADO
               PERFORM CERRAR1-NC
             END-IF
             IF REXIST = 'Y'
               MOVE "CERRADO" TO RCL-ESTADO
               REWRITE RCL-REG
                 INVALID KEY DISPLAY "  ERROR AL CERRAR EL RECLAMO"
               END-REWRITE
               DISPLAY "  RECLAMO CERRADO"
             END-IF
           END-IF.

         CERRAR1-NC.
           DISPLAY "ENTER THE  NRO DE NOTA DE CREDITO".
           ACCEPT RCL-NRO-NC.
           MOVE RCL-NRO-NC TO APROB-NRO-FACT.
           READ APROB
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  LA NOTA DE CREDITO NO EXISTE EN "
                 "APROBACIONES.DAT, NO SE CIERRA"
           ELSE
             IF APROB-NRO-ORIG NOT = RCL-NRO-FACT
               DISPLAY "  AVISO: LA NOTA DE CREDITO NO REFERENCIA A "
                   "LA FACTURACION " RCL-NRO-FACT
             END-IF
             DISPLAY "ENTER THE  IMPORTE ACREDITADO"
             ACCEPT RCL-IMPORTE-NC
           END-IF.

         VER1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE FACTURACION".
           ACCEPT RCL-NRO-FACT.
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT RCL-CLIENTE.
           READ RCL
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  RECLAMO NO EXISTE"
           ELSE
             DISPLAY "FACTURACION: " RCL-NRO-FACT
                 "  CLIENTE: " RCL-CLIENTE
             DISPLAY "CAUSA: " RCL-CAUSA "  " RCL-DETALLE
             MOVE RCL-IMPORTE TO WS-IMP-EDIT
             DISPLAY "IMPORTE EN DISPUTA: $" WS-IMP-EDIT
             DISPLAY "APERTURA: " RCL-FECHA-APERTURA
                 "  RESPONSABLE: " RCL-RESPONSABLE
             DISPLAY "ESTADO: " RCL-ESTADO
             IF RCL-CERRADO
               DISPLAY "CIERRE: " RCL-FECHA-CIERRE
                   "  RESULTADO: " RCL-RESOLUCION
               IF NOT RCL-RES-RECHAZADO
                 MOVE RCL-IMPORTE-NC TO WS-IMP-EDIT
                 DISPLAY "NOTA DE CREDITO: " RCL-NRO-NC
                     "  $" WS-IMP-EDIT
               END-IF
             END-IF
           END-IF.

         LISTAR1.
           DISPLAY " ".
           DISPLAY "RECLAMOS ABIERTOS:".
           MOVE ZERO TO WS-CANT-LISTADOS.
           MOVE LOW-VALUE TO RCL-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           START RCL KEY IS NOT LESS THAN RCL-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LISTAR1-UNA UNTIL WS-LIST-EOF = 'S'.
           DISPLAY "RECLAMOS ABIERTOS: " WS-CANT-LISTADOS.

         LISTAR1-UNA.
           READ RCL NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF RCL-ABIERTO
               MOVE RCL-IMPORTE TO WS-IMP-EDIT
               DISPLAY "  FACT " RCL-NRO-FACT
                   "  CLIENTE " RCL-CLIENTE
                   "  " RCL-CAUSA
                   "  DESDE " RCL-FECHA-APERTURA
                   "  $" WS-IMP-EDIT
                   "  " RCL-RESPONSABLE
               ADD 1 TO WS-CANT-LISTADOS
             END-IF
           END-IF.

      *  Reporte por causa: cantidad, abiertos, resultado de los
      *  cerrados, importe en disputa y promedio de dias hasta el
      *  cierre.
         REPCAUSA1.
           MOVE ZERO TO WS-T-CAU-COUNT.
           MOVE LOW-VALUE TO RCL-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           START RCL KEY IS NOT LESS THAN RCL-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM REPCAUSA1-UNA UNTIL WS-LIST-EOF = 'S'.
           OPEN OUTPUT RCLLIS.
           MOVE "RECLAMOS DE FACTURAS POR CAUSA" TO RCLLIS-LINEA.
           WRITE RCLLIS-LINEA.
           MOVE SPACES TO RCLLIS-LINEA.
           WRITE RCLLIS-LINEA.
           MOVE WS-ENC-CAU TO RCLLIS-LINEA.
           WRITE RCLLIS-LINEA.
           PERFORM REPCAUSA1-IMPRIMIR
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-T-CAU-COUNT.
           CLOSE RCLLIS.
           DISPLAY "REPORTE GRABADO EN RECLAMOS.PRN".

         REPCAUSA1-UNA.
           READ RCL NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             PERFORM REPCAUSA1-SUMAR
           END-IF.

         REPCAUSA1-SUMAR.
           MOVE 'N' TO WS-CAUSA-HALLADA.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-T-CAU-COUNT
                  OR WS-CAUSA-HALLADA = 'S'
               IF WS-T-CAU-CAUSA(WS-K) = RCL-CAUSA
                   MOVE 'S' TO WS-CAUSA-HALLADA
                   SUBTRACT 1 FROM WS-K
               END-IF
           END-PERFORM.
           IF WS-CAUSA-HALLADA = 'N' AND WS-T-CAU-COUNT < 50
             ADD 1 TO WS-T-CAU-COUNT
             MOVE WS-T-CAU-COUNT TO WS-K
             MOVE RCL-CAUSA TO WS-T-CAU-CAUSA(WS-K)
             MOVE ZERO TO WS-T-CAU-CANT(WS-K)
             MOVE ZERO TO WS-T-CAU-ABIERTOS(WS-K)
             MOVE ZERO TO WS-T-CAU-NC(WS-K)
             MOVE ZERO TO WS-T-CAU-PARCIAL(WS-K)
             MOVE ZERO TO WS-T-CAU-RECHAZO(WS-K)
             MOVE ZERO TO WS-T-CAU-IMPORTE(WS-K)
             MOVE ZERO TO WS-T-CAU-DIAS(WS-K)
           END-IF.
           IF WS-K <= WS-T-CAU-COUNT
             ADD 1 TO WS-T-CAU-CANT(WS-K)
             ADD RCL-IMPORTE TO WS-T-CAU-IMPORTE(WS-K)
             IF RCL-ABIERTO
               ADD 1 TO WS-T-CAU-ABIERTOS(WS-K)
             ELSE
               EVALUATE TRUE
                 WHEN RCL-RES-NC
                   ADD 1 TO WS-T-CAU-NC(WS-K)
                 WHEN RCL-RES-PARCIAL
                   ADD 1 TO WS-T-CAU-PARCIAL(WS-K)
                 WHEN OTHER
                   ADD 1 TO WS-T-CAU-RECHAZO(WS-K)
               END-EVALUATE
               PERFORM REPCAUSA1-DIAS
             END-IF
           END-IF.

         REPCAUSA1-DIAS.
           MOVE RCL-FECHA-CIERRE TO WS-FEC-8.
           COMPUTE WS-DIAS-CIERRE =
               FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           MOVE RCL-FECHA-APERTURA TO WS-FEC-8.
           COMPUTE WS-DIAS-CIERRE = WS-DIAS-CIERRE -
               FUNCTION INTEGER-OF-DATE(WS-FEC-8).
           IF WS-DIAS-CIERRE > ZERO
             ADD WS-DIAS-CIERRE TO WS-T-CAU-DIAS(WS-K)
           END-IF.

         REPCAUSA1-IMPRIMIR.
           MOVE WS-T-CAU-CAUSA(WS-K) TO WS-LIN-CAU-CAUSA.
           MOVE WS-T-CAU-CANT(WS-K) TO WS-LIN-CAU-CANT.
           MOVE WS-T-CAU-ABIERTOS(WS-K) TO WS-LIN-CAU-ABIE.
           MOVE WS-T-CAU-NC(WS-K) TO WS-LIN-CAU-NC.
           MOVE WS-T-CAU-PARCIAL(WS-K) TO WS-LIN-CAU-PARC.
           MOVE WS-T-CAU-RECHAZO(WS-K) TO WS-LIN-CAU-RECH.
           MOVE WS-T-CAU-IMPORTE(WS-K) TO WS-LIN-CAU-IMP.
           SUBTRACT WS-T-CAU-ABIERTOS(WS-K) FROM WS-T-CAU-CANT(WS-K)
               GIVING WS-CERRADOS.
           IF WS-CERRADOS > ZERO
             DIVIDE WS-T-CAU-DIAS(WS-K) BY WS-CERRADOS
                 GIVING WS-PROMEDIO ROUNDED
           ELSE
             MOVE ZERO TO WS-PROMEDIO
           END-IF.
           MOVE WS-PROMEDIO TO WS-LIN-CAU-DIAS.
           MOVE WS-LIN-CAU TO RCLLIS-LINEA.
           WRITE RCLLIS-LINEA.
           DISPLAY "  " WS-LIN-CAU.

       END PROGRAM RECLAMOS.
