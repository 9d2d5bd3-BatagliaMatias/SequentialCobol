       IDENTIFICATION DIVISION.
         PROGRAM-ID. DOCCLIENTES.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT DOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-KEY
           FILE STATUS IS DOC-FS.

           SELECT CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-COD-CLIENTE
           FILE STATUS IS CLI-FS.

           SELECT LISTADO ASSIGN TO "CERT_EXENCION.PRN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LISTADO-FS.

       DATA DIVISION.
        FILE SECTION.
      *  Documentacion de alta del cliente (checklist de onboarding).
      *  Los documentos requeridos dependen de la condicion fiscal y
      *  de los servicios del cliente; se generan al dar de alta el
      *  cliente (CLIENTES) o a pedido desde este programa. Mientras
      *  quede un documento sin fecha de recepcion la corrida de
      *  facturacion retiene al cliente igual que un hold de credito.
      *  Tipos:
      *    INSC constancia de inscripcion (todos)
      *    CONT contrato firmado (todos)
      *    EXIV certificado de exencion de IVA (condicion EX)
      *    EXIB certificado de exencion de IIBB (condicion EX)
      *    BANC datos bancarios / mandato de debito (debito auto)
      *    CONF procedimiento de conformidad de horas firmado
      *         (clientes con conformidad)
         FD DOC
          VALUE OF FILE-ID IS "DOCCLIENTES.DAT".
          01 DOC-REG.
            02 DOC-KEY.
                03 DOC-CLIENTE PIC 9(4).
                03 DOC-TIPO PIC X(4).
                    88 DOC-EXENCION VALUES "EXIV", "EXIB".
            02 DOC-DATOS.
                03 DOC-DESCRIPCION PIC X(30).
                03 DOC-RECIBIDO PIC X(8).
                    88 DOC-PENDIENTE VALUE SPACES.
                03 DOC-VENCE PIC X(8).
                    88 DOC-SIN-VENCIMIENTO VALUE SPACES.
                03 DOC-OBSERV PIC X(30).

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

         FD LISTADO
             LABEL RECORD OMITTED.
         01 LISTADO-LINEA PIC X(100).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 REXIST PIC X.
          01 DOC-FS PIC X(2).
          01 CLI-FS PIC X(2).
          01 LISTADO-FS PIC X(2).
          01 WS-CLI-EXISTE PIC X.
          01 WS-LIST-EOF PIC X VALUE 'N'.
          01 WS-CLI-BUSQ PIC 9(4).
          01 WS-CLI-ANT PIC 9(4).
          01 WS-FECHA-OK PIC X.
          01 WS-FECHA-NUM PIC 9(8).
          01 WS-HOY PIC X(8).
          01 WS-HOY-NUM PIC 9(8).
          01 WS-LIMITE PIC X(8).
          01 WS-DIAS-AVISO PIC 9(3).
          01 WS-DIAS-AVISO-TXT PIC X(3).
          01 WS-DIAS-VTO PIC S9(5).
          01 WS-CANT-GENERADOS PIC 9(2).
          01 WS-CANT-PENDIENTES PIC 9(2).
          01 WS-CANT-CLI-INCOMPLETOS PIC 9(4).
          01 WS-CANT-CERT PIC 9(4).

          01 WS-ENC-CERT-1 PIC X(60) VALUE
              "CERTIFICADOS DE EXENCION VENCIDOS O POR VENCER".
          01 WS-ENC-CERT-2.
              03 FILLER PIC X(12) VALUE "AL DIA HOY: ".
              03 WS-ENC-CERT-HOY PIC X(8).
              03 FILLER PIC X(18) VALUE "  AVISO A (DIAS): ".
              03 WS-ENC-CERT-DIAS PIC ZZ9.
          01 WS-ENC-CERT-3 PIC X(100) VALUE
              "CLIE RAZON SOCIAL                   TIPO VENCE    DIAS
      -       "ESTADO      RET GAN% RET IIBB%".
          01 WS-LIN-CERT.
              03 WS-LIN-CERT-CLI PIC 9(4).
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-CERT-NOM PIC X(30).
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-CERT-TIPO PIC X(4).
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-CERT-VENCE PIC X(8).
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-CERT-DIAS PIC -ZZZ9.
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-CERT-ESTADO PIC X(11).
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-CERT-GAN PIC Z9,99.
              03 FILLER PIC X(5) VALUE SPACES.
              03 WS-LIN-CERT-IIBB PIC Z9,99.

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O DOC.
          IF DOC-FS NOT = '00'
              OPEN OUTPUT DOC
              CLOSE DOC
              OPEN I-O DOC
          END-IF.
          OPEN INPUT CLI.
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU DE DOCUMENTACION DE ALTA DE CLIENTES::"
          DISPLAY "    ENTER YOUR CHOICE"
          DISPLAY "    1=GENERAR CHECKLIST DE UN CLIENTE"
          DISPLAY "    2=REGISTRAR RECEPCION DE UN DOCUMENTO"
          DISPLAY "    3=VER CHECKLIST DE UN CLIENTE"
          DISPLAY "    4=QUITAR UN DOCUMENTO DEL CHECKLIST"
          DISPLAY "    5=LISTAR CLIENTES CON ALTA INCOMPLETA"
          DISPLAY "    6=CERTIFICADOS DE EXENCION POR VENCER"
          display "    0=EXIT"
          ACCEPT choice

          EVALUATE CHOICE
           WHEN 1 PERFORM GENERAR1
           WHEN 2 PERFORM RECIBIR1
           WHEN 3 PERFORM LIST1
           WHEN 4 PERFORM DELETE1
           WHEN 5 PERFORM INCOMPLETOS1
           WHEN 6 PERFORM CERTIFICADOS1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

         END-PERFORM.
         CLOSE DOC.
         CLOSE CLI.
         STOP RUN.

      *  Agrega los documentos requeridos que falten; los ya cargados
      *  (recibidos o no) se conservan. Sirve tambien para clientes
      *  anteriores al checklist y para cuando cambia la condicion
      *  fiscal o los servicios del cliente.
         GENERAR1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT CLI-COD-CLIENTE.
           READ CLI
             INVALID KEY MOVE 'N' TO WS-CLI-EXISTE
             NOT INVALID KEY MOVE 'S' TO WS-CLI-EXISTE
           END-READ.
           IF WS-CLI-EXISTE = 'N'
             DISPLAY "  CLIENTE NO EXISTE EN CLIENTES.DAT"
           ELSE
             MOVE ZERO TO WS-CANT-GENERADOS
             MOVE "INSC" TO DOC-TIPO
             MOVE "CONSTANCIA DE INSCRIPCION" TO DOC-DESCRIPCION
             PERFORM GENERAR-UNO
             MOVE "CONT" TO DOC-TIPO
             MOVE "CONTRATO FIRMADO" TO DOC-DESCRIPCION
             PERFORM GENERAR-UNO
             IF CLI-COND-FISCAL = "EX"
               MOVE "EXIV" TO DOC-TIPO
               MOVE "CERTIFICADO EXENCION IVA" TO DOC-DESCRIPCION
               PERFORM GENERAR-UNO
               MOVE "EXIB" TO DOC-TIPO
               MOVE "CERTIFICADO EXENCION IIBB" TO DOC-DESCRIPCION
               PERFORM GENERAR-UNO
             END-IF
             IF CLI-CON-DEBITO
               MOVE "BANC" TO DOC-TIPO
               MOVE "DATOS BANCARIOS / MANDATO" TO DOC-DESCRIPCION
               PERFORM GENERAR-UNO
             END-IF
             IF CLI-CON-CONFORMIDAD
               MOVE "CONF" TO DOC-TIPO
               MOVE "PROCEDIMIENTO DE CONFORMIDAD" TO DOC-DESCRIPCION
               PERFORM GENERAR-UNO
             END-IF
             DISPLAY "  DOCUMENTOS AGREGADOS AL CHECKLIST: "
                 WS-CANT-GENERADOS
           END-IF.

         GENERAR-UNO.
           MOVE CLI-COD-CLIENTE TO DOC-CLIENTE.
           MOVE SPACES TO DOC-RECIBIDO.
           MOVE SPACES TO DOC-VENCE.
           MOVE SPACES TO DOC-OBSERV.
           WRITE DOC-REG
             INVALID KEY CONTINUE
             NOT INVALID KEY ADD 1 TO WS-CANT-GENERADOS
           END-WRITE.

         RECIBIR1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT DOC-CLIENTE.
           DISPLAY "ENTER THE  TIPO (INSC/CONT/EXIV/EXIB/BANC/CONF)".
           ACCEPT DOC-TIPO.
           READ DOC
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST='N'
             DISPLAY "  EL DOCUMENTO NO ESTA EN EL CHECKLIST DEL "
                 "CLIENTE (GENERAR CHECKLIST PRIMERO)"
           ELSE
             MOVE 'N' TO WS-FECHA-OK
             PERFORM UNTIL WS-FECHA-OK = 'S'
               DISPLAY "ENTER THE  FECHA DE RECEPCION (AAAAMMDD)"
               ACCEPT DOC-RECIBIDO
               PERFORM VALIDAR-RECIBIDO
             END-PERFORM
             MOVE 'N' TO WS-FECHA-OK
             PERFORM UNTIL WS-FECHA-OK = 'S'
               IF DOC-EXENCION
                 DISPLAY "ENTER THE  FECHA DE VENCIMIENTO (AAAAMMDD)"
               ELSE
                 DISPLAY "ENTER THE  FECHA DE VENCIMIENTO (AAAAMMDD, "
                     "EN BLANCO = NO VENCE)"
               END-IF
               MOVE SPACES TO DOC-VENCE
               ACCEPT DOC-VENCE
               PERFORM VALIDAR-VENCE
             END-PERFORM
             DISPLAY "ENTER THE  OBSERVACIONES"
             ACCEPT DOC-OBSERV
             REWRITE DOC-REG
               INVALID KEY DISPLAY "  RECORD NOT READED"
             END-REWRITE
           END-IF.

         VALIDAR-RECIBIDO.
           MOVE 'S' TO WS-FECHA-OK.
           IF DOC-RECIBIDO IS NOT NUMERIC OR
               DOC-RECIBIDO(5:2) < "01" OR DOC-RECIBIDO(5:2) > "12" OR
               DOC-RECIBIDO(7:2) < "01" OR DOC-RECIBIDO(7:2) > "31"
             MOVE 'N' TO WS-FECHA-OK
           END-IF.
           IF WS-FECHA-OK = 'S' AND DOC-RECIBIDO > WS-HOY
             MOVE 'N' TO WS-FECHA-OK
           END-IF.
           IF WS-FECHA-OK = 'N'
             DISPLAY "  FECHA INVALIDA O FUTURA"
           END-IF.

         VALIDAR-VENCE.
           MOVE 'S' TO WS-FECHA-OK.
           IF DOC-SIN-VENCIMIENTO
             IF DOC-EXENCION
               MOVE 'N' TO WS-FECHA-OK
               DISPLAY "  LOS CERTIFICADOS DE EXENCION TIENEN "
                   "VENCIMIENTO"
             END-IF
           ELSE
             IF DOC-VENCE IS NOT NUMERIC OR
                 DOC-VENCE(5:2) < "01" OR DOC-VENCE(5:2) > "12" OR
                 DOC-VENCE(7:2) < "01" OR DOC-VENCE(7:2) > "31"
               MOVE 'N' TO WS-FECHA-OK
             END-IF
             IF WS-FECHA-OK = 'S' AND DOC-VENCE < DOC-RECIBIDO
               MOVE 'N' TO WS-FECHA-OK
             END-IF
             IF WS-FECHA-OK = 'N'
               DISPLAY "  FECHA INVALIDA O ANTERIOR A LA RECEPCION"
             END-IF
           END-IF.

         DELETE1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT DOC-CLIENTE.
           DISPLAY "ENTER THE  TIPO".
           ACCEPT DOC-TIPO.
           DELETE DOC
            INVALID KEY DISPLAY "  RECORD NOT EXIST"
           END-DELETE.

         LIST1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CLIENTE".
           ACCEPT WS-CLI-BUSQ.
           MOVE WS-CLI-BUSQ TO DOC-CLIENTE.
           MOVE LOW-VALUE TO DOC-TIPO.
           MOVE ZERO TO WS-CANT-PENDIENTES.
           MOVE 'N' TO WS-LIST-EOF.
           START DOC KEY IS NOT LESS THAN DOC-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LIST1-UNA UNTIL WS-LIST-EOF = 'S'.
           IF WS-CANT-PENDIENTES > ZERO
             DISPLAY "  ALTA INCOMPLETA: " WS-CANT-PENDIENTES
                 " DOCUMENTO(S) PENDIENTE(S), LA FACTURACION DEL "
                 "CLIENTE QUEDA RETENIDA"
           END-IF.

         LIST1-UNA.
           READ DOC NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF DOC-CLIENTE NOT = WS-CLI-BUSQ
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               IF DOC-PENDIENTE
                 ADD 1 TO WS-CANT-PENDIENTES
                 DISPLAY "  " DOC-TIPO "  " DOC-DESCRIPCION
                     "  PENDIENTE"
               ELSE
                 DISPLAY "  " DOC-TIPO "  " DOC-DESCRIPCION
                     "  RECIBIDO " DOC-RECIBIDO
                     "  VENCE " DOC-VENCE "  " DOC-OBSERV
               END-IF
             END-IF
           END-IF.

         INCOMPLETOS1.
           DISPLAY " ".
           MOVE ZERO TO WS-CANT-CLI-INCOMPLETOS.
           MOVE ZERO TO WS-CLI-ANT.
           MOVE LOW-VALUE TO DOC-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           START DOC KEY IS NOT LESS THAN DOC-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM INCOMPLETOS1-UNO UNTIL WS-LIST-EOF = 'S'.
           DISPLAY "  CLIENTES CON ALTA INCOMPLETA: "
               WS-CANT-CLI-INCOMPLETOS.

         INCOMPLETOS1-UNO.
           READ DOC NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N' AND DOC-PENDIENTE
             IF DOC-CLIENTE NOT = WS-CLI-ANT
               ADD 1 TO WS-CANT-CLI-INCOMPLETOS
               MOVE DOC-CLIENTE TO WS-CLI-ANT
               MOVE DOC-CLIENTE TO CLI-COD-CLIENTE
               MOVE SPACES TO CLI-RAZON-SOCIAL
               READ CLI
                 INVALID KEY CONTINUE
               END-READ
               DISPLAY "  CLIENTE " DOC-CLIENTE "  " CLI-RAZON-SOCIAL
             END-IF
             DISPLAY "      FALTA " DOC-TIPO "  " DOC-DESCRIPCION
           END-IF.

      *  Certificados de exencion vencidos o que vencen dentro del
      *  plazo de aviso. Al vencer, el cliente vuelve a practicar las
      *  retenciones de su ficha (RETENCIONES) y hay que pedirle la
      *  renovacion antes de la proxima facturacion.
         CERTIFICADOS1.
           DISPLAY " ".
           DISPLAY "ENTER THE  DIAS DE AVISO (EN BLANCO = 30)".
           MOVE SPACES TO WS-DIAS-AVISO-TXT.
           ACCEPT WS-DIAS-AVISO-TXT.
           IF WS-DIAS-AVISO-TXT = SPACES
             MOVE 30 TO WS-DIAS-AVISO
           ELSE
             COMPUTE WS-DIAS-AVISO =
                 FUNCTION NUMVAL(WS-DIAS-AVISO-TXT)
           END-IF.
           MOVE WS-HOY TO WS-HOY-NUM.
           COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOY-NUM) + WS-DIAS-AVISO).
           MOVE WS-FECHA-NUM TO WS-LIMITE.
           MOVE ZERO TO WS-CANT-CERT.
           OPEN OUTPUT LISTADO.
           MOVE WS-ENC-CERT-1 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-HOY TO WS-ENC-CERT-HOY.
           MOVE WS-DIAS-AVISO TO WS-ENC-CERT-DIAS.
           MOVE WS-ENC-CERT-2 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-CERT-3 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE LOW-VALUE TO DOC-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           START DOC KEY IS NOT LESS THAN DOC-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM CERTIFICADOS1-UNO UNTIL WS-LIST-EOF = 'S'.
           CLOSE LISTADO.
           DISPLAY "  CERTIFICADOS A RENOVAR: " WS-CANT-CERT
               " (VER CERT_EXENCION.PRN)".

         CERTIFICADOS1-UNO.
           READ DOC NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N' AND DOC-EXENCION AND
               NOT DOC-PENDIENTE AND NOT DOC-SIN-VENCIMIENTO AND
               DOC-VENCE <= WS-LIMITE
             ADD 1 TO WS-CANT-CERT
             MOVE DOC-CLIENTE TO CLI-COD-CLIENTE
             MOVE SPACES TO CLI-RAZON-SOCIAL
             MOVE ZERO TO CLI-RET-GAN
             MOVE ZERO TO CLI-RET-IIBB
             READ CLI
               INVALID KEY CONTINUE
             END-READ
             MOVE DOC-VENCE TO WS-FECHA-NUM
             COMPUTE WS-DIAS-VTO =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM) -
                 FUNCTION INTEGER-OF-DATE(WS-HOY-NUM)
             MOVE DOC-CLIENTE TO WS-LIN-CERT-CLI
             MOVE CLI-RAZON-SOCIAL TO WS-LIN-CERT-NOM
             MOVE DOC-TIPO TO WS-LIN-CERT-TIPO
             MOVE DOC-VENCE TO WS-LIN-CERT-VENCE
             MOVE WS-DIAS-VTO TO WS-LIN-CERT-DIAS
             IF WS-DIAS-VTO < ZERO
               MOVE "VENCIDO" TO WS-LIN-CERT-ESTADO
             ELSE
               MOVE "POR VENCER" TO WS-LIN-CERT-ESTADO
             END-IF
             MOVE CLI-RET-GAN TO WS-LIN-CERT-GAN
             MOVE CLI-RET-IIBB TO WS-LIN-CERT-IIBB
             MOVE WS-LIN-CERT TO LISTADO-LINEA
             WRITE LISTADO-LINEA
           END-IF.

       END PROGRAM DOCCLIENTES.
