           RECORD KEY IS PEN-KEY
           FILE STATUS IS PEN-FS.

           SELECT EJE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EJE-COD
           FILE STATUS IS EJE-FS.

           SELECT DOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-KEY
           FILE STATUS IS DOC-FS.

       DATA DIVISION.
        FILE SECTION.
         FD indfile1
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

         FD EMPRESA
             LABEL RECORD OMITTED.
         01 EMPRESA-REG.
             03 EMPRESA-COD PIC X(3).
             03 EMPRESA-MES-INICIO PIC 9(2).

         FD LCKFACT
             LABEL RECORD OMITTED.
            03 USU-HASH-ANT1 PIC 9(9).
            03 USU-HASH-ANT2 PIC 9(9).
            03 USU-HASH-ANT3 PIC 9(9).
            03 USU-CONS PIC 9(3).

         FD PEN
          VALUE OF FILE-ID IS "CAMBIOS_PEND.DAT".
                03 PEN-USUARIO PIC X(8).
                03 PEN-FECHA PIC X(8).

      *  Ejecutivos de cuenta (personal comercial) y su porcentaje
      *  de comision sobre lo cobrado.
         FD EJE
          VALUE OF FILE-ID IS "EJECUTIVOS.DAT".
          01 EJE-REG.
            03 EJE-COD PIC 9(3).
            03 EJE-NOMBRE PIC X(25).
            03 EJE-PORC-COMISION PIC 9(2)V99.
            03 EJE-BAJA PIC X.
                88 EJE-ACTIVO VALUE SPACE.
                88 EJE-INACTIVO VALUE 'S'.

      *  Checklist de documentacion de alta (ver DOCCLIENTES).
         FD DOC
          VALUE OF FILE-ID IS "DOCCLIENTES.DAT".
          01 DOC-REG.
            02 DOC-KEY.
                03 DOC-CLIENTE PIC 9(4).
                03 DOC-TIPO PIC X(4).
            02 DOC-DATOS.
                03 DOC-DESCRIPCION PIC X(30).
                03 DOC-RECIBIDO PIC X(8).
                03 DOC-VENCE PIC X(8).
                03 DOC-OBSERV PIC X(30).

         WORKING-STORAGE SECTION.
          01 DOC-FS PIC X(2).
          01 WS-CANT-DOC-GEN PIC 9(2).
          01 WS-HAY-CHECKLIST PIC X.
          01 EJE-FS PIC X(2).
          01 WS-HAY-EJECUTIVOS PIC X VALUE 'N'.
          01 WS-EJE-OK PIC X.
          01 WS-CICLO-OK PIC X.
          01 PEN-FS PIC X(2).
          01 WS-VALOR-NUEVO PIC X(20).
          01 WS-VALOR-ACTUAL PIC X(20).
              03 SGN-ROL PIC X.
              03 SGN-OK PIC X.
          01 AUDIT-FS PIC X(2).
          01 JRN-PARAM.
              03 JRN-PROGRAMA PIC X(12) VALUE "CLIENTES".
              03 JRN-USUARIO PIC X(8).
              03 JRN-ARCHIVO PIC X(16) VALUE "CLIENTES.DAT".
              03 JRN-OPER PIC X.
              03 JRN-IMAGEN PIC X(200).
              03 JRN-OK PIC X.
          01 WS-ALTA-OK PIC X.
          01 WS-AUD-ANTES PIC X(120).
          01 WS-AUD-DESPUES PIC X(120).
          01 WS-CUIT-ALTA PIC 9(11).
          01 WS-CLI-CUIT-DUP PIC 9(4).
          01 WS-CLI-REG-SAV PIC X(200).
          01 WS-IMAGEN-LEIDA PIC X(183).
          01 WS-IMAGEN-EDITADA PIC X(183).
          01 WS-VERSION-OK PIC X.
          01 WS-REEDITAR PIC X.
          01 WS-CUIT-SCAN-FIN PIC X.

       PROCEDURE DIVISION.
              CLOSE PEN
              OPEN I-O PEN
          END-IF.
          OPEN I-O DOC.
          IF DOC-FS NOT = '00'
              OPEN OUTPUT DOC
              CLOSE DOC
              OPEN I-O DOC
          END-IF.
          PERFORM INICIAR-SESION.
          IF WS-SIGNON-OK = 'N'
              STOP RUN.
              END-READ
              CLOSE EMPRESA
          END-IF.
          OPEN INPUT EJE.
          IF EJE-FS = '00'
              MOVE 'S' TO WS-HAY-EJECUTIVOS
          END-IF.

         PERFORM UNTIL CH1='N'
          DISPLAY "MENU::"

         END-PERFORM.
         CLOSE PEN.
         CLOSE DOC.
         IF WS-HAY-EJECUTIVOS = 'S'
             CLOSE EJE
         END-IF.
         CALL "CBL_DELETE_FILE" USING WS-LCK-NOMBRE
             RETURNING WS-BORRA-LCK-RC.
         STOP RUN.
           ACCEPT CLI-MARKUP-GASTOS.
           DISPLAY "ENTER THE  LIMITE DE CREDITO (0 SIN LIMITE)".
           ACCEPT CLI-LIMITE-CREDITO.
           DISPLAY "ENTER THE  REQUIERE CONFORMIDAD DE HORAS (S/N)".
           ACCEPT CLI-CONFORMIDAD.
           DISPLAY "ENTER THE  HORARIO DESDE/HASTA EN EL ANEXO (S/N)".
           ACCEPT CLI-HORARIO-ANEXO.
           PERFORM PEDIR-EJECUTIVO.
           PERFORM PEDIR-CICLO.
           DISPLAY "ENTER THE  PLAZO DE PAGO CORRE DESDE (E=EMISION "
               "R=RECEPCION)".
           ACCEPT CLI-PLAZO-DESDE.
           DISPLAY "ENTER THE  ZONA DE VIAJE (EN BLANCO = LOCAL)".
           ACCEPT CLI-ZONA-VIAJE.
           PERFORM PEDIR-EXTERIOR.
           MOVE WS-COD-EMPRESA TO CLI-EMPRESA.
           DISPLAY " ".
           MOVE 'S' TO WS-ALTA-OK.
             MOVE "ALTA" TO AUD-OPERACION
             MOVE CLI-COD-CLIENTE TO AUD-CLAVE
             PERFORM REGISTRAR-AUDITORIA
             MOVE 'A' TO JRN-OPER
             MOVE fileind1 TO JRN-IMAGEN
             PERFORM REGISTRAR-DIARIO
             PERFORM GENERAR-DOCUMENTACION
             DISPLAY "  CHECKLIST DE ALTA: " WS-CANT-DOC-GEN
                 " DOCUMENTO(S) PENDIENTE(S). LA FACTURACION DEL "
                 "CLIENTE QUEDA RETENIDA HASTA RECIBIRLOS "
                 "(DOCCLIENTES)"
           END-IF.


              DISPLAY "  RECORD NOT EXIST"
            ELSE
              MOVE fileind1 TO WS-AUD-ANTES
              MOVE fileind1 TO JRN-IMAGEN
              DELETE indfile1
               INVALID KEY DISPLAY "  RECORD NOT EXIST"
               NOT INVALID KEY
                 MOVE 'B' TO JRN-OPER
                 PERFORM REGISTRAR-DIARIO
              END-DELETE
              MOVE SPACES TO WS-AUD-DESPUES
              MOVE "BAJA" TO AUD-OPERACION
            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              MOVE 'S' TO WS-REEDITAR
              PERFORM UPDATE1-EDITAR UNTIL WS-REEDITAR NOT = 'S'
            END-IF.

      *  Se edita sobre la imagen leida; antes de regrabar se vuelve
      *  a leer el cliente (VERIFICAR-VERSION) y si otro operador lo
      *  cambio mientras tanto no se pisa.
         UPDATE1-EDITAR.
              MOVE 'N' TO WS-REEDITAR
              MOVE fileind1 TO WS-IMAGEN-LEIDA
              MOVE fileind1 TO WS-AUD-ANTES
              DISPLAY "ENTER THE  RAZON-SOCIAL"
              ACCEPT CLI-RAZON-SOCIAL
              ACCEPT CLI-MARKUP-GASTOS
              DISPLAY "ENTER THE  LIMITE DE CREDITO (0 SIN LIMITE)"
              ACCEPT CLI-LIMITE-CREDITO
              DISPLAY "ENTER THE  REQUIERE CONFORMIDAD DE HORAS (S/N)"
              ACCEPT CLI-CONFORMIDAD
              DISPLAY "ENTER THE  HORARIO DESDE/HASTA EN EL ANEXO (S/N)"
              ACCEPT CLI-HORARIO-ANEXO
              PERFORM PEDIR-EJECUTIVO
              PERFORM PEDIR-CICLO
              DISPLAY "ENTER THE  PLAZO DE PAGO CORRE DESDE (E=EMISION "
                  "R=RECEPCION)"
              ACCEPT CLI-PLAZO-DESDE
              DISPLAY "ENTER THE  ZONA DE VIAJE (EN BLANCO = LOCAL)"
              ACCEPT CLI-ZONA-VIAJE
              PERFORM PEDIR-EXTERIOR
              PERFORM VERIFICAR-VERSION
              IF WS-VERSION-OK = 'S'
                REWRITE fileind1
                  INVALID KEY DISPLAY "  RECORD NOT READED"
                  NOT INVALID KEY
                    MOVE 'M' TO JRN-OPER
                    MOVE fileind1 TO JRN-IMAGEN
                    PERFORM REGISTRAR-DIARIO
                END-REWRITE
                MOVE fileind1 TO WS-AUD-DESPUES
                MOVE "MODIF" TO AUD-OPERACION
                MOVE CLI-COD-CLIENTE TO AUD-CLAVE
                PERFORM REGISTRAR-AUDITORIA
                PERFORM ACTUALIZAR-DOCUMENTACION
              END-IF.

      *  Documentos requeridos segun condicion fiscal y servicios
      *  del cliente; los que ya estan en el checklist se conservan.
         GENERAR-DOCUMENTACION.
           MOVE ZERO TO WS-CANT-DOC-GEN.
           MOVE "INSC" TO DOC-TIPO.
           MOVE "CONSTANCIA DE INSCRIPCION" TO DOC-DESCRIPCION.
           PERFORM GENERAR-DOCUMENTO.
           MOVE "CONT" TO DOC-TIPO.
           MOVE "CONTRATO FIRMADO" TO DOC-DESCRIPCION.
           PERFORM GENERAR-DOCUMENTO.
           IF CLI-COND-FISCAL = "EX"
             MOVE "EXIV" TO DOC-TIPO
             MOVE "CERTIFICADO EXENCION IVA" TO DOC-DESCRIPCION
             PERFORM GENERAR-DOCUMENTO
             MOVE "EXIB" TO DOC-TIPO
             MOVE "CERTIFICADO EXENCION IIBB" TO DOC-DESCRIPCION
             PERFORM GENERAR-DOCUMENTO
           END-IF.
           IF CLI-CON-DEBITO
             MOVE "BANC" TO DOC-TIPO
             MOVE "DATOS BANCARIOS / MANDATO" TO DOC-DESCRIPCION
             PERFORM GENERAR-DOCUMENTO
           END-IF.
           IF CLI-CON-CONFORMIDAD
             MOVE "CONF" TO DOC-TIPO
             MOVE "PROCEDIMIENTO DE CONFORMIDAD" TO DOC-DESCRIPCION
             PERFORM GENERAR-DOCUMENTO
           END-IF.

         GENERAR-DOCUMENTO.
           MOVE CLI-COD-CLIENTE TO DOC-CLIENTE.
           MOVE SPACES TO DOC-RECIBIDO.
           MOVE SPACES TO DOC-VENCE.
           MOVE SPACES TO DOC-OBSERV.
           WRITE DOC-REG
             INVALID KEY CONTINUE
             NOT INVALID KEY ADD 1 TO WS-CANT-DOC-GEN
           END-WRITE.

      *  Si la modificacion agrega requisitos (paso a exento, debito
      *  automatico, conformidad) se suman al checklist. Los clientes
      *  anteriores al checklist no tienen filas y no se tocan.
         ACTUALIZAR-DOCUMENTACION.
           MOVE 'N' TO WS-HAY-CHECKLIST.
           MOVE CLI-COD-CLIENTE TO DOC-CLIENTE.
           MOVE LOW-VALUE TO DOC-TIPO.
           START DOC KEY IS NOT LESS THAN DOC-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
               READ DOC NEXT RECORD
                 AT END CONTINUE
                 NOT AT END
                   IF DOC-CLIENTE = CLI-COD-CLIENTE
                     MOVE 'S' TO WS-HAY-CHECKLIST
                   END-IF
               END-READ
           END-START.
           IF WS-HAY-CHECKLIST = 'S'
             PERFORM GENERAR-DOCUMENTACION
             IF WS-CANT-DOC-GEN > ZERO
               DISPLAY "  SE AGREGARON " WS-CANT-DOC-GEN
                   " DOCUMENTO(S) AL CHECKLIST DE ALTA"
             END-IF
           END-IF.

      *  Control de concurrencia: la imagen leida al empezar la
      *  edicion es la version del registro. Si al regrabar el
      *  cliente ya no coincide (otro operador lo modifico o lo
      *  borro) se rechaza la modificacion, se muestran los valores
      *  vigentes y se ofrece volver a editar sobre ellos.
         VERIFICAR-VERSION.
            MOVE 'S' TO WS-VERSION-OK.
            MOVE fileind1 TO WS-IMAGEN-EDITADA.
            READ indfile1
             INVALID KEY MOVE 'N' TO WS-VERSION-OK
            END-READ.
            IF WS-VERSION-OK = 'N'
              DISPLAY "  OTRO OPERADOR BORRO EL CLIENTE MIENTRAS SE "
                  "EDITABA: CAMBIOS DESCARTADOS"
            ELSE
              IF fileind1 NOT = WS-IMAGEN-LEIDA
                MOVE 'N' TO WS-VERSION-OK
                DISPLAY "  OTRO OPERADOR MODIFICO EL CLIENTE MIENTRAS "
                    "SE EDITABA. VALORES VIGENTES:"
                PERFORM MOSTRAR-CLIENTE
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


      *  Ejecutivo de cuenta del cliente: debe existir y estar
      *  activo en EJECUTIVOS.DAT; 0 deja al cliente sin ejecutivo.
         PEDIR-EJECUTIVO.
           MOVE 'N' TO WS-EJE-OK.
           PERFORM UNTIL WS-EJE-OK = 'S'
             DISPLAY "ENTER THE  EJECUTIVO DE CUENTA (0 SIN EJECUTIVO)"
             ACCEPT CLI-EJECUTIVO
             MOVE 'S' TO WS-EJE-OK
             IF CLI-EJECUTIVO NOT = ZERO AND WS-HAY-EJECUTIVOS = 'S'
               MOVE CLI-EJECUTIVO TO EJE-COD
               READ EJE
                 INVALID KEY MOVE 'N' TO WS-EJE-OK
               END-READ
               IF WS-EJE-OK = 'N'
                 DISPLAY "  EJECUTIVO NO EXISTE EN EJECUTIVOS.DAT"
               ELSE
                 IF EJE-INACTIVO
                   MOVE 'N' TO WS-EJE-OK
                   DISPLAY "  EJECUTIVO DADO DE BAJA"
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      *  Ciclo de facturacion del cliente: M mensual, Q quincenal,
      *  S semanal, H por hito, D a demanda. El dia de corte es el
      *  dia del mes (0 = fin de mes) para el mensual y el dia de la
      *  semana (1 lunes .. 7 domingo) para el semanal.
         PEDIR-CICLO.
           MOVE 'N' TO WS-CICLO-OK.
           PERFORM UNTIL WS-CICLO-OK = 'S'
             DISPLAY "ENTER THE  CICLO DE FACTURACION (M=MENSUAL "
                 "Q=QUINCENAL S=SEMANAL H=HITO D=DEMANDA)"
             ACCEPT CLI-CICLO-FACT
             MOVE 'S' TO WS-CICLO-OK
             IF CLI-CICLO-FACT = SPACE
               MOVE 'M' TO CLI-CICLO-FACT
             END-IF
             IF NOT CLI-CICLO-MENSUAL AND NOT CLI-CICLO-QUINCENAL
                AND NOT CLI-CICLO-SEMANAL AND NOT CLI-CICLO-HITO
                AND NOT CLI-CICLO-DEMANDA
               MOVE 'N' TO WS-CICLO-OK
               DISPLAY "  CICLO INVALIDO"
             END-IF
           END-PERFORM.
           MOVE ZERO TO CLI-DIA-CORTE.
           IF CLI-CICLO-MENSUAL
             MOVE 'N' TO WS-CICLO-OK
             PERFORM UNTIL WS-CICLO-OK = 'S'
               DISPLAY "ENTER THE  DIA DE CORTE (1-28, 0 FIN DE MES)"
               ACCEPT CLI-DIA-CORTE
               IF CLI-DIA-CORTE > 28
                 DISPLAY "  DIA DE CORTE INVALIDO"
               ELSE
                 MOVE 'S' TO WS-CICLO-OK
               END-IF
             END-PERFORM
           END-IF.
           IF CLI-CICLO-SEMANAL
             MOVE 'N' TO WS-CICLO-OK
             PERFORM UNTIL WS-CICLO-OK = 'S'
               DISPLAY "ENTER THE  DIA DE CORTE (1 LUNES .. 7 DOMINGO)"
               ACCEPT CLI-DIA-CORTE
               IF CLI-DIA-CORTE < 1 OR CLI-DIA-CORTE > 7
                 DISPLAY "  DIA DE CORTE INVALIDO"
               ELSE
                 MOVE 'S' TO WS-CICLO-OK
               END-IF
             END-PERFORM
           END-IF.

      *  El cliente del exterior se factura con comprobante E de
      *  exportacion de servicios, sin IVA; lleva pais e
      *  identificacion fiscal de su pais en lugar del CUIT.
         PEDIR-EXTERIOR.
           MOVE 'N' TO WS-CICLO-OK.
           PERFORM UNTIL WS-CICLO-OK = 'S'
             DISPLAY "ENTER THE  CLIENTE DEL EXTERIOR (S/N)"
             ACCEPT CLI-EXTERIOR
             MOVE 'S' TO WS-CICLO-OK
             IF NOT CLI-DEL-EXTERIOR AND NOT CLI-DEL-PAIS
               MOVE 'N' TO WS-CICLO-OK
               DISPLAY "  RESPUESTA INVALIDA"
             END-IF
           END-PERFORM.
           IF CLI-DEL-EXTERIOR
             MOVE 'N' TO WS-CICLO-OK
             PERFORM UNTIL WS-CICLO-OK = 'S'
               DISPLAY "ENTER THE  PAIS (CODIGO DE 3 LETRAS)"
               ACCEPT CLI-PAIS
               IF CLI-PAIS = SPACES
                 DISPLAY "  EL PAIS ES OBLIGATORIO"
               ELSE
                 MOVE 'S' TO WS-CICLO-OK
               END-IF
             END-PERFORM
             DISPLAY "ENTER THE  ID FISCAL DEL EXTERIOR"
             ACCEPT CLI-ID-FISCAL-EXT
             DISPLAY "ENTER THE  INCOTERM (EN BLANCO = SIN INCOTERM)"
             ACCEPT CLI-INCOTERM
           ELSE
             MOVE 'N' TO CLI-EXTERIOR
             MOVE SPACES TO CLI-PAIS
             MOVE SPACES TO CLI-ID-FISCAL-EXT
             MOVE SPACES TO CLI-INCOTERM
           END-IF.

         READ1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              PERFORM MOSTRAR-CLIENTE
            END-IF.

         MOSTRAR-CLIENTE.
              DISPLAY "COD-CLIENTE: " CLI-COD-CLIENTE.
              DISPLAY "RAZON-SOCIAL: " CLI-RAZON-SOCIAL.
              DISPLAY "DIRECCION: " CLI-DIRECCION.
              DISPLAY "JURISDICCION IIBB: " CLI-JURISDICCION.
              DISPLAY "% MARKUP SOBRE GASTOS: " CLI-MARKUP-GASTOS.
              DISPLAY "LIMITE DE CREDITO: " CLI-LIMITE-CREDITO.
              DISPLAY "REQUIERE CONFORMIDAD DE HORAS: " CLI-CONFORMIDAD.
              DISPLAY "HORARIO EN ANEXO DE HORAS: " CLI-HORARIO-ANEXO.
              DISPLAY "EJECUTIVO DE CUENTA: " CLI-EJECUTIVO.
              DISPLAY "CICLO DE FACTURACION: " CLI-CICLO-FACT
                  " DIA DE CORTE: " CLI-DIA-CORTE.
              DISPLAY "PLAZO DE PAGO DESDE (E=EMISION R=RECEPCION): "
                  CLI-PLAZO-DESDE.
              DISPLAY "ZONA DE VIAJE: " CLI-ZONA-VIAJE.
              DISPLAY "CLIENTE DEL EXTERIOR: " CLI-EXTERIOR
                  " PAIS: " CLI-PAIS.
              DISPLAY "ID FISCAL DEL EXTERIOR: " CLI-ID-FISCAL-EXT
                  " INCOTERM: " CLI-INCOTERM.

      *  Con el cliente bloqueado las horas se siguen cargando pero
      *  la facturacion lo aparta al listado de facturacion retenida.
           WRITE AUD-REG.
           CLOSE AUDIT.

      *  Imagen posterior al diario de recuperacion (ver DIARIOREC),
      *  para reaplicar lo cargado sobre un respaldo restaurado.
         REGISTRAR-DIARIO.
           MOVE WS-USUARIO-ID TO JRN-USUARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.


      *  Identificacion del operador delegada en el subprograma
      *  SIGNON: claves con hash, bloqueo por intentos fallidos,
