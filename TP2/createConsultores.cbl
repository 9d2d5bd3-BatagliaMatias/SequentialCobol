           RECORD KEY IS USU-ID
           FILE STATUS IS USU-FS.

           SELECT HIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-KEY
           FILE STATUS IS HIS-FS.

       DATA DIVISION.
        FILE SECTION.
         FD indfile1
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

      *  Historia con vigencia de perfil, empresa y sucursal; la
      *  consultan TP2, MARGENBRUTO, ANALITICAING y UTILIZACION-CONS
      *  a traves del subprograma HISTCONS.
         FD HIS
          VALUE OF FILE-ID IS "HISTCONS.DAT".
          01 HIS-REG.
            02 HIS-KEY.
                03 HIS-CONS PIC 9(3).
                03 HIS-VIG-DESDE PIC X(8).
            02 HIS-DATOS.
                03 HIS-PERFIL PIC X.
                03 HIS-EMPRESA PIC X(3).
                03 HIS-SUCURSAL PIC 9.
                03 HIS-USUARIO PIC X(8).
                03 HIS-FECHA-CARGA PIC X(8).

         WORKING-STORAGE SECTION.
          01 USU-FS PIC X(2).
              03 SGN-ROL PIC X.
              03 SGN-OK PIC X.
          01 AUDIT-FS PIC X(2).
          01 JRN-PARAM.
              03 JRN-PROGRAMA PIC X(12) VALUE "CONSULTORES".
              03 JRN-USUARIO PIC X(8).
              03 JRN-ARCHIVO PIC X(16) VALUE "CONSULTORES.DAT".
              03 JRN-OPER PIC X.
              03 JRN-IMAGEN PIC X(200).
              03 JRN-OK PIC X.
          01 WS-ALTA-OK PIC X.
          01 WS-AUD-ANTES PIC X(120).
          01 WS-AUD-DESPUES PIC X(120).
                  05 WS-T-PER-DESC   PIC X(15).
          01 WS-T-PER-CAMPO-TEMP PIC X(16).

          01 HIS-FS PIC X(2).
          01 WS-HIS-FIN PIC X.
          01 WS-HIS-HALLADO PIC X.
          01 WS-HIS-FECHA PIC X(8).
          01 WS-HIS-VIG-DESDE PIC X(8).
          01 WS-HIS-PERFIL PIC X.
          01 WS-HIS-EMPRESA PIC X(3).
          01 WS-HIS-SUCURSAL PIC 9.
          01 WS-HIS-NVO-PERFIL PIC X.
          01 WS-HIS-NVA-EMPRESA PIC X(3).
          01 WS-HIS-NVA-SUCURSAL PIC 9.
          01 WS-PERFIL-ANT PIC X.
          01 WS-EMPRESA-ANT PIC X(3).
          01 WS-HIS-VIG-GUARDA PIC X(8).
          01 WS-IMAGEN-LEIDA PIC X(80).
          01 WS-IMAGEN-EDITADA PIC X(80).
          01 WS-VERSION-OK PIC X.
          01 WS-REEDITAR PIC X.

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O indfile1.
          CLOSE PER.
          PERFORM ORDENAR-T-PER.

          OPEN I-O HIS.
          IF HIS-FS NOT = '00'
              OPEN OUTPUT HIS
              CLOSE HIS
              OPEN I-O HIS
          END-IF.

          OPEN INPUT EMPRESA.
          IF EMPRESA-FS = '00'
              READ EMPRESA RECORD
          DISPLAY "    4=READ PERTICULAR RECORD"
          DISPLAY "    5=LIST ALL RECORDS"
          DISPLAY "    6=DAR DE BAJA / REACTIVAR"
          DISPLAY "    7=CAMBIO DE PERFIL/EMPRESA/SUCURSAL CON VIGENCIA"
          DISPLAY "    8=LIST HISTORIA DE UN CONSULTOR"
          display "    0=EXIT"
          ACCEPT choice

           WHEN 4 PERFORM READ1
           WHEN 5 PERFORM LIST1
           WHEN 6 PERFORM BAJA1
           WHEN 7 PERFORM HIST1
           WHEN 8 PERFORM LISTH1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE
          
         END-PERFORM.
         CLOSE HIS.
         CALL "CBL_DELETE_FILE" USING WS-LCK-NOMBRE
             RETURNING WS-BORRA-LCK-RC.
         STOP RUN.
           IF SUBCONTRATADO NOT = 'S'
             MOVE 'N' TO SUBCONTRATADO
           END-IF.
           DISPLAY "ENTER THE  SUCURSAL".
           ACCEPT WS-HIS-NVA-SUCURSAL.
           DISPLAY " ".

           MOVE SPACE TO BAJA.
               MOVE "ALTA" TO AUD-OPERACION
               MOVE COD-CONS TO AUD-CLAVE
               PERFORM REGISTRAR-AUDITORIA
               MOVE 'A' TO JRN-OPER
               MOVE fileind1 TO JRN-IMAGEN
               PERFORM REGISTRAR-DIARIO
               MOVE FECHA-INGRESO TO WS-HIS-VIG-DESDE
               MOVE PERFIL TO WS-HIS-NVO-PERFIL
               MOVE COD-EMPRESA TO WS-HIS-NVA-EMPRESA
               PERFORM GRABAR-HISTORIA
             END-IF
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
      *  a leer el consultor (VERIFICAR-VERSION) y si otro operador
      *  lo cambio mientras tanto no se pisa.
         UPDATE1-EDITAR.
              MOVE 'N' TO WS-REEDITAR
              MOVE fileind1 TO WS-IMAGEN-LEIDA
              MOVE fileind1 TO WS-AUD-ANTES
              MOVE PERFIL TO WS-PERFIL-ANT
              MOVE COD-EMPRESA TO WS-EMPRESA-ANT
              DISPLAY "ENTER THE  FECHA-INGRESO"
              ACCEPT FECHA-INGRESO
              DISPLAY "ENTER THE  DIRECCION"
              IF WS-PERFIL-VALIDO = 'N'
                DISPLAY "  PERFIL NO EXISTE EN PERFILES.DAT"
              ELSE
                PERFORM VERIFICAR-VERSION
              END-IF
              IF WS-PERFIL-VALIDO = 'S' AND WS-VERSION-OK = 'S'
                REWRITE fileind1
                  INVALID KEY DISPLAY "  RECORD NOT READED"
                  NOT INVALID KEY
                    MOVE 'M' TO JRN-OPER
                    MOVE fileind1 TO JRN-IMAGEN
                    PERFORM REGISTRAR-DIARIO
                END-REWRITE
                MOVE fileind1 TO WS-AUD-DESPUES
                MOVE "MODIF" TO AUD-OPERACION
                MOVE COD-CONS TO AUD-CLAVE
                PERFORM REGISTRAR-AUDITORIA
                IF PERFIL NOT = WS-PERFIL-ANT
                  DISPLAY "ENTER THE  VIGENCIA DEL CAMBIO DE PERFIL "
                      "(AAAAMMDD)"
                  ACCEPT WS-HIS-VIG-DESDE
                  PERFORM ASEGURAR-HISTORIA-INICIAL
                  MOVE WS-HIS-VIG-DESDE TO WS-HIS-FECHA
                  PERFORM BUSCAR-HISTORIA
                  MOVE PERFIL TO WS-HIS-NVO-PERFIL
                  MOVE WS-HIS-EMPRESA TO WS-HIS-NVA-EMPRESA
                  MOVE WS-HIS-SUCURSAL TO WS-HIS-NVA-SUCURSAL
                  PERFORM GRABAR-HISTORIA
                END-IF
              END-IF.

      *  Control de concurrencia: la imagen leida al empezar la
      *  edicion es la version del registro. Si al regrabar el
      *  consultor ya no coincide (otro operador lo modifico o lo
      *  borro) se rechaza la modificacion, se muestran los valores
      *  vigentes y se ofrece volver a editar sobre ellos.
         VERIFICAR-VERSION.
            MOVE 'S' TO WS-VERSION-OK.
            MOVE fileind1 TO WS-IMAGEN-EDITADA.
            READ indfile1
             INVALID KEY MOVE 'N' TO WS-VERSION-OK
            END-READ.
            IF WS-VERSION-OK = 'N'
              DISPLAY "  OTRO OPERADOR BORRO EL CONSULTOR MIENTRAS SE "
                  "EDITABA: CAMBIOS DESCARTADOS"
            ELSE
              IF fileind1 NOT = WS-IMAGEN-LEIDA
                MOVE 'N' TO WS-VERSION-OK
                DISPLAY "  OTRO OPERADOR MODIFICO EL CONSULTOR "
                    "MIENTRAS SE EDITABA. VALORES VIGENTES:"
                PERFORM MOSTRAR-CONSULTOR
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

           IF REXIST='N'
             DISPLAY "  RECORD NOT EXIST"
           ELSE
             MOVE 'S' TO WS-REEDITAR
             PERFORM BAJA1-EDITAR UNTIL WS-REEDITAR NOT = 'S'
           END-IF.

         BAJA1-EDITAR.
             MOVE 'N' TO WS-REEDITAR
             MOVE fileind1 TO WS-IMAGEN-LEIDA
             MOVE fileind1 TO WS-AUD-ANTES
             IF CONS-ACTIVO
               MOVE 'S' TO BAJA
               MOVE SPACE TO BAJA
               MOVE SPACES TO FECHA-BAJA
             END-IF
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
               MOVE COD-CONS TO AUD-CLAVE
               PERFORM REGISTRAR-AUDITORIA
             END-IF.

         READ1.
           MOVE 'Y' TO REXIST.
            IF REXIST='N'
              DISPLAY "  RECORD NOT EXIST"
            ELSE
              PERFORM MOSTRAR-CONSULTOR
            END-IF.

         MOSTRAR-CONSULTOR.
              DISPLAY "ROLL NO: " COD-CONS.
              DISPLAY FECHA-INGRESO.
              DISPLAY DIRECCION.
              DISPLAY TELEFONO.
              DISPLAY PERFIL.
              DISPLAY "EMPRESA: " COD-EMPRESA.
              MOVE COD-CONS TO HIS-CONS.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HIS-FECHA.
              PERFORM BUSCAR-HISTORIA.
              IF WS-HIS-HALLADO = 'S'
                DISPLAY "SUCURSAL: " WS-HIS-SUCURSAL
                    "  (VIGENTE DESDE " WS-HIS-VIG-DESDE ")"
              END-IF.
              IF CONS-INACTIVO
                DISPLAY "INACTIVO DESDE " FECHA-BAJA
              END-IF.
           END-IF.


      *  Cambio de perfil, empresa o sucursal a partir de una fecha.
      *  Queda en HISTCONS.DAT y, si ya esta vigente hoy, se lleva
      *  tambien al maestro, que conserva siempre los valores
      *  actuales.
         HIST1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  CONS".
           ACCEPT COD-CONS.
           READ indfile1
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST='N'
             DISPLAY "  RECORD NOT EXIST"
           ELSE
             MOVE PERFIL TO WS-PERFIL-ANT
             MOVE COD-EMPRESA TO WS-EMPRESA-ANT
             DISPLAY "ENTER THE  VIGENCIA DESDE (AAAAMMDD)"
             ACCEPT WS-HIS-VIG-DESDE
             PERFORM ASEGURAR-HISTORIA-INICIAL
             MOVE WS-HIS-VIG-DESDE TO WS-HIS-FECHA
             PERFORM BUSCAR-HISTORIA
             DISPLAY "  VIGENTE A ESA FECHA: PERFIL " WS-HIS-PERFIL
                 " EMPRESA " WS-HIS-EMPRESA
                 " SUCURSAL " WS-HIS-SUCURSAL
             DISPLAY "ENTER THE  PERFIL"
             ACCEPT PERFIL
             DISPLAY "ENTER THE  EMPRESA"
             ACCEPT WS-HIS-NVA-EMPRESA
             DISPLAY "ENTER THE  SUCURSAL"
             ACCEPT WS-HIS-NVA-SUCURSAL
             PERFORM VALIDAR-PERFIL
             IF WS-PERFIL-VALIDO = 'N'
               DISPLAY "  PERFIL NO EXISTE EN PERFILES.DAT"
               MOVE WS-PERFIL-ANT TO PERFIL
             ELSE
               MOVE PERFIL TO WS-HIS-NVO-PERFIL
               MOVE WS-PERFIL-ANT TO PERFIL
               PERFORM GRABAR-HISTORIA
               PERFORM ACTUALIZAR-MAESTRO-VIGENTE
             END-IF
           END-IF.

      *  Lleva al maestro el perfil y la empresa vigentes hoy. Se
      *  relee el consultor para no pisar lo que otro operador haya
      *  cambiado mientras se cargaba la historia.
         ACTUALIZAR-MAESTRO-VIGENTE.
           READ indfile1
             INVALID KEY CONTINUE
           END-READ.
           MOVE COD-CONS TO HIS-CONS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HIS-FECHA.
           PERFORM BUSCAR-HISTORIA.
           IF WS-HIS-HALLADO = 'S' AND
              (WS-HIS-PERFIL NOT = PERFIL OR
               WS-HIS-EMPRESA NOT = COD-EMPRESA)
             MOVE fileind1 TO WS-AUD-ANTES
             MOVE WS-HIS-PERFIL TO PERFIL
             MOVE WS-HIS-EMPRESA TO COD-EMPRESA
             REWRITE fileind1
               INVALID KEY DISPLAY "  RECORD NOT READED"
               NOT INVALID KEY
                 MOVE 'M' TO JRN-OPER
                 MOVE fileind1 TO JRN-IMAGEN
                 PERFORM REGISTRAR-DIARIO
             END-REWRITE
             MOVE fileind1 TO WS-AUD-DESPUES
             MOVE "MODIF" TO AUD-OPERACION
             MOVE COD-CONS TO AUD-CLAVE
             PERFORM REGISTRAR-AUDITORIA
           END-IF.

      *  Un consultor sin historia arranca con los valores que tenia
      *  el maestro antes del cambio, vigentes desde su ingreso, para
      *  que las horas anteriores al cambio no tomen el valor nuevo.
         ASEGURAR-HISTORIA-INICIAL.
           MOVE COD-CONS TO HIS-CONS.
           MOVE HIGH-VALUE TO WS-HIS-FECHA.
           PERFORM BUSCAR-HISTORIA.
           IF WS-HIS-HALLADO = 'N'
             MOVE WS-HIS-VIG-DESDE TO WS-HIS-VIG-GUARDA
             IF FECHA-INGRESO NOT = SPACES AND
                FECHA-INGRESO < WS-HIS-VIG-DESDE
               MOVE FECHA-INGRESO TO WS-HIS-VIG-DESDE
             ELSE
               MOVE "19000101" TO WS-HIS-VIG-DESDE
             END-IF
             MOVE WS-PERFIL-ANT TO WS-HIS-NVO-PERFIL
             MOVE WS-EMPRESA-ANT TO WS-HIS-NVA-EMPRESA
             MOVE ZERO TO WS-HIS-NVA-SUCURSAL
             PERFORM GRABAR-HISTORIA
             MOVE WS-HIS-VIG-GUARDA TO WS-HIS-VIG-DESDE
           END-IF.

      *  Registro de HISTCONS.DAT con mayor vigencia no posterior a
      *  WS-HIS-FECHA para el consultor COD-CONS.
         BUSCAR-HISTORIA.
           MOVE 'N' TO WS-HIS-HALLADO.
           MOVE SPACES TO WS-HIS-PERFIL.
           MOVE COD-EMPRESA TO WS-HIS-EMPRESA.
           MOVE ZERO TO WS-HIS-SUCURSAL.
           MOVE COD-CONS TO HIS-CONS.
           MOVE LOW-VALUE TO HIS-VIG-DESDE.
           MOVE 'N' TO WS-HIS-FIN.
           START HIS KEY IS NOT LESS THAN HIS-KEY
             INVALID KEY MOVE 'S' TO WS-HIS-FIN
           END-START.
           PERFORM BUSCAR-HISTORIA-UNA UNTIL WS-HIS-FIN = 'S'.

         BUSCAR-HISTORIA-UNA.
           READ HIS NEXT RECORD
             AT END MOVE 'S' TO WS-HIS-FIN
           END-READ.
           IF WS-HIS-FIN = 'N'
             IF HIS-CONS NOT = COD-CONS OR
                HIS-VIG-DESDE > WS-HIS-FECHA
               MOVE 'S' TO WS-HIS-FIN
             ELSE
               MOVE 'S' TO WS-HIS-HALLADO
               MOVE HIS-PERFIL TO WS-HIS-PERFIL
               MOVE HIS-EMPRESA TO WS-HIS-EMPRESA
               MOVE HIS-SUCURSAL TO WS-HIS-SUCURSAL
             END-IF
           END-IF.

      *  Alta del tramo; si ya hay uno con la misma vigencia se
      *  reemplaza.
         GRABAR-HISTORIA.
           MOVE COD-CONS TO HIS-CONS.
           MOVE WS-HIS-VIG-DESDE TO HIS-VIG-DESDE.
           MOVE WS-HIS-NVO-PERFIL TO HIS-PERFIL.
           MOVE WS-HIS-NVA-EMPRESA TO HIS-EMPRESA.
           MOVE WS-HIS-NVA-SUCURSAL TO HIS-SUCURSAL.
           MOVE WS-USUARIO-ID TO HIS-USUARIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HIS-FECHA-CARGA.
           WRITE HIS-REG
             INVALID KEY
               REWRITE HIS-REG
                 INVALID KEY DISPLAY "  RECORD NOT READED"
               END-REWRITE
           END-WRITE.

         LISTH1.
           DISPLAY " ".
           DISPLAY "ENTER THE  CONS".
           ACCEPT COD-CONS.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE COD-CONS TO HIS-CONS.
           MOVE LOW-VALUE TO HIS-VIG-DESDE.
           START HIS KEY IS NOT LESS THAN HIS-KEY
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM LISTH1-UNA UNTIL WS-LIST-EOF = 'S'.

         LISTH1-UNA.
           READ HIS NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             IF HIS-CONS NOT = COD-CONS
               MOVE 'S' TO WS-LIST-EOF
             ELSE
               DISPLAY "DESDE " HIS-VIG-DESDE "  PERFIL " HIS-PERFIL
                   "  EMPRESA " HIS-EMPRESA "  SUCURSAL " HIS-SUCURSAL
                   "  CARGADO " HIS-FECHA-CARGA " " HIS-USUARIO
             END-IF
           END-IF.

      *  Pista de auditoria comun: imagen anterior y posterior de
      *  cada cambio, con programa, operacion y momento.
         REGISTRAR-AUDITORIA.
           WRITE AUD-REG.
           CLOSE AUDIT.

      *  Imagen posterior al diario de recuperacion (ver DIARIOREC),
      *  para reaplicar lo cargado sobre un respaldo restaurado.
         REGISTRAR-DIARIO.
           MOVE WS-USUARIO-ID TO JRN-USUARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.


      *  Identificacion del operador delegada en el subprograma
      *  SIGNON: claves con hash, bloqueo por intentos fallidos,
