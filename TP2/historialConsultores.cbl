       IDENTIFICATION DIVISION.

       PROGRAM-ID. HISTCONS.

      * Historia con vigencia del perfil, la empresa y la sucursal de
      * cada consultor (HISTCONS.DAT), mantenida desde CONSULTORES.
      * Devuelve los valores vigentes a una fecha para que tarifas,
      * margenes y reportes usen los del dia trabajado y no los
      * actuales del maestro. El llamador carga en HCN-PERFIL,
      * HCN-EMPRESA y HCN-SUCURSAL los valores del maestro: si el
      * consultor no tiene historia a esa fecha quedan como vinieron.
      * Sin HISTCONS.DAT el sistema sigue operando como siempre.
      *   OPERACION A = abrir, C = cerrar,
      *             V = valores vigentes del consultor a HCN-FECHA
      *                 (HCN-OK = 'S' si salieron de la historia).

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT HIS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS HIS-FS.

       DATA DIVISION.

       FILE SECTION.

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

       01 HIS-FS PIC X(2).
       01 WS-HAY-HISTORIA PIC X VALUE 'N'.
       01 WS-HIS-FIN PIC X.
       01 WS-HALLADO PIC X.
       01 WS-VIG-PERFIL PIC X.
       01 WS-VIG-EMPRESA PIC X(3).
       01 WS-VIG-SUCURSAL PIC 9.

      * La cache guarda el tramo de vigencia de la ultima respuesta
      * (desde y proxima vigencia del consultor); el proceso de
      * facturacion recorre las horas por consultor y fecha.
       01 WS-CACHE-VALIDA PIC X VALUE 'N'.
       01 WS-CACHE-CONS PIC 9(3).
       01 WS-CACHE-HALLADO PIC X.
       01 WS-CACHE-DESDE PIC X(8).
       01 WS-CACHE-PROX-VIG PIC X(8).
       01 WS-CACHE-PERFIL PIC X.
       01 WS-CACHE-EMPRESA PIC X(3).
       01 WS-CACHE-SUCURSAL PIC 9.

       LINKAGE SECTION.
       01 HCN-PARAM.
           03 HCN-OPER PIC X.
           03 HCN-CONS PIC 9(3).
           03 HCN-FECHA PIC X(8).
           03 HCN-PERFIL PIC X.
           03 HCN-EMPRESA PIC X(3).
           03 HCN-SUCURSAL PIC 9.
           03 HCN-OK PIC X.

       PROCEDURE DIVISION USING HCN-PARAM.

       000-PRINCIPAL.
           MOVE 'N' TO HCN-OK.
           EVALUATE HCN-OPER
               WHEN 'A'
                   PERFORM 010-ABRIR
               WHEN 'C'
                   PERFORM 020-CERRAR
               WHEN 'V'
                   IF WS-HAY-HISTORIA = 'S'
                       PERFORM 100-BUSCAR-VIGENTE
                   END-IF
           END-EVALUATE.
           GOBACK.

       010-ABRIR.
           IF WS-HAY-HISTORIA = 'N'
               OPEN INPUT HIS
               IF HIS-FS = '00'
                   MOVE 'S' TO WS-HAY-HISTORIA
               END-IF
           END-IF.
           MOVE 'N' TO WS-CACHE-VALIDA.
           MOVE WS-HAY-HISTORIA TO HCN-OK.

       020-CERRAR.
           IF WS-HAY-HISTORIA = 'S'
               CLOSE HIS
               MOVE 'N' TO WS-HAY-HISTORIA
           END-IF.
           MOVE 'N' TO WS-CACHE-VALIDA.
           MOVE 'S' TO HCN-OK.

      * Vigente = el registro del consultor con mayor VIG-DESDE no
      * posterior a la fecha consultada.
       100-BUSCAR-VIGENTE.
           IF WS-CACHE-VALIDA = 'S' AND HCN-CONS = WS-CACHE-CONS
               AND HCN-FECHA >= WS-CACHE-DESDE
               AND HCN-FECHA < WS-CACHE-PROX-VIG
               MOVE WS-CACHE-HALLADO TO WS-HALLADO
               MOVE WS-CACHE-PERFIL TO WS-VIG-PERFIL
               MOVE WS-CACHE-EMPRESA TO WS-VIG-EMPRESA
               MOVE WS-CACHE-SUCURSAL TO WS-VIG-SUCURSAL
           ELSE
               PERFORM 110-LEER-HISTORIA
           END-IF.
           IF WS-HALLADO = 'S'
               MOVE WS-VIG-PERFIL TO HCN-PERFIL
               MOVE WS-VIG-EMPRESA TO HCN-EMPRESA
               MOVE WS-VIG-SUCURSAL TO HCN-SUCURSAL
               MOVE 'S' TO HCN-OK
           END-IF.

       110-LEER-HISTORIA.
           MOVE 'N' TO WS-HALLADO.
           MOVE LOW-VALUE TO WS-CACHE-DESDE.
           MOVE HIGH-VALUE TO WS-CACHE-PROX-VIG.
           MOVE HCN-CONS TO HIS-CONS.
           MOVE LOW-VALUE TO HIS-VIG-DESDE.
           MOVE 'N' TO WS-HIS-FIN.
           START HIS KEY IS NOT LESS THAN HIS-KEY
               INVALID KEY MOVE 'S' TO WS-HIS-FIN
           END-START.
           PERFORM 120-EXAMINAR-HISTORIA UNTIL WS-HIS-FIN = 'S'.
           MOVE 'S' TO WS-CACHE-VALIDA.
           MOVE HCN-CONS TO WS-CACHE-CONS.
           MOVE WS-HALLADO TO WS-CACHE-HALLADO.
           MOVE WS-VIG-PERFIL TO WS-CACHE-PERFIL.
           MOVE WS-VIG-EMPRESA TO WS-CACHE-EMPRESA.
           MOVE WS-VIG-SUCURSAL TO WS-CACHE-SUCURSAL.

       120-EXAMINAR-HISTORIA.
           READ HIS NEXT RECORD
               AT END MOVE 'S' TO WS-HIS-FIN
           END-READ.
           IF WS-HIS-FIN = 'N'
               IF HIS-CONS NOT = HCN-CONS
                   MOVE 'S' TO WS-HIS-FIN
               ELSE
                   IF HIS-VIG-DESDE > HCN-FECHA
                       MOVE HIS-VIG-DESDE TO WS-CACHE-PROX-VIG
                       MOVE 'S' TO WS-HIS-FIN
                   ELSE
                       MOVE 'S' TO WS-HALLADO
                       MOVE HIS-VIG-DESDE TO WS-CACHE-DESDE
                       MOVE HIS-PERFIL TO WS-VIG-PERFIL
                       MOVE HIS-EMPRESA TO WS-VIG-EMPRESA
                       MOVE HIS-SUCURSAL TO WS-VIG-SUCURSAL
                   END-IF
               END-IF
           END-IF.

       END PROGRAM HISTCONS.
