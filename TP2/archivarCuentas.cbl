       IDENTIFICATION DIVISION.

       PROGRAM-ID. ARCHIVARCUENTAS.

      * Archivo de fin de ejercicio de la cuenta corriente de
      * clientes. Las facturas canceladas hace mas de N anios pasan,
      * con sus renglones de FACTDET y sus aplicaciones de cobranza,
      * a los archivos historicos:
      *   FACTCLI.DAT     -> FACTCLI_ARCHIVO.DAT
      *   FACTDET.DAT     -> FACTDET_ARCHIVO.DAT
      *   COBRO_APLIC.DAT -> COBRO_APLIC_ARCHIVO.DAT
      *   COBRANZAS.DAT   -> COBRANZAS_ARCHIVO.DAT
      * con el mismo registro y las mismas claves, de modo que
      * REIMPRIMIRFACT y CONSULTAFACT los leen cuando la factura ya
      * no esta en los archivos vivos. APROBACIONES.DAT no se toca.
      * Una factura (nro de facturacion + cliente) se archiva solo si:
      *   - la facturacion esta APROBADO y lo cobrado cubre neto mas
      *     IVA, con la ultima cobranza anterior al corte; o bien
      *     esta REVERSADA y su nota de credito, anterior al corte,
      *     no le deja credito disponible al cliente (lo cobrado
      *     sobre la factura ya se devolvio o se traspaso);
      *   - la fecha de la factura es anterior al corte;
      *   - no tiene reclamo abierto ni esta castigada.
      * El recibo pasa al historico cuando ya no le quedan
      * aplicaciones vivas, esta aplicado por completo, es anterior
      * al corte y no tiene cheques en CHEQUES.DAT.
      * Cada baja queda en el diario de recuperacion y el detalle en
      * CUENTAS_ARCHIVO.LOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT APROB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APROB-NRO-FACT
               FILE STATUS IS APROB-FS.

           SELECT FACTCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-KEY
               ALTERNATE RECORD KEY IS FCL-CLIENTE WITH DUPLICATES
               FILE STATUS IS FACTCLI-FS.

           SELECT FCH ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCH-KEY
               ALTERNATE RECORD KEY IS FCH-CLIENTE WITH DUPLICATES
               FILE STATUS IS FCH-FS.

           SELECT FACTDET ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDE-KEY
               FILE STATUS IS FACTDET-FS.

           SELECT FDH ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDH-KEY
               FILE STATUS IS FDH-FS.

           SELECT APL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-KEY
               ALTERNATE RECORD KEY IS APL-CLIENTE WITH DUPLICATES
               FILE STATUS IS APL-FS.

           SELECT APH ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APH-KEY
               ALTERNATE RECORD KEY IS APH-CLIENTE WITH DUPLICATES
               FILE STATUS IS APH-FS.

           SELECT REC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-NRO
               FILE STATUS IS REC-FS.

           SELECT RCH ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCH-NRO
               FILE STATUS IS RCH-FS.

           SELECT OPTIONAL RCL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCL-KEY
               FILE STATUS IS RCL-FS.

           SELECT OPTIONAL CAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAS-KEY
               FILE STATUS IS CAS-FS.

           SELECT OPTIONAL CHQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS CHQ-FS.

           SELECT OPTIONAL DEV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-NRO
               ALTERNATE RECORD KEY IS DEV-CLIENTE WITH DUPLICATES
               FILE STATUS IS DEV-FS.

           SELECT PURGALOG ASSIGN TO "CUENTAS_ARCHIVO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGALOG-FS.

       DATA DIVISION.

       FILE SECTION.

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

      * Historicos: mismo registro y mismas claves que el vivo.
       FD FCH
           VALUE OF FILE-ID IS "FACTCLI_ARCHIVO.DAT".
       01 FCH-REG.
           02 FCH-KEY.
               03 FCH-NRO-FACT PIC 9(6).
               03 FCH-CLIENTE PIC 9(4).
           02 FCH-DATOS PIC X(33).

       FD FACTDET
           VALUE OF FILE-ID IS "FACTDET.DAT".
       01 FDE-REG.
           02 FDE-KEY.
               03 FDE-NRO-FACT PIC 9(6).
               03 FDE-CONS PIC 9(3).
               03 FDE-CLIENTE PIC 9(4).
               03 FDE-FECHA PIC X(8).
               03 FDE-SECUENCIA PIC 9(2).
           02 FDE-DATOS.
               03 FDE-CANT-HORAS PIC S9(2)V99.
               03 FDE-TARIFA PIC 9(7)V99.
               03 FDE-IMPORTE PIC S9(7)V99.
               03 FDE-MONEDA PIC X(3).
               03 FDE-IMPORTE-MON PIC S9(7)V99.
               03 FDE-OBSERV PIC X(30).
               03 FDE-APEYNOM PIC X(25).
               03 FDE-DESC-PER PIC X(15).
               03 FDE-CLIENTE-NOM PIC X(30).
               03 FDE-PROYECTO PIC X(6).
               03 FDE-MECANISMO PIC X(2).
               03 FDE-UNIDAD PIC X.
               03 FDE-CANT-UNIDAD PIC S9(3)V99.

       FD FDH
           VALUE OF FILE-ID IS "FACTDET_ARCHIVO.DAT".
       01 FDH-REG.
           02 FDH-KEY PIC X(23).
           02 FDH-DATOS PIC X(148).

       FD APL
           VALUE OF FILE-ID IS "COBRO_APLIC.DAT".
       01 APL-REG.
           02 APL-KEY.
               03 APL-NRO-FACT PIC 9(6).
               03 APL-REC-NRO PIC 9(6).
           02 APL-DATOS.
               03 APL-CLIENTE PIC 9(4).
               03 APL-FECHA PIC X(8).
               03 APL-IMPORTE PIC S9(9)V99.

       FD APH
           VALUE OF FILE-ID IS "COBRO_APLIC_ARCHIVO.DAT".
       01 APH-REG.
           02 APH-KEY PIC X(12).
           02 APH-DATOS.
               03 APH-CLIENTE PIC 9(4).
               03 FILLER PIC X(19).

       FD REC
           VALUE OF FILE-ID IS "COBRANZAS.DAT".
       01 REC-REG.
           03 REC-NRO PIC 9(6).
           03 REC-FECHA PIC X(8).
           03 REC-CLIENTE PIC 9(4).
           03 REC-IMPORTE PIC S9(9)V99.
           03 REC-MEDIO PIC X(15).
           03 REC-APLICADO PIC S9(9)V99.
           03 REC-EMPRESA PIC X(3).

       FD RCH
           VALUE OF FILE-ID IS "COBRANZAS_ARCHIVO.DAT".
       01 RCH-REG.
           03 RCH-NRO PIC 9(6).
           03 RCH-DATOS PIC X(52).

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
               03 RCL-NRO-NC PIC 9(6).
               03 RCL-IMPORTE-NC PIC S9(9)V99.

       FD CAS
           VALUE OF FILE-ID IS "CASTIGOS.DAT".
       01 CAS-REG.
           02 CAS-KEY.
               03 CAS-NRO-FACT PIC 9(6).
               03 CAS-CLIENTE PIC 9(4).
           02 CAS-DATOS.
               03 CAS-FECHA PIC X(8).
               03 CAS-IMPORTE PIC S9(9)V99.
               03 CAS-MOTIVO PIC X(40).
               03 CAS-USUARIO PIC X(8).
               03 CAS-RECUPERADO PIC S9(9)V99.
               03 CAS-FECHA-RECUPERO PIC X(8).

       FD CHQ
           VALUE OF FILE-ID IS "CHEQUES.DAT".
       01 CHQ-REG.
           02 CHQ-KEY.
               03 CHQ-REC-NRO PIC 9(6).
               03 CHQ-SEC PIC 9(2).
           02 CHQ-DATOS.
               03 CHQ-BANCO PIC X(20).
               03 CHQ-NRO-CHEQUE PIC X(12).
               03 CHQ-FECHA-DEP PIC X(8).
               03 CHQ-IMPORTE PIC S9(9)V99.
               03 CHQ-CLIENTE PIC 9(4).
               03 CHQ-ESTADO PIC X(10).
               03 CHQ-CTA-BANCO PIC 9(3).

       FD DEV
           VALUE OF FILE-ID IS "DEVOLUCIONES.DAT".
       01 DEV-REG.
           03 DEV-NRO PIC 9(6).
           03 DEV-CLIENTE PIC 9(4).
           03 DEV-TIPO PIC X.
               88 DEV-DEVOLUCION VALUE 'D'.
               88 DEV-TRASPASO VALUE 'T'.
           03 DEV-ORIGEN PIC X.
               88 DEV-DE-RECIBO VALUE 'R'.
               88 DEV-DE-NC VALUE 'N'.
           03 DEV-NRO-ORIGEN PIC 9(6).
           03 DEV-FECHA PIC X(8).
           03 DEV-IMPORTE PIC S9(9)V99.
           03 DEV-REC-NRO PIC 9(6).
           03 DEV-USUARIO PIC X(8).

       FD PURGALOG
           LABEL RECORD OMITTED.
       01 PURGALOG-LINEA PIC X(120).

       WORKING-STORAGE SECTION.

       01 APROB-FS                     PIC X(2).
       01 FACTCLI-FS                   PIC X(2).
           88 FACTCLI-OK                      VALUE '00'.
           88 FACTCLI-EOF                     VALUE '10'.
       01 FCH-FS                       PIC X(2).
       01 FACTDET-FS                   PIC X(2).
       01 FDH-FS                       PIC X(2).
       01 APL-FS                       PIC X(2).
       01 APH-FS                       PIC X(2).
       01 REC-FS                       PIC X(2).
       01 RCH-FS                       PIC X(2).
       01 RCL-FS                       PIC X(2).
       01 CAS-FS                       PIC X(2).
       01 CHQ-FS                       PIC X(2).
       01 DEV-FS                       PIC X(2).
       01 PURGALOG-FS                  PIC X(2).

       01 WS-HOY                       PIC X(8).
       01 WS-FECHA-CORTE                PIC X(8).
       01 WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
           03 WS-FECHA-CORTE-AA         PIC 9(4).
           03 WS-FECHA-CORTE-MMDD       PIC X(4).
       01 WS-ANIOS                      PIC 9(2).
       01 WS-EMPRESA                    PIC X(3).
       01 WS-EMP-INSTALACION            PIC X(3).
       01 WS-CONFIRMAR                  PIC X.
       01 WS-FIN                        PIC X.
       01 WS-EXISTE                     PIC X.
       01 WS-ARCHIVAR                   PIC X.
       01 WS-MOTIVO                     PIC X(30).

      * Ejercicio economico de la empresa (subprograma EJERCICIO).
       01 EJC-PARAM.
           03 EJC-OPER PIC X.
           03 EJC-EMPRESA PIC X(3).
           03 EJC-FECHA PIC X(8).
           03 EJC-ANIO PIC 9(4).
           03 EJC-MES-INICIO PIC 9(2).
           03 EJC-MES-NRO PIC 9(2).
           03 EJC-DESDE PIC X(8).
           03 EJC-HASTA PIC X(8).
           03 EJC-ETIQUETA PIC X(7).
           03 EJC-OK PIC X.

      * Factura en proceso.
       01 WS-NRO-FACT                   PIC 9(6).
       01 WS-CLIENTE                    PIC 9(4).
       01 WS-TOTAL-FACT                 PIC S9(11)V99.
       01 WS-COBRADO                    PIC S9(11)V99.
       01 WS-USADO-NC                   PIC S9(11)V99.
       01 WS-DISPONIBLE                 PIC S9(11)V99.
       01 WS-ULT-COBRO                  PIC X(8).
       01 WS-NC-NRO                     PIC 9(6).
       01 WS-NC-FECHA                   PIC X(8).
       01 WS-IMP-EDIT                   PIC -ZZZ.ZZZ.ZZ9,99.

      * Notas de credito emitidas, por facturacion original.
       01 WS-T-NC.
           03 WS-T-NC-ITEM OCCURS 2000 TIMES.
               05 WS-T-NC-ORIG          PIC 9(6).
               05 WS-T-NC-NRO           PIC 9(6).
               05 WS-T-NC-FECHA         PIC X(8).
       01 WS-T-NC-CANT                  PIC 9(4) VALUE ZERO.

      * Recibos cuyas aplicaciones se archivaron en esta corrida.
       01 WS-T-REC.
           03 WS-T-REC-ITEM OCCURS 5000 TIMES.
               05 WS-T-REC-NRO          PIC 9(6).
               05 WS-T-REC-VIVO         PIC X.
       01 WS-T-REC-CANT                 PIC 9(4) VALUE ZERO.
       01 WS-T-REC-LLENA                PIC X VALUE 'N'.
       01 WS-I                          PIC 9(4).
       01 WS-REC-NRO                    PIC 9(6).

       01 WS-CANT-LEIDAS                PIC 9(7) VALUE ZERO.
       01 WS-CANT-RECIENTES             PIC 9(7) VALUE ZERO.
       01 WS-CANT-OTRAS-EMP             PIC 9(7) VALUE ZERO.
       01 WS-CANT-CONSERVADAS           PIC 9(7) VALUE ZERO.
       01 WS-CANT-FACT-ARCH             PIC 9(7) VALUE ZERO.
       01 WS-CANT-DET-ARCH              PIC 9(7) VALUE ZERO.
       01 WS-CANT-APL-ARCH              PIC 9(7) VALUE ZERO.
       01 WS-CANT-REC-ARCH              PIC 9(7) VALUE ZERO.
       01 WS-CANT-REC-CONS              PIC 9(7) VALUE ZERO.

       01 JRN-PARAM.
           03 JRN-PROGRAMA PIC X(12) VALUE "ARCHIVARCTA".
           03 JRN-USUARIO PIC X(8) VALUE SPACES.
           03 JRN-ARCHIVO PIC X(16).
           03 JRN-OPER PIC X.
           03 JRN-IMAGEN PIC X(200).
           03 JRN-OK PIC X.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           IF WS-CONFIRMAR = 'S'
               PERFORM 050-CARGAR-NC
               PERFORM 100-ARCHIVAR-FACTURAS
               PERFORM 600-ARCHIVAR-RECIBOS
           END-IF.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "ARCHIVO DE FIN DE EJERCICIO DE LA CUENTA CORRIENTE "
               "DE CLIENTES".
           DISPLAY "Se pasan a los historicos las facturas canceladas "
               "hace mas de N anios, con su detalle y sus cobranzas.".
           MOVE 'E' TO EJC-OPER.
           MOVE SPACES TO EJC-EMPRESA.
           MOVE 2000 TO EJC-ANIO.
           CALL 'EJERCICIO' USING EJC-PARAM.
           MOVE EJC-EMPRESA TO WS-EMP-INSTALACION.
           DISPLAY "INGRESE LA EMPRESA (BLANCO = " WS-EMP-INSTALACION
               "): ".
           ACCEPT WS-EMPRESA.
           IF WS-EMPRESA = SPACES
               MOVE WS-EMP-INSTALACION TO WS-EMPRESA
           END-IF.
           DISPLAY "INGRESE LA ANTIGUEDAD MINIMA EN ANIOS "
               "(0 = 5 ANIOS): ".
           ACCEPT WS-ANIOS.
           IF WS-ANIOS = ZERO
               MOVE 5 TO WS-ANIOS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
           MOVE WS-HOY TO WS-FECHA-CORTE.
           SUBTRACT WS-ANIOS FROM WS-FECHA-CORTE-AA.
           IF WS-FECHA-CORTE-MMDD = "0229"
               MOVE "0228" TO WS-FECHA-CORTE-MMDD
           END-IF.
           DISPLAY "CONFIRMA EL ARCHIVO DE LAS FACTURAS DE LA EMPRESA "
               WS-EMPRESA " CANCELADAS ANTES DEL " WS-FECHA-CORTE
               " (S/N)?".
           ACCEPT WS-CONFIRMAR.

           OPEN OUTPUT PURGALOG.
           STRING "Archivo de cuenta corriente iniciado. Empresa="
                   DELIMITED BY SIZE
               WS-EMPRESA DELIMITED BY SIZE
               " Anios=" DELIMITED BY SIZE
               WS-ANIOS DELIMITED BY SIZE
               " Corte=" DELIMITED BY SIZE
               WS-FECHA-CORTE DELIMITED BY SIZE
               INTO PURGALOG-LINEA
           END-STRING.
           WRITE PURGALOG-LINEA.

           IF WS-CONFIRMAR NOT = 'S'
               MOVE "Operacion cancelada por el usuario."
                   TO PURGALOG-LINEA
               WRITE PURGALOG-LINEA
               DISPLAY "OPERACION CANCELADA."
           ELSE
               PERFORM 020-ABRIR
           END-IF.

       020-ABRIR.
           OPEN INPUT APROB.
           IF APROB-FS NOT = '00'
               DISPLAY "ERROR APERTURA APROBACIONES.DAT"
               MOVE 'N' TO WS-CONFIRMAR
           END-IF.
           OPEN I-O FACTCLI.
           IF NOT FACTCLI-OK
               DISPLAY "ERROR APERTURA FACTCLI.DAT"
               MOVE 'N' TO WS-CONFIRMAR
           END-IF.
           OPEN I-O FACTDET.
           IF FACTDET-FS NOT = '00'
               DISPLAY "ERROR APERTURA FACTDET.DAT"
               MOVE 'N' TO WS-CONFIRMAR
           END-IF.
           OPEN I-O APL.
           IF APL-FS NOT = '00'
               DISPLAY "ERROR APERTURA COBRO_APLIC.DAT"
               MOVE 'N' TO WS-CONFIRMAR
           END-IF.
           OPEN I-O REC.
           IF REC-FS NOT = '00'
               DISPLAY "ERROR APERTURA COBRANZAS.DAT"
               MOVE 'N' TO WS-CONFIRMAR
           END-IF.
           OPEN INPUT RCL.
           OPEN INPUT CAS.
           OPEN INPUT CHQ.
           OPEN INPUT DEV.
      *    Los historicos se crean la primera vez que se archiva.
           OPEN I-O FCH.
           IF FCH-FS NOT = '00'
               OPEN OUTPUT FCH
               CLOSE FCH
               OPEN I-O FCH
           END-IF.
           OPEN I-O FDH.
           IF FDH-FS NOT = '00'
               OPEN OUTPUT FDH
               CLOSE FDH
               OPEN I-O FDH
           END-IF.
           OPEN I-O APH.
           IF APH-FS NOT = '00'
               OPEN OUTPUT APH
               CLOSE APH
               OPEN I-O APH
           END-IF.
           OPEN I-O RCH.
           IF RCH-FS NOT = '00'
               OPEN OUTPUT RCH
               CLOSE RCH
               OPEN I-O RCH
           END-IF.
           IF WS-CONFIRMAR NOT = 'S'
               MOVE "Error de apertura, no se archiva nada."
                   TO PURGALOG-LINEA
               WRITE PURGALOG-LINEA
               PERFORM 030-CERRAR
           END-IF.

       030-CERRAR.
           CLOSE APROB.
           CLOSE FACTCLI.
           CLOSE FACTDET.
           CLOSE APL.
           CLOSE REC.
           CLOSE RCL.
           CLOSE CAS.
           CLOSE CHQ.
           CLOSE DEV.
           CLOSE FCH.
           CLOSE FDH.
           CLOSE APH.
           CLOSE RCH.

      * Tabla de notas de credito por facturacion original, para
      * saber si una factura reversada dejo credito sin usar.
       050-CARGAR-NC.
           MOVE ZERO TO APROB-NRO-FACT.
           MOVE 'N' TO WS-FIN.
           START APROB KEY IS NOT LESS THAN APROB-NRO-FACT
               INVALID KEY MOVE 'S' TO WS-FIN
           END-START.
           PERFORM 060-CARGAR-UNA-NC UNTIL WS-FIN = 'S'.

       060-CARGAR-UNA-NC.
           READ APROB NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N' AND APROB-ESTADO = "NOTACRED"
               IF WS-T-NC-CANT < 2000
                   ADD 1 TO WS-T-NC-CANT
                   MOVE APROB-NRO-ORIG TO WS-T-NC-ORIG(WS-T-NC-CANT)
                   MOVE APROB-NRO-FACT TO WS-T-NC-NRO(WS-T-NC-CANT)
                   MOVE APROB-FECHA-APROB
                       TO WS-T-NC-FECHA(WS-T-NC-CANT)
               END-IF
           END-IF.

       100-ARCHIVAR-FACTURAS.
           MOVE LOW-VALUE TO FCL-KEY.
           START FACTCLI KEY IS NOT LESS THAN FCL-KEY
               INVALID KEY MOVE '10' TO FACTCLI-FS
           END-START.
           PERFORM 110-ARCHIVAR-UNA-FACTURA UNTIL FACTCLI-EOF.

       110-ARCHIVAR-UNA-FACTURA.
           READ FACTCLI NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT FACTCLI-EOF
               ADD 1 TO WS-CANT-LEIDAS
               IF FCL-EMPRESA NOT = WS-EMPRESA AND
                   NOT (FCL-EMPRESA = SPACES AND
                        WS-EMPRESA = WS-EMP-INSTALACION)
                   ADD 1 TO WS-CANT-OTRAS-EMP
               ELSE
                   IF FCL-FECHA-HASTA NOT < WS-FECHA-CORTE
                       ADD 1 TO WS-CANT-RECIENTES
                   ELSE
                       PERFORM 200-EVALUAR-FACTURA
                       IF WS-ARCHIVAR = 'S'
                           PERFORM 500-MOVER-FACTURA
                       ELSE
                           ADD 1 TO WS-CANT-CONSERVADAS
                           PERFORM 890-LOG-CONSERVADA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Deja WS-ARCHIVAR = 'S' si la factura esta cancelada y cerrada;
      * si no, el motivo queda en WS-MOTIVO.
       200-EVALUAR-FACTURA.
           MOVE 'S' TO WS-ARCHIVAR.
           MOVE SPACES TO WS-MOTIVO.
           MOVE FCL-NRO-FACT TO WS-NRO-FACT.
           MOVE FCL-CLIENTE TO WS-CLIENTE.
           ADD FCL-TOTAL-NETO FCL-TOTAL-IVA GIVING WS-TOTAL-FACT.
           PERFORM 300-SUMAR-COBRADO.
           MOVE WS-NRO-FACT TO APROB-NRO-FACT.
           MOVE 'S' TO WS-EXISTE.
           READ APROB RECORD
               INVALID KEY MOVE 'N' TO WS-EXISTE
           END-READ.
           EVALUATE TRUE
               WHEN WS-EXISTE = 'N'
                   MOVE 'N' TO WS-ARCHIVAR
                   MOVE "SIN FACTURACION EN APROBACIONES"
                       TO WS-MOTIVO
               WHEN APROB-ESTADO = "APROBADO"
                   IF WS-COBRADO < WS-TOTAL-FACT
                       MOVE 'N' TO WS-ARCHIVAR
                       MOVE "SALDO ABIERTO" TO WS-MOTIVO
                   ELSE
                       IF WS-ULT-COBRO NOT < WS-FECHA-CORTE
                           MOVE 'N' TO WS-ARCHIVAR
                           MOVE "COBRADA DESPUES DEL CORTE"
                               TO WS-MOTIVO
                       END-IF
                   END-IF
               WHEN APROB-ESTADO = "REVERSADA"
                   PERFORM 400-EVALUAR-NC
               WHEN OTHER
                   MOVE 'N' TO WS-ARCHIVAR
                   MOVE "FACTURACION NO APROBADA" TO WS-MOTIVO
           END-EVALUATE.
           IF WS-ARCHIVAR = 'S'
               MOVE WS-NRO-FACT TO RCL-NRO-FACT
               MOVE WS-CLIENTE TO RCL-CLIENTE
               MOVE 'S' TO WS-EXISTE
               READ RCL RECORD
                   INVALID KEY MOVE 'N' TO WS-EXISTE
               END-READ
               IF WS-EXISTE = 'S' AND RCL-ABIERTO
                   MOVE 'N' TO WS-ARCHIVAR
                   MOVE "RECLAMO ABIERTO" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-ARCHIVAR = 'S'
               MOVE WS-NRO-FACT TO CAS-NRO-FACT
               MOVE WS-CLIENTE TO CAS-CLIENTE
               MOVE 'S' TO WS-EXISTE
               READ CAS RECORD
                   INVALID KEY MOVE 'N' TO WS-EXISTE
               END-READ
               IF WS-EXISTE = 'S'
                   MOVE 'N' TO WS-ARCHIVAR
                   MOVE "FACTURA CASTIGADA" TO WS-MOTIVO
               END-IF
           END-IF.

      * Cobrado sobre la factura del cliente y fecha de la ultima
      * aplicacion.
       300-SUMAR-COBRADO.
           MOVE ZERO TO WS-COBRADO.
           MOVE LOW-VALUE TO WS-ULT-COBRO.
           MOVE WS-NRO-FACT TO APL-NRO-FACT.
           MOVE ZERO TO APL-REC-NRO.
           MOVE 'N' TO WS-FIN.
           START APL KEY IS NOT LESS THAN APL-KEY
               INVALID KEY MOVE 'S' TO WS-FIN
           END-START.
           PERFORM 310-SUMAR-UNA-APL UNTIL WS-FIN = 'S'.

       310-SUMAR-UNA-APL.
           READ APL NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               IF APL-NRO-FACT NOT = WS-NRO-FACT
                   MOVE 'S' TO WS-FIN
               ELSE
                   IF APL-CLIENTE = WS-CLIENTE
                       ADD APL-IMPORTE TO WS-COBRADO
                       IF APL-FECHA > WS-ULT-COBRO
                           MOVE APL-FECHA TO WS-ULT-COBRO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Factura reversada: la nota de credito la deja en cero, pero
      * lo que el cliente habia pagado queda como credito a su favor
      * hasta que se devuelve o se traspasa (SALDOSFAVOR).
       400-EVALUAR-NC.
           MOVE ZERO TO WS-NC-NRO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-NC-CANT
               IF WS-T-NC-ORIG(WS-I) = WS-NRO-FACT
                   MOVE WS-T-NC-NRO(WS-I) TO WS-NC-NRO
                   MOVE WS-T-NC-FECHA(WS-I) TO WS-NC-FECHA
               END-IF
           END-PERFORM.
           IF WS-NC-NRO = ZERO
               MOVE 'N' TO WS-ARCHIVAR
               MOVE "REVERSADA SIN NOTA DE CREDITO" TO WS-MOTIVO
           ELSE
               IF WS-NC-FECHA NOT < WS-FECHA-CORTE OR
                   WS-ULT-COBRO NOT < WS-FECHA-CORTE
                   MOVE 'N' TO WS-ARCHIVAR
                   MOVE "NOTA DE CREDITO DESPUES DEL CORTE"
                       TO WS-MOTIVO
               ELSE
                   PERFORM 410-SUMAR-USADO-NC
                   SUBTRACT WS-USADO-NC FROM WS-COBRADO
                       GIVING WS-DISPONIBLE
                   IF WS-DISPONIBLE > ZERO
                       MOVE 'N' TO WS-ARCHIVAR
                       MOVE "NOTA DE CREDITO CON CREDITO"
                           TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       410-SUMAR-USADO-NC.
           MOVE ZERO TO WS-USADO-NC.
           MOVE WS-CLIENTE TO DEV-CLIENTE.
           MOVE 'N' TO WS-FIN.
           START DEV KEY IS EQUAL TO DEV-CLIENTE
               INVALID KEY MOVE 'S' TO WS-FIN
           END-START.
           PERFORM 420-SUMAR-UN-DEV UNTIL WS-FIN = 'S'.

       420-SUMAR-UN-DEV.
           READ DEV NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               IF DEV-CLIENTE NOT = WS-CLIENTE
                   MOVE 'S' TO WS-FIN
               ELSE
                   IF DEV-DE-NC AND DEV-NRO-ORIGEN = WS-NC-NRO
                       ADD DEV-IMPORTE TO WS-USADO-NC
                   END-IF
               END-IF
           END-IF.

      * Pasa la factura, sus renglones y sus aplicaciones al
      * historico y los borra de los archivos vivos.
       500-MOVER-FACTURA.
           MOVE FCL-REG TO FCH-REG.
           WRITE FCH-REG
               INVALID KEY REWRITE FCH-REG
           END-WRITE.
           MOVE FCL-REG TO JRN-IMAGEN.
           MOVE "FACTCLI.DAT" TO JRN-ARCHIVO.
           DELETE FACTCLI RECORD
               INVALID KEY
                   DISPLAY "ERROR AL ELIMINAR " FCL-KEY
                       " DE FACTCLI.DAT"
               NOT INVALID KEY
                   MOVE 'B' TO JRN-OPER
                   PERFORM 850-REGISTRAR-DIARIO
           END-DELETE.
           ADD 1 TO WS-CANT-FACT-ARCH.
           MOVE WS-NRO-FACT TO FDE-NRO-FACT.
           MOVE ZERO TO FDE-CONS.
           MOVE ZERO TO FDE-CLIENTE.
           MOVE LOW-VALUE TO FDE-FECHA.
           MOVE ZERO TO FDE-SECUENCIA.
           MOVE 'N' TO WS-FIN.
           START FACTDET KEY IS NOT LESS THAN FDE-KEY
               INVALID KEY MOVE 'S' TO WS-FIN
           END-START.
           PERFORM 510-MOVER-RENGLON UNTIL WS-FIN = 'S'.
           MOVE WS-NRO-FACT TO APL-NRO-FACT.
           MOVE ZERO TO APL-REC-NRO.
           MOVE 'N' TO WS-FIN.
           START APL KEY IS NOT LESS THAN APL-KEY
               INVALID KEY MOVE 'S' TO WS-FIN
           END-START.
           PERFORM 520-MOVER-APLICACION UNTIL WS-FIN = 'S'.
           MOVE WS-TOTAL-FACT TO WS-IMP-EDIT.
           MOVE SPACES TO PURGALOG-LINEA
           STRING "ARCHIVADA FACT " DELIMITED BY SIZE
               WS-NRO-FACT DELIMITED BY SIZE
               " CLI " DELIMITED BY SIZE
               WS-CLIENTE DELIMITED BY SIZE
               " FECHA " DELIMITED BY SIZE
               FCL-FECHA-HASTA DELIMITED BY SIZE
               " TOTAL " DELIMITED BY SIZE
               WS-IMP-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APROB-ESTADO DELIMITED BY SPACE
               INTO PURGALOG-LINEA
           END-STRING.
           WRITE PURGALOG-LINEA.

       510-MOVER-RENGLON.
           READ FACTDET NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               IF FDE-NRO-FACT NOT = WS-NRO-FACT
                   MOVE 'S' TO WS-FIN
               ELSE
                   IF FDE-CLIENTE = WS-CLIENTE
                       MOVE FDE-REG TO FDH-REG
                       WRITE FDH-REG
                           INVALID KEY REWRITE FDH-REG
                       END-WRITE
                       MOVE FDE-REG TO JRN-IMAGEN
                       MOVE "FACTDET.DAT" TO JRN-ARCHIVO
                       DELETE FACTDET RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL ELIMINAR RENGLON DE "
                                   "FACTDET.DAT " FDE-KEY
                           NOT INVALID KEY
                               MOVE 'B' TO JRN-OPER
                               PERFORM 850-REGISTRAR-DIARIO
                       END-DELETE
                       ADD 1 TO WS-CANT-DET-ARCH
                   END-IF
               END-IF
           END-IF.

       520-MOVER-APLICACION.
           READ APL NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               IF APL-NRO-FACT NOT = WS-NRO-FACT
                   MOVE 'S' TO WS-FIN
               ELSE
                   IF APL-CLIENTE = WS-CLIENTE
                       MOVE APL-REG TO APH-REG
                       WRITE APH-REG
                           INVALID KEY REWRITE APH-REG
                       END-WRITE
                       MOVE APL-REG TO JRN-IMAGEN
                       MOVE "COBRO_APLIC.DAT" TO JRN-ARCHIVO
                       MOVE APL-REC-NRO TO WS-REC-NRO
                       DELETE APL RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL ELIMINAR APLICACION "
                                   APL-KEY " DE COBRO_APLIC.DAT"
                           NOT INVALID KEY
                               MOVE 'B' TO JRN-OPER
                               PERFORM 850-REGISTRAR-DIARIO
                       END-DELETE
                       ADD 1 TO WS-CANT-APL-ARCH
                       PERFORM 530-ANOTAR-RECIBO
                   END-IF
               END-IF
           END-IF.

       530-ANOTAR-RECIBO.
           MOVE 'N' TO WS-EXISTE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-REC-CANT OR WS-EXISTE = 'S'
               IF WS-T-REC-NRO(WS-I) = WS-REC-NRO
                   MOVE 'S' TO WS-EXISTE
               END-IF
           END-PERFORM.
           IF WS-EXISTE = 'N'
               IF WS-T-REC-CANT < 5000
                   ADD 1 TO WS-T-REC-CANT
                   MOVE WS-REC-NRO TO WS-T-REC-NRO(WS-T-REC-CANT)
                   MOVE 'N' TO WS-T-REC-VIVO(WS-T-REC-CANT)
               ELSE
                   MOVE 'S' TO WS-T-REC-LLENA
               END-IF
           END-IF.

      * Recibos: primero se marcan los que siguen aplicados a alguna
      * factura viva; el resto se archiva si esta cerrado.
       600-ARCHIVAR-RECIBOS.
           IF WS-T-REC-LLENA = 'S'
               MOVE "Mas de 5000 recibos en la corrida: el resto queda "
                   TO PURGALOG-LINEA
               WRITE PURGALOG-LINEA
               MOVE "en COBRANZAS.DAT hasta la proxima."
                   TO PURGALOG-LINEA
               WRITE PURGALOG-LINEA
           END-IF.
           IF WS-T-REC-CANT > ZERO
               MOVE LOW-VALUE TO APL-KEY
               MOVE 'N' TO WS-FIN
               START APL KEY IS NOT LESS THAN APL-KEY
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 610-MARCAR-RECIBO-VIVO UNTIL WS-FIN = 'S'
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-T-REC-CANT
                   IF WS-T-REC-VIVO(WS-I) = 'N'
                       MOVE WS-T-REC-NRO(WS-I) TO WS-REC-NRO
                       PERFORM 620-ARCHIVAR-UN-RECIBO
                   ELSE
                       ADD 1 TO WS-CANT-REC-CONS
                   END-IF
               END-PERFORM
           END-IF.

       610-MARCAR-RECIBO-VIVO.
           READ APL NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-T-REC-CANT
                   IF WS-T-REC-NRO(WS-I) = APL-REC-NRO
                       MOVE 'S' TO WS-T-REC-VIVO(WS-I)
                   END-IF
               END-PERFORM
           END-IF.

       620-ARCHIVAR-UN-RECIBO.
           MOVE WS-REC-NRO TO REC-NRO.
           MOVE 'S' TO WS-EXISTE.
           READ REC RECORD
               INVALID KEY MOVE 'N' TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 'S'
               MOVE 'S' TO WS-ARCHIVAR
               IF REC-FECHA NOT < WS-FECHA-CORTE OR
                   REC-APLICADO < REC-IMPORTE
                   MOVE 'N' TO WS-ARCHIVAR
               END-IF
               IF WS-ARCHIVAR = 'S'
                   MOVE WS-REC-NRO TO CHQ-REC-NRO
                   MOVE ZERO TO CHQ-SEC
                   START CHQ KEY IS NOT LESS THAN CHQ-KEY
                       INVALID KEY MOVE '23' TO CHQ-FS
                   END-START
                   IF CHQ-FS = '00'
                       READ CHQ NEXT RECORD
                           AT END MOVE '10' TO CHQ-FS
                       END-READ
                       IF CHQ-FS = '00' AND CHQ-REC-NRO = WS-REC-NRO
                           MOVE 'N' TO WS-ARCHIVAR
                       END-IF
                   END-IF
               END-IF
               IF WS-ARCHIVAR = 'N'
                   ADD 1 TO WS-CANT-REC-CONS
               ELSE
                   MOVE REC-REG TO RCH-REG
                   WRITE RCH-REG
                       INVALID KEY REWRITE RCH-REG
                   END-WRITE
                   MOVE REC-REG TO JRN-IMAGEN
                   MOVE "COBRANZAS.DAT" TO JRN-ARCHIVO
                   DELETE REC RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL ELIMINAR RECIBO "
                               WS-REC-NRO " DE COBRANZAS.DAT"
                       NOT INVALID KEY
                           MOVE 'B' TO JRN-OPER
                           PERFORM 850-REGISTRAR-DIARIO
                   END-DELETE
                   ADD 1 TO WS-CANT-REC-ARCH
                   MOVE SPACES TO PURGALOG-LINEA
                   STRING "ARCHIVADO RECIBO " DELIMITED BY SIZE
                       WS-REC-NRO DELIMITED BY SIZE
                       " CLI " DELIMITED BY SIZE
                       REC-CLIENTE DELIMITED BY SIZE
                       " FECHA " DELIMITED BY SIZE
                       REC-FECHA DELIMITED BY SIZE
                       INTO PURGALOG-LINEA
                   END-STRING
                   WRITE PURGALOG-LINEA
               END-IF
           END-IF.

      * Imagen posterior al diario de recuperacion (ver DIARIOREC),
      * para reaplicar lo grabado sobre un respaldo restaurado.
       850-REGISTRAR-DIARIO.
           CALL 'DIARIOREC' USING JRN-PARAM.

       890-LOG-CONSERVADA.
           MOVE SPACES TO PURGALOG-LINEA
           STRING "CONSERVADA FACT " DELIMITED BY SIZE
               WS-NRO-FACT DELIMITED BY SIZE
               " CLI " DELIMITED BY SIZE
               WS-CLIENTE DELIMITED BY SIZE
               " FECHA " DELIMITED BY SIZE
               FCL-FECHA-HASTA DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY SIZE
               INTO PURGALOG-LINEA
           END-STRING.
           WRITE PURGALOG-LINEA.

       900-FIN.
           IF WS-CONFIRMAR = 'S'
               PERFORM 030-CERRAR
               DISPLAY "Facturas leidas:                   "
                   WS-CANT-LEIDAS
               DISPLAY "  de otras empresas:               "
                   WS-CANT-OTRAS-EMP
               DISPLAY "  posteriores al corte:            "
                   WS-CANT-RECIENTES
               DISPLAY "  anteriores, conservadas:         "
                   WS-CANT-CONSERVADAS
               DISPLAY "  archivadas:                      "
                   WS-CANT-FACT-ARCH
               DISPLAY "Renglones de FACTDET archivados:   "
                   WS-CANT-DET-ARCH
               DISPLAY "Aplicaciones archivadas:           "
                   WS-CANT-APL-ARCH
               DISPLAY "Recibos archivados:                "
                   WS-CANT-REC-ARCH
               DISPLAY "Recibos conservados:               "
                   WS-CANT-REC-CONS
               DISPLAY "Detalle en CUENTAS_ARCHIVO.LOG"
               MOVE SPACES TO PURGALOG-LINEA
               STRING "Archivo finalizado. Facturas=" DELIMITED BY SIZE
                   WS-CANT-FACT-ARCH DELIMITED BY SIZE
                   " Renglones=" DELIMITED BY SIZE
                   WS-CANT-DET-ARCH DELIMITED BY SIZE
                   " Aplicaciones=" DELIMITED BY SIZE
                   WS-CANT-APL-ARCH DELIMITED BY SIZE
                   " Recibos=" DELIMITED BY SIZE
                   WS-CANT-REC-ARCH DELIMITED BY SIZE
                   " Conservadas=" DELIMITED BY SIZE
                   WS-CANT-CONSERVADAS DELIMITED BY SIZE
                   INTO PURGALOG-LINEA
               END-STRING
               WRITE PURGALOG-LINEA
           END-IF.
           CLOSE PURGALOG.

       END PROGRAM ARCHIVARCUENTAS.
