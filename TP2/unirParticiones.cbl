       IDENTIFICATION DIVISION.

       PROGRAM-ID. UNIRPARTICIONES.

      * Union de las particiones por empresa de la corrida de
      * facturacion. Cada empresa corre TP2 como un trabajo propio
      * (./TP2 EEE) con sus salidas sufijadas _EEE; este paso junta
      * las particiones COMPLETAS en los archivos de siempre:
      *   - LISTADO.PRN, una seccion por empresa;
      *   - FACTURACION.CSV, EXCEPCIONES.CSV y GL_EXPORT.CSV con un
      *     solo encabezado;
      *   - FACT_RETENIDA.PRN y HOLDS_CREDITO.PRN;
      *   - CONTROL_CORRIDA.PRN con las cifras de cada empresa y el
      *     total de todas;
      *   - el journal de cada particion se agrega a RUN_JOURNAL.DAT
      *     (para el back-out) y se borra.
      * No se une nada mientras haya una particion EN CURSO (caida o
      * todavia corriendo): se la vuelve a correr sola y despues se
      * repite este paso. Las particiones unidas quedan UNIDA y no
      * entran en la union del ciclo siguiente.
      * Antes de unir se concilia la numeracion: los rangos de
      * corridas de las empresas no pueden superponerse y NROFACT.DAT
      * tiene que estar en o despues del ultimo numero usado. Los
      * numeros reservados y no usados se informan en las cifras de
      * control (la auditoria los toma de NUMERACION_RESERVAS.DAT).

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PTC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTC-EMPRESA
               FILE STATUS IS PTC-FS.

           SELECT OPTIONAL ENTRADA ASSIGN USING WS-ENT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENT-FS.

           SELECT LISTADO ASSIGN TO "LISTADO.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

           SELECT FACT-CSV ASSIGN TO "FACTURACION.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACT-CSV-FS.

           SELECT EXCEP ASSIGN TO "EXCEPCIONES.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEP-FS.

           SELECT GLEXP ASSIGN TO "GL_EXPORT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLEXP-FS.

           SELECT RETENIDA ASSIGN TO "FACT_RETENIDA.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETENIDA-FS.

           SELECT HOLDREP ASSIGN TO "HOLDS_CREDITO.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDREP-FS.

           SELECT CTLCORR ASSIGN TO "CONTROL_CORRIDA.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTLCORR-FS.

           SELECT OPTIONAL RUNJRN ASSIGN TO "RUN_JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNJRN-FS.

           SELECT OPTIONAL NROFACT ASSIGN TO "NROFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NROFACT-FS.

       DATA DIVISION.

       FILE SECTION.

       FD PTC
           VALUE OF FILE-ID IS "PARTICIONES.DAT".
       01 PTC-REG.
           03 PTC-EMPRESA PIC X(3).
           03 PTC-ESTADO PIC X(10).
           03 PTC-NRO-DESDE PIC 9(6).
           03 PTC-NRO-HASTA PIC 9(6).
           03 PTC-RESERVA-HASTA PIC 9(6).
           03 PTC-PTOVTA PIC 9(4).
           03 PTC-PTOVTA-EXPO PIC 9(4).
           03 PTC-INICIO PIC X(14).
           03 PTC-FIN PIC X(14).
           03 PTC-LEIDAS PIC 9(7).
           03 PTC-FACTURADAS PIC 9(7).

       FD ENTRADA
           LABEL RECORD OMITTED.
       01 ENT-LINEA PIC X(160).
      * Vista de una linea de cifras de control de la particion.
       01 ENT-CTL.
           03 ENT-CTL-TXT PIC X(40).
           03 ENT-CTL-VAL PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER PIC X(105).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(91).

       FD FACT-CSV
           LABEL RECORD OMITTED.
       01 FACT-CSV-LINEA PIC X(120).

       FD EXCEP
           LABEL RECORD OMITTED.
       01 EXCEP-LINEA PIC X(120).

       FD GLEXP
           LABEL RECORD OMITTED.
       01 GLEXP-LINEA PIC X(120).

       FD RETENIDA
           LABEL RECORD OMITTED.
       01 RETENIDA-LINEA PIC X(100).

       FD HOLDREP
           LABEL RECORD OMITTED.
       01 HOLDREP-LINEA PIC X(100).

       FD CTLCORR
           LABEL RECORD OMITTED.
       01 CTLCORR-LINEA PIC X(100).

       FD RUNJRN
           LABEL RECORD OMITTED.
       01 RUNJRN-LINEA PIC X(100).

       FD NROFACT
           LABEL RECORD OMITTED.
       01 NROFACT-REG PIC 9(6).

       WORKING-STORAGE SECTION.

       01 PTC-FS                       PIC X(2).
           88 PTC-OK                          VALUE '00'.
       01 ENT-FS                       PIC X(2).
           88 ENT-OK                          VALUE '00'.
       01 LISTADO-FS                   PIC X(2).
       01 FACT-CSV-FS                  PIC X(2).
       01 EXCEP-FS                     PIC X(2).
       01 GLEXP-FS                     PIC X(2).
       01 RETENIDA-FS                  PIC X(2).
       01 HOLDREP-FS                   PIC X(2).
       01 CTLCORR-FS                   PIC X(2).
       01 RUNJRN-FS                    PIC X(2).
       01 NROFACT-FS                   PIC X(2).

       01 WS-PTC-FIN                   PIC X.
       01 WS-CANT-EN-CURSO             PIC 9(3) VALUE ZERO.
       01 WS-CANT-COMPLETAS            PIC 9(3) VALUE ZERO.
       01 WS-CANT-UNIDAS               PIC 9(3) VALUE ZERO.
       01 WS-CANT-FALTANTES            PIC 9(3) VALUE ZERO.
       01 WS-CANT-JOURNAL              PIC 9(7) VALUE ZERO.

      * Rangos de numeracion de las particiones completas.
       01 WS-NRO-GLOBAL                PIC 9(6) VALUE ZERO.
       01 WS-NRO-MAXIMO                PIC 9(6) VALUE ZERO.
       01 WS-NRO-MAX-EMPRESA           PIC X(3).
       01 WS-CANT-CONFLICTOS           PIC 9(3) VALUE ZERO.
       01 WS-RNG-I                     PIC 9(2).
       01 WS-RNG-J                     PIC 9(2).
       01 WS-T-RNG-COUNT               PIC 9(2) VALUE ZERO.
       01 WS-T-RNG.
           03 WS-T-RNG-REG OCCURS 50 TIMES.
               05 WS-T-RNG-EMPRESA     PIC X(3).
               05 WS-T-RNG-DESDE       PIC 9(6).
               05 WS-T-RNG-HASTA       PIC 9(6).
               05 WS-T-RNG-RESERVA     PIC 9(6).

       01 WS-LIN-RNG.
           03 FILLER                   PIC X(8) VALUE "EMPRESA ".
           03 WS-LIN-RNG-EMP           PIC X(3).
           03 FILLER                   PIC X(11) VALUE "  USADOS   ".
           03 WS-LIN-RNG-DESDE         PIC 9(6).
           03 FILLER                   PIC X(3) VALUE " A ".
           03 WS-LIN-RNG-HASTA         PIC 9(6).
           03 FILLER                   PIC X(24)
               VALUE "  RESERVADOS SIN USAR   ".
           03 WS-LIN-RNG-LIB-DESDE     PIC 9(6).
           03 FILLER                   PIC X(3) VALUE " A ".
           03 WS-LIN-RNG-LIB-HASTA     PIC 9(6).

      * Archivo de la particion que se esta copiando y a que archivo
      * unido va: 1 listado, 2 facturacion, 3 excepciones, 4 GL,
      * 5 retenida, 6 holds, 7 control, 8 journal.
       01 WS-ENT-NOMBRE                PIC X(30).
       01 WS-ENT-BASE                  PIC X(20).
       01 WS-ENT-EXT                   PIC X(4).
       01 WS-DESTINO                   PIC 9.
       01 WS-LINEA-NRO                 PIC 9(7).
       01 WS-SALTAR                    PIC X.
       01 WS-BORRA-RC                  PIC S9(9) COMP.

      * Encabezado ya grabado en cada archivo unido: el de la
      * primera particion queda, el de las demas se saltea.
       01 WS-T-ENC.
           03 WS-T-ENC-GRABADO OCCURS 8 TIMES PIC X.

      * Cifras de control sumadas por renglon entre particiones.
       01 WS-T-CTL-COUNT               PIC 9(2) VALUE ZERO.
       01 WS-T-CTL.
           03 WS-T-CTL-REG OCCURS 30 TIMES.
               05 WS-T-CTL-TXT         PIC X(40).
               05 WS-T-CTL-VAL         PIC S9(11)V99.
       01 WS-CTL-K                     PIC 9(2).
       01 WS-CTL-NUM                   PIC S9(11)V99.

       01 WS-LIN-CTL.
           03 WS-LIN-CTL-TXT           PIC X(40).
           03 WS-LIN-CTL-VAL           PIC -ZZZ.ZZZ.ZZ9,99.

       01 WS-LIN-EMPRESA.
           03 FILLER                   PIC X(8) VALUE "EMPRESA ".
           03 WS-LIN-EMP-COD           PIC X(3).
           03 FILLER                   PIC X(11) VALUE "  CORRIDAS ".
           03 WS-LIN-EMP-DESDE         PIC 9(6).
           03 FILLER                   PIC X(3) VALUE " A ".
           03 WS-LIN-EMP-HASTA         PIC 9(6).
           03 FILLER                   PIC X(10) VALUE "  LEIDAS ".
           03 WS-LIN-EMP-LEIDAS        PIC Z.ZZZ.ZZ9.
           03 FILLER                   PIC X(14)
               VALUE "  FACTURADAS ".
           03 WS-LIN-EMP-FACT          PIC Z.ZZZ.ZZ9.

       01 WS-LIN-SEPARADOR             PIC X(91) VALUE ALL "=".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           MOVE LOW-VALUE TO PTC-EMPRESA.
           MOVE 'N' TO WS-PTC-FIN.
           START PTC KEY IS NOT LESS THAN PTC-EMPRESA
               INVALID KEY MOVE 'S' TO WS-PTC-FIN
           END-START.
           PERFORM 200-LEER-PARTICION UNTIL WS-PTC-FIN = 'S'.
           PERFORM 800-GRABAR-TOTAL-CONTROL.
           PERFORM 810-GRABAR-NUMERACION.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "UNION DE LAS PARTICIONES DE FACTURACION".
           OPEN I-O PTC.
           IF NOT PTC-OK
               DISPLAY "SIN PARTICIONES.DAT: NO HUBO CORRIDAS "
                   "PARTICIONADAS"
               STOP RUN.
           MOVE LOW-VALUE TO PTC-EMPRESA.
           MOVE 'N' TO WS-PTC-FIN.
           START PTC KEY IS NOT LESS THAN PTC-EMPRESA
               INVALID KEY MOVE 'S' TO WS-PTC-FIN
           END-START.
           PERFORM 100-CONTAR-PARTICION UNTIL WS-PTC-FIN = 'S'.
           IF WS-CANT-EN-CURSO > ZERO
               DISPLAY "HAY " WS-CANT-EN-CURSO " PARTICION(ES) EN "
                   "CURSO O CAIDAS: VUELVA A CORRERLAS (./TP2 EEE) "
                   "ANTES DE UNIR"
               CLOSE PTC
               STOP RUN.
           IF WS-CANT-COMPLETAS = ZERO
               DISPLAY "NO HAY PARTICIONES COMPLETAS PENDIENTES DE "
                   "UNIR"
               CLOSE PTC
               STOP RUN.
           PERFORM 050-CONCILIAR-NUMERACION.
           IF WS-CANT-CONFLICTOS > ZERO
               DISPLAY "NUMERACION DE LAS PARTICIONES INCONSISTENTE: "
                   "NO SE UNE. REVISE LAS CORRIDAS INDICADAS"
               CLOSE PTC
               STOP RUN.
           MOVE ALL 'N' TO WS-T-ENC.
           OPEN OUTPUT LISTADO.
           OPEN OUTPUT FACT-CSV.
           OPEN OUTPUT EXCEP.
           OPEN OUTPUT GLEXP.
           OPEN OUTPUT RETENIDA.
           OPEN OUTPUT HOLDREP.
           OPEN OUTPUT CTLCORR.
           OPEN EXTEND RUNJRN.
           MOVE "CIFRAS DE CONTROL DE LA CORRIDA (UNION DE PARTICIONES)"
               TO CTLCORR-LINEA.
           WRITE CTLCORR-LINEA.

      * Dos empresas con corridas en el mismo rango pisaron la misma
      * numeracion; NROFACT.DAT por detras del ultimo numero usado
      * haria que la proxima corrida repita numeros.
       050-CONCILIAR-NUMERACION.
           OPEN INPUT NROFACT.
           READ NROFACT RECORD
               AT END MOVE ZERO TO WS-NRO-GLOBAL
               NOT AT END MOVE NROFACT-REG TO WS-NRO-GLOBAL
           END-READ.
           CLOSE NROFACT.
           MOVE ZERO TO WS-CANT-CONFLICTOS.
           MOVE ZERO TO WS-NRO-MAXIMO.
           PERFORM VARYING WS-RNG-I FROM 1 BY 1
               UNTIL WS-RNG-I > WS-T-RNG-COUNT
               IF WS-T-RNG-HASTA(WS-RNG-I) >= WS-T-RNG-DESDE(WS-RNG-I)
                   IF WS-T-RNG-HASTA(WS-RNG-I) > WS-NRO-MAXIMO
                       MOVE WS-T-RNG-HASTA(WS-RNG-I) TO WS-NRO-MAXIMO
                       MOVE WS-T-RNG-EMPRESA(WS-RNG-I)
                           TO WS-NRO-MAX-EMPRESA
                   END-IF
                   PERFORM 055-COMPARAR-RANGO
                       VARYING WS-RNG-J FROM 1 BY 1
                       UNTIL WS-RNG-J >= WS-RNG-I
               END-IF
           END-PERFORM.
           IF WS-NRO-GLOBAL < WS-NRO-MAXIMO
               ADD 1 TO WS-CANT-CONFLICTOS
               DISPLAY "NROFACT.DAT EN " WS-NRO-GLOBAL " Y LA EMPRESA "
                   WS-NRO-MAX-EMPRESA " USO HASTA " WS-NRO-MAXIMO
           END-IF.

       055-COMPARAR-RANGO.
           IF WS-T-RNG-HASTA(WS-RNG-J) >= WS-T-RNG-DESDE(WS-RNG-J) AND
               WS-T-RNG-DESDE(WS-RNG-I) <= WS-T-RNG-HASTA(WS-RNG-J) AND
               WS-T-RNG-HASTA(WS-RNG-I) >= WS-T-RNG-DESDE(WS-RNG-J)
               ADD 1 TO WS-CANT-CONFLICTOS
               DISPLAY "CORRIDAS SUPERPUESTAS: EMPRESA "
                   WS-T-RNG-EMPRESA(WS-RNG-I) " "
                   WS-T-RNG-DESDE(WS-RNG-I) "-"
                   WS-T-RNG-HASTA(WS-RNG-I) " Y EMPRESA "
                   WS-T-RNG-EMPRESA(WS-RNG-J) " "
                   WS-T-RNG-DESDE(WS-RNG-J) "-"
                   WS-T-RNG-HASTA(WS-RNG-J)
           END-IF.

       100-CONTAR-PARTICION.
           READ PTC NEXT RECORD
               AT END MOVE 'S' TO WS-PTC-FIN
           END-READ.
           IF WS-PTC-FIN = 'N'
               IF PTC-ESTADO = "EN CURSO"
                   ADD 1 TO WS-CANT-EN-CURSO
                   DISPLAY "PARTICION " PTC-EMPRESA " EN CURSO "
                       "DESDE " PTC-INICIO
               END-IF
               IF PTC-ESTADO = "COMPLETA"
                   ADD 1 TO WS-CANT-COMPLETAS
                   PERFORM 110-GUARDAR-RANGO
               END-IF
           END-IF.

       110-GUARDAR-RANGO.
           IF WS-T-RNG-COUNT < 50
               ADD 1 TO WS-T-RNG-COUNT
               MOVE PTC-EMPRESA TO WS-T-RNG-EMPRESA(WS-T-RNG-COUNT)
               MOVE PTC-NRO-DESDE TO WS-T-RNG-DESDE(WS-T-RNG-COUNT)
               MOVE PTC-NRO-HASTA TO WS-T-RNG-HASTA(WS-T-RNG-COUNT)
               MOVE PTC-RESERVA-HASTA
                   TO WS-T-RNG-RESERVA(WS-T-RNG-COUNT)
           END-IF.

       200-LEER-PARTICION.
           READ PTC NEXT RECORD
               AT END MOVE 'S' TO WS-PTC-FIN
           END-READ.
           IF WS-PTC-FIN = 'N' AND PTC-ESTADO = "COMPLETA"
               PERFORM 210-UNIR-PARTICION
           END-IF.

       210-UNIR-PARTICION.
           MOVE PTC-EMPRESA TO WS-LIN-EMP-COD.
           MOVE PTC-NRO-DESDE TO WS-LIN-EMP-DESDE.
           MOVE PTC-NRO-HASTA TO WS-LIN-EMP-HASTA.
           MOVE PTC-LEIDAS TO WS-LIN-EMP-LEIDAS.
           MOVE PTC-FACTURADAS TO WS-LIN-EMP-FACT.
           MOVE WS-LIN-SEPARADOR TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-LIN-EMPRESA TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-LIN-SEPARADOR TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO CTLCORR-LINEA.
           WRITE CTLCORR-LINEA.
           MOVE WS-LIN-EMPRESA TO CTLCORR-LINEA.
           WRITE CTLCORR-LINEA.
           MOVE "LISTADO" TO WS-ENT-BASE.
           MOVE ".PRN" TO WS-ENT-EXT.
           MOVE 1 TO WS-DESTINO.
           PERFORM 300-COPIAR-ARCHIVO.
           MOVE "FACTURACION" TO WS-ENT-BASE.
           MOVE ".CSV" TO WS-ENT-EXT.
           MOVE 2 TO WS-DESTINO.
           PERFORM 300-COPIAR-ARCHIVO.
           MOVE "EXCEPCIONES" TO WS-ENT-BASE.
           MOVE ".CSV" TO WS-ENT-EXT.
           MOVE 3 TO WS-DESTINO.
           PERFORM 300-COPIAR-ARCHIVO.
           MOVE "GL_EXPORT" TO WS-ENT-BASE.
           MOVE ".CSV" TO WS-ENT-EXT.
           MOVE 4 TO WS-DESTINO.
           PERFORM 300-COPIAR-ARCHIVO.
           MOVE "FACT_RETENIDA" TO WS-ENT-BASE.
           MOVE ".PRN" TO WS-ENT-EXT.
           MOVE 5 TO WS-DESTINO.
           PERFORM 300-COPIAR-ARCHIVO.
           MOVE "HOLDS_CREDITO" TO WS-ENT-BASE.
           MOVE ".PRN" TO WS-ENT-EXT.
           MOVE 6 TO WS-DESTINO.
           PERFORM 300-COPIAR-ARCHIVO.
           MOVE "CONTROL_CORRIDA" TO WS-ENT-BASE.
           MOVE ".PRN" TO WS-ENT-EXT.
           MOVE 7 TO WS-DESTINO.
           PERFORM 300-COPIAR-ARCHIVO.
           MOVE "RUN_JOURNAL" TO WS-ENT-BASE.
           MOVE ".DAT" TO WS-ENT-EXT.
           MOVE 8 TO WS-DESTINO.
           PERFORM 300-COPIAR-ARCHIVO.
      *    El journal ya quedo en RUN_JOURNAL.DAT: la proxima corrida
      *    de la empresa arranca uno nuevo.
           IF ENT-FS NOT = '35'
               CALL "CBL_DELETE_FILE" USING WS-ENT-NOMBRE
                   RETURNING WS-BORRA-RC
           END-IF.
           MOVE "UNIDA" TO PTC-ESTADO.
           REWRITE PTC-REG.
           ADD 1 TO WS-CANT-UNIDAS.
           DISPLAY "PARTICION " PTC-EMPRESA " UNIDA".

       300-COPIAR-ARCHIVO.
           MOVE SPACES TO WS-ENT-NOMBRE.
           STRING WS-ENT-BASE DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               PTC-EMPRESA DELIMITED BY SIZE
               WS-ENT-EXT DELIMITED BY SIZE
               INTO WS-ENT-NOMBRE.
           MOVE ZERO TO WS-LINEA-NRO.
           OPEN INPUT ENTRADA.
           IF ENT-OK
               PERFORM 310-COPIAR-LINEA UNTIL NOT ENT-OK
               CLOSE ENTRADA
           ELSE
               MOVE '35' TO ENT-FS
           END-IF.
           IF WS-LINEA-NRO = ZERO AND WS-DESTINO < 8
               ADD 1 TO WS-CANT-FALTANTES
               DISPLAY "AVISO: " WS-ENT-NOMBRE " FALTA O ESTA VACIO"
           END-IF.

       310-COPIAR-LINEA.
           READ ENTRADA RECORD
               AT END CONTINUE
               NOT AT END
                   ADD 1 TO WS-LINEA-NRO
                   PERFORM 320-GRABAR-DESTINO
           END-READ.

      * La primera linea de cada archivo es su encabezado: queda la
      * de la primera particion. Las cifras de control se suman por
      * renglon y el titulo lo pone este paso.
       320-GRABAR-DESTINO.
           MOVE 'N' TO WS-SALTAR.
           IF WS-LINEA-NRO = 1 AND WS-DESTINO > 1 AND WS-DESTINO < 8
               IF WS-T-ENC-GRABADO(WS-DESTINO) = 'S' OR
                   WS-DESTINO = 7
                   MOVE 'S' TO WS-SALTAR
               ELSE
                   MOVE 'S' TO WS-T-ENC-GRABADO(WS-DESTINO)
               END-IF
           END-IF.
           IF WS-SALTAR = 'N'
               PERFORM 325-GRABAR-LINEA
           END-IF.

       325-GRABAR-LINEA.
           EVALUATE WS-DESTINO
               WHEN 1
                   MOVE ENT-LINEA TO LISTADO-LINEA
                   WRITE LISTADO-LINEA
               WHEN 2
                   MOVE ENT-LINEA TO FACT-CSV-LINEA
                   WRITE FACT-CSV-LINEA
               WHEN 3
                   MOVE ENT-LINEA TO EXCEP-LINEA
                   WRITE EXCEP-LINEA
               WHEN 4
                   MOVE ENT-LINEA TO GLEXP-LINEA
                   WRITE GLEXP-LINEA
               WHEN 5
                   MOVE ENT-LINEA TO RETENIDA-LINEA
                   WRITE RETENIDA-LINEA
               WHEN 6
                   MOVE ENT-LINEA TO HOLDREP-LINEA
                   WRITE HOLDREP-LINEA
               WHEN 7
                   MOVE ENT-LINEA TO CTLCORR-LINEA
                   WRITE CTLCORR-LINEA
                   PERFORM 330-SUMAR-CONTROL
               WHEN 8
                   MOVE ENT-LINEA TO RUNJRN-LINEA
                   WRITE RUNJRN-LINEA
                   ADD 1 TO WS-CANT-JOURNAL
           END-EVALUATE.

       330-SUMAR-CONTROL.
           COMPUTE WS-CTL-K = WS-LINEA-NRO - 1.
           IF WS-CTL-K > 30
               DISPLAY "AVISO: RENGLON DE CONTROL " WS-LINEA-NRO
                   " NO SUMADO"
           ELSE
               IF WS-CTL-K > WS-T-CTL-COUNT
                   MOVE WS-CTL-K TO WS-T-CTL-COUNT
                   MOVE ENT-CTL-TXT TO WS-T-CTL-TXT(WS-CTL-K)
                   MOVE ZERO TO WS-T-CTL-VAL(WS-CTL-K)
               END-IF
               MOVE ENT-CTL-VAL TO WS-CTL-NUM
               ADD WS-CTL-NUM TO WS-T-CTL-VAL(WS-CTL-K)
           END-IF.

       800-GRABAR-TOTAL-CONTROL.
           MOVE SPACES TO CTLCORR-LINEA.
           WRITE CTLCORR-LINEA.
           MOVE "TOTAL DE TODAS LAS EMPRESAS" TO CTLCORR-LINEA.
           WRITE CTLCORR-LINEA.
           PERFORM VARYING WS-CTL-K FROM 1 BY 1
               UNTIL WS-CTL-K > WS-T-CTL-COUNT
               MOVE WS-T-CTL-TXT(WS-CTL-K) TO WS-LIN-CTL-TXT
               MOVE WS-T-CTL-VAL(WS-CTL-K) TO WS-LIN-CTL-VAL
               MOVE WS-LIN-CTL TO CTLCORR-LINEA
               WRITE CTLCORR-LINEA
           END-PERFORM.

      * Rangos usados y reservados sin usar de cada empresa, al pie
      * de las cifras de control.
       810-GRABAR-NUMERACION.
           MOVE SPACES TO CTLCORR-LINEA.
           WRITE CTLCORR-LINEA.
           MOVE SPACES TO CTLCORR-LINEA.
           STRING "NUMERACION DE CORRIDAS (NROFACT.DAT EN "
               DELIMITED BY SIZE
               WS-NRO-GLOBAL DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO CTLCORR-LINEA.
           WRITE CTLCORR-LINEA.
           PERFORM VARYING WS-RNG-I FROM 1 BY 1
               UNTIL WS-RNG-I > WS-T-RNG-COUNT
               MOVE WS-T-RNG-EMPRESA(WS-RNG-I) TO WS-LIN-RNG-EMP
               MOVE WS-T-RNG-DESDE(WS-RNG-I) TO WS-LIN-RNG-DESDE
               MOVE WS-T-RNG-HASTA(WS-RNG-I) TO WS-LIN-RNG-HASTA
               MOVE ZERO TO WS-LIN-RNG-LIB-DESDE
               MOVE ZERO TO WS-LIN-RNG-LIB-HASTA
               IF WS-T-RNG-RESERVA(WS-RNG-I) >
                   WS-T-RNG-HASTA(WS-RNG-I)
                   COMPUTE WS-LIN-RNG-LIB-DESDE =
                       WS-T-RNG-HASTA(WS-RNG-I) + 1
                   MOVE WS-T-RNG-RESERVA(WS-RNG-I)
                       TO WS-LIN-RNG-LIB-HASTA
               END-IF
               MOVE WS-LIN-RNG TO CTLCORR-LINEA
               WRITE CTLCORR-LINEA
           END-PERFORM.

       900-FIN.
           CLOSE PTC.
           CLOSE LISTADO.
           CLOSE FACT-CSV.
           CLOSE EXCEP.
           CLOSE GLEXP.
           CLOSE RETENIDA.
           CLOSE HOLDREP.
           CLOSE CTLCORR.
           CLOSE RUNJRN.
           DISPLAY "PARTICIONES UNIDAS:            " WS-CANT-UNIDAS.
           DISPLAY "LINEAS AGREGADAS AL JOURNAL:   " WS-CANT-JOURNAL.
           IF WS-CANT-FALTANTES > ZERO
               DISPLAY "ARCHIVOS DE PARTICION FALTANTES: "
                   WS-CANT-FALTANTES
           END-IF.
           DISPLAY "SALIDAS UNIDAS EN LISTADO.PRN, FACTURACION.CSV, "
               "EXCEPCIONES.CSV, GL_EXPORT.CSV Y CONTROL_CORRIDA.PRN".

       END PROGRAM UNIRPARTICIONES.
