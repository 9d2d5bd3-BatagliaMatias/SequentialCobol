           ALTERNATE RECORD KEY IS FCL-CLIENTE WITH DUPLICATES
           FILE STATUS IS FACTCLI-FS.

           SELECT FACTDET ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FDE-KEY
           FILE STATUS IS FACTDET-FS.

           SELECT OPTIONAL FDH ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FDH-KEY
           FILE STATUS IS FDH-FS.

           SELECT LISTADO ASSIGN TO "COTIZACIONES.PRN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LISTADO-FS.

           SELECT ANALISIS ASSIGN TO "COTIZ_ANALISIS.PRN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANALISIS-FS.

       DATA DIVISION.
        FILE SECTION.
      *  Cabecera de cotizaciones: el compromiso nace aca y, cuando
                88 COT-PERDIDA VALUE "PERDIDA".
            03 COT-TOTAL PIC S9(11)V99.
            03 COT-FECHA-CIERRE PIC X(8).
      *     Seguimiento del pipeline mientras esta emitida.
            03 COT-DECISION-PREVISTA PIC X(8).
            03 COT-PROBABILIDAD PIC 9(3).
            03 COT-INICIO-PREVISTO PIC X(6).
      *     Al cerrarla: motivo, competidor y vigencia del trabajo
      *     aceptado (contra ella se mide lo facturado).
            03 COT-MOTIVO PIC X(2).
                88 COT-MOT-PRECIO VALUE "PR".
                88 COT-MOT-ALCANCE VALUE "AL".
                88 COT-MOT-PLAZO VALUE "PL".
                88 COT-MOT-EQUIPO VALUE "EQ".
                88 COT-MOT-RELACION VALUE "RE".
                88 COT-MOT-DESISTIO VALUE "DE".
                88 COT-MOT-OTRO VALUE "OT".
            03 COT-MOTIVO-DETALLE PIC X(30).
            03 COT-COMPETIDOR PIC X(20).
            03 COT-VIG-DESDE PIC X(8).
            03 COT-VIG-HASTA PIC X(8).

         FD COTDET
          VALUE OF FILE-ID IS "COTIZDET.DAT".
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

         FD TAR
          VALUE OF FILE-ID IS "TARIFAS.DAT".
            02 TAR-DATA.
                03 TAR-TARIFA PIC 9(7)V99.
                03 TAR-FVIG-HASTA PIC X(10).
                03 TAR-FMODIF PIC X(8).

         FD ASG
          VALUE OF FILE-ID IS "ASIGNACIONES.DAT".
            02 ASG-DATOS.
                03 ASG-HASTA PIC X(8).
                03 ASG-ROL PIC X.
                03 ASG-PROYECTO PIC X(6).
                03 ASG-HORAS-DIA PIC 9(2)V99.

         FD OC
          VALUE OF FILE-ID IS "ORDENCOMPRA.DAT".
                03 FCL-FECHA-HASTA PIC X(8).
                03 FCL-EMPRESA PIC X(3).

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

      *  Detalle de facturas ya pasadas al archivo historico.
         FD FDH
          VALUE OF FILE-ID IS "FACTDET_ARCHIVO.DAT".
          01 FDH-REG.
            02 FDH-KEY PIC X(23).
            02 FDH-DATOS PIC X(148).

         FD LISTADO
           LABEL RECORD OMITTED.
         01 LISTADO-LINEA PIC X(120).

         FD ANALISIS
           LABEL RECORD OMITTED.
         01 ANALISIS-LINEA PIC X(120).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
          01 CH1 PIC X VALUE 'Y'.
          01 FACTCLI-FS PIC X(2).
              88 FACTCLI-EOF VALUE '10'.
          01 LISTADO-FS PIC X(2).
          01 FACTDET-FS PIC X(2).
          01 FDH-FS PIC X(2).
          01 ANALISIS-FS PIC X(2).

          01 WS-LIST-EOF PIC X.
          01 WS-TAR-EOF PIC X.
              03 FILLER PIC X(14) VALUE "  FACTURADO $".
              03 WS-LIN-COT-FACT PIC -ZZZ.ZZZ.Z99,99.

      *  Analisis de cierres (opcion 6): tasa de exito por cliente,
      *  perfil predominante y tamano, dias hasta la decision,
      *  motivos de perdida, pipeline ponderado por mes de inicio y
      *  cotizado contra facturado de las ganadas.
          01 WS-I PIC 9(3).
          01 WS-J PIC 9(3).
          01 WS-K PIC 9(3).
          01 WS-HALLADO PIC X.
          01 WS-CDE-EOF PIC X.
          01 WS-FDE-EOF PIC X.
          01 WS-FEC-NUM PIC 9(8).
          01 WS-DIAS-DECISION PIC S9(5).
          01 WS-COT-HORAS PIC 9(7)V99.
          01 WS-PERFIL-PRED PIC X.
          01 WS-PERFIL-PRED-HORAS PIC 9(7)V99.
          01 WS-PONDERADO PIC S9(11)V99.
          01 WS-TASA-GAN PIC 9(5).
          01 WS-TASA-PER PIC 9(5).
          01 WS-TASA-PCT PIC 9(3)V9.
          01 WS-DESVIO-BASE PIC S9(11)V99.
          01 WS-DESVIO-REAL PIC S9(11)V99.
          01 WS-DESVIO-PCT PIC S9(5)V9.
          01 WS-PROM-DIAS PIC 9(5)V9.

          01 WS-SUM-DIAS-GAN PIC 9(9).
          01 WS-CNT-DIAS-GAN PIC 9(5).
          01 WS-SUM-DIAS-PER PIC 9(9).
          01 WS-CNT-DIAS-PER PIC 9(5).

      *  Perfiles de la cotizacion en curso (horas por perfil).
          01 WS-T-QPF-CANT PIC 9(3).
          01 WS-T-QPF-TABLA.
              03 WS-T-QPF OCCURS 20 TIMES.
                  05 WS-T-QPF-PERFIL PIC X.
                  05 WS-T-QPF-HORAS PIC 9(7)V99.

          01 WS-T-ACL-CANT PIC 9(3).
          01 WS-T-ACL-TABLA.
              03 WS-T-ACL OCCURS 500 TIMES.
                  05 WS-T-ACL-CLIENTE PIC 9(4).
                  05 WS-T-ACL-GAN PIC 9(5).
                  05 WS-T-ACL-PER PIC 9(5).
                  05 WS-T-ACL-IMP-GAN PIC S9(13)V99.
                  05 WS-T-ACL-IMP-PER PIC S9(13)V99.

          01 WS-T-APF-CANT PIC 9(3).
          01 WS-T-APF-TABLA.
              03 WS-T-APF OCCURS 30 TIMES.
                  05 WS-T-APF-PERFIL PIC X.
                  05 WS-T-APF-GAN PIC 9(5).
                  05 WS-T-APF-PER PIC 9(5).
                  05 WS-T-APF-IMP-GAN PIC S9(13)V99.
                  05 WS-T-APF-IMP-PER PIC S9(13)V99.

      *  Tramos de tamano por total cotizado (tope de cada tramo).
          01 WS-T-TAM-TOPES.
              03 FILLER PIC 9(11)V99 VALUE 1000000.
              03 FILLER PIC 9(11)V99 VALUE 5000000.
              03 FILLER PIC 9(11)V99 VALUE 20000000.
              03 FILLER PIC 9(11)V99 VALUE 99999999999.
          01 FILLER REDEFINES WS-T-TAM-TOPES.
              03 WS-T-TAM-TOPE OCCURS 4 TIMES PIC 9(11)V99.
          01 WS-T-TAM-NOMBRES.
              03 FILLER PIC X(34) VALUE "HASTA 1.000.000".
              03 FILLER PIC X(34) VALUE "DE 1.000.000 A 5.000.000".
              03 FILLER PIC X(34) VALUE "DE 5.000.000 A 20.000.000".
              03 FILLER PIC X(34) VALUE "MAS DE 20.000.000".
          01 FILLER REDEFINES WS-T-TAM-NOMBRES.
              03 WS-T-TAM-NOMBRE OCCURS 4 TIMES PIC X(34).
          01 WS-T-TAM-TABLA.
              03 WS-T-TAM OCCURS 4 TIMES.
                  05 WS-T-TAM-GAN PIC 9(5).
                  05 WS-T-TAM-PER PIC 9(5).
                  05 WS-T-TAM-IMP-GAN PIC S9(13)V99.
                  05 WS-T-TAM-IMP-PER PIC S9(13)V99.

          01 WS-T-MOT-CANT PIC 9(3).
          01 WS-T-MOT-TABLA.
              03 WS-T-MOT OCCURS 10 TIMES.
                  05 WS-T-MOT-COD PIC X(2).
                  05 WS-T-MOT-NRO PIC 9(5).
                  05 WS-T-MOT-IMPORTE PIC S9(13)V99.

      *  Pipeline abierto por mes de inicio previsto, ordenado.
          01 WS-T-PIP-CANT PIC 9(3).
          01 WS-T-PIP-TABLA.
              03 WS-T-PIP OCCURS 60 TIMES.
                  05 WS-T-PIP-MES PIC X(6).
                  05 WS-T-PIP-NRO PIC 9(5).
                  05 WS-T-PIP-TOTAL PIC S9(13)V99.
                  05 WS-T-PIP-PONDERADO PIC S9(13)V99.
          01 WS-PIP-TOT-TOTAL PIC S9(13)V99.
          01 WS-PIP-TOT-PONDERADO PIC S9(13)V99.

      *  Cotizaciones ganadas: lo cotizado y lo facturado al cliente
      *  dentro de la vigencia aceptada.
          01 WS-T-GAN-CANT PIC 9(3).
          01 WS-T-GAN-TABLA.
              03 WS-T-GAN OCCURS 500 TIMES.
                  05 WS-T-GAN-NRO PIC 9(6).
                  05 WS-T-GAN-CLIENTE PIC 9(4).
                  05 WS-T-GAN-DESDE PIC X(8).
                  05 WS-T-GAN-HASTA PIC X(8).
                  05 WS-T-GAN-HORAS-COT PIC 9(7)V99.
                  05 WS-T-GAN-IMP-COT PIC S9(11)V99.
                  05 WS-T-GAN-HORAS-FACT PIC S9(7)V99.
                  05 WS-T-GAN-IMP-FACT PIC S9(11)V99.

          01 WS-LIN-TASA.
              03 WS-LIN-TASA-DESC PIC X(34).
              03 WS-LIN-TASA-GAN PIC ZZZZ9.
              03 FILLER PIC X(4) VALUE SPACES.
              03 WS-LIN-TASA-PER PIC ZZZZ9.
              03 FILLER PIC X(2) VALUE SPACES.
              03 WS-LIN-TASA-PCT PIC ZZ9,9.
              03 FILLER PIC X(2) VALUE "% ".
              03 WS-LIN-TASA-IMP-GAN PIC -ZZZ.ZZZ.ZZZ.Z99,99.
              03 FILLER PIC X(2) VALUE SPACES.
              03 WS-LIN-TASA-IMP-PER PIC -ZZZ.ZZZ.ZZZ.Z99,99.

          01 WS-ENC-TASA.
              03 FILLER PIC X(34) VALUE SPACES.
              03 FILLER PIC X(9) VALUE "GANADAS".
              03 FILLER PIC X(9) VALUE "PERDIDAS".
              03 FILLER PIC X(7) VALUE "TASA".
              03 FILLER PIC X(21) VALUE "      MONTO GANADO".
              03 FILLER PIC X(19) VALUE "     MONTO PERDIDO".

          01 WS-LIN-MOT.
              03 WS-LIN-MOT-DESC PIC X(34).
              03 WS-LIN-MOT-NRO PIC ZZZZ9.
              03 FILLER PIC X(4) VALUE SPACES.
              03 WS-LIN-MOT-IMPORTE PIC -ZZZ.ZZZ.ZZZ.Z99,99.

          01 WS-LIN-PIP.
              03 WS-LIN-PIP-MES PIC X(10).
              03 WS-LIN-PIP-NRO PIC ZZZZ9.
              03 FILLER PIC X(4) VALUE SPACES.
              03 WS-LIN-PIP-TOTAL PIC -ZZZ.ZZZ.ZZZ.Z99,99.
              03 FILLER PIC X(4) VALUE SPACES.
              03 WS-LIN-PIP-PONDERADO PIC -ZZZ.ZZZ.ZZZ.Z99,99.

          01 WS-LIN-GAN.
              03 WS-LIN-GAN-NRO PIC 9(6).
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-GAN-CLI PIC 9(4).
              03 FILLER PIC X VALUE SPACE.
              03 WS-LIN-GAN-HS-COT PIC ZZZZZZ9,99.
              03 WS-LIN-GAN-HS-FACT PIC -ZZZZZZ9,99.
              03 WS-LIN-GAN-HS-DESV PIC -ZZZ9,9.
              03 FILLER PIC X VALUE "%".
              03 WS-LIN-GAN-IMP-COT PIC -ZZZ.ZZZ.ZZ9,99.
              03 WS-LIN-GAN-IMP-FACT PIC -ZZZ.ZZZ.ZZ9,99.
              03 WS-LIN-GAN-IMP-DESV PIC -ZZZ9,9.
              03 FILLER PIC X VALUE "%".

       PROCEDURE DIVISION.
        PARA1.
          OPEN I-O COT.
          DISPLAY "    2=MARCAR ACEPTADA (GENERA ASIGNACIONES)"
          DISPLAY "    3=MARCAR PERDIDA"
          DISPLAY "    4=REPORTE GANADAS/PERDIDAS Y CONVERSION"
          DISPLAY "    5=ACTUALIZAR PIPELINE (PROBABILIDAD Y FECHAS)"
          DISPLAY "    6=ANALISIS DE CIERRES Y PIPELINE PONDERADO"
          display "    0=EXIT"
          ACCEPT choice

           WHEN 2 PERFORM ACEPTAR1
           WHEN 3 PERFORM PERDER1
           WHEN 4 PERFORM REPORTE1
           WHEN 5 PERFORM PIPELINE1
           WHEN 6 PERFORM ANALISIS1
           WHEN OTHER move 'N' TO ch1
          END-EVALUATE

             MOVE "EMITIDA" TO COT-ESTADO
             MOVE ZERO TO COT-TOTAL
             MOVE SPACES TO COT-FECHA-CIERRE
             PERFORM ACEPTAR-PIPELINE
             MOVE SPACES TO COT-MOTIVO
             MOVE SPACES TO COT-MOTIVO-DETALLE
             MOVE SPACES TO COT-COMPETIDOR
             MOVE SPACES TO COT-VIG-DESDE
             MOVE SPACES TO COT-VIG-HASTA
             MOVE 'Y' TO REXIST
             WRITE COT-REG
               INVALID KEY MOVE 'N' TO REXIST
             ELSE
               MOVE "ACEPTADA" TO COT-ESTADO
               MOVE FUNCTION CURRENT-DATE(1:8) TO COT-FECHA-CIERRE
               DISPLAY "ENTER THE  VIGENCIA DESDE (AAAAMMDD)"
               ACCEPT ASG-DESDE
               DISPLAY "ENTER THE  VIGENCIA HASTA (AAAAMMDD)"
               ACCEPT ASG-HASTA
               MOVE ASG-DESDE TO COT-VIG-DESDE
               MOVE ASG-HASTA TO COT-VIG-HASTA
               DISPLAY "  MOTIVO PRINCIPAL DEL CIERRE GANADO"
               PERFORM ACEPTAR-MOTIVO
               DISPLAY "ENTER THE  COMPETIDOR QUE COTIZO (BLANCO="
                   "NINGUNO)"
               ACCEPT COT-COMPETIDOR
               REWRITE COT-REG
                 INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR"
               END-REWRITE
               PERFORM GENERAR-ASIGNACIONES
               DISPLAY "GENERA ORDEN DE COMPRA (S/N)?"
               ACCEPT WS-GENERA-OC
           ELSE
             MOVE "PERDIDA" TO COT-ESTADO
             MOVE FUNCTION CURRENT-DATE(1:8) TO COT-FECHA-CIERRE
             DISPLAY "  MOTIVO PRINCIPAL DE LA PERDIDA"
             PERFORM ACEPTAR-MOTIVO
             DISPLAY "ENTER THE  COMPETIDOR QUE GANO (BLANCO=NINGUNO O "
                 "NO SE SABE)"
             ACCEPT COT-COMPETIDOR
             REWRITE COT-REG
               INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR"
             END-REWRITE
             DISPLAY "  COTIZACION MARCADA PERDIDA"
           END-IF.

      *  Mientras la cotizacion esta emitida se puede revisar su
      *  probabilidad de cierre y las fechas previstas.
         PIPELINE1.
           MOVE 'Y' TO REXIST.
           DISPLAY " ".
           DISPLAY "ENTER THE  NRO DE COTIZACION".
           ACCEPT COT-NRO.
           READ COT
             INVALID KEY MOVE 'N' TO REXIST
           END-READ.
           IF REXIST = 'N'
             DISPLAY "  COTIZACION NO EXISTE"
           ELSE
             IF NOT COT-EMITIDA
               DISPLAY "  LA COTIZACION YA ESTA " COT-ESTADO
             ELSE
               DISPLAY "  DECISION PREVISTA: " COT-DECISION-PREVISTA
                   "  PROBABILIDAD: " COT-PROBABILIDAD "%"
                   "  INICIO PREVISTO: " COT-INICIO-PREVISTO
               PERFORM ACEPTAR-PIPELINE
               REWRITE COT-REG
                 INVALID KEY DISPLAY "  ERROR AL ACTUALIZAR"
               END-REWRITE
             END-IF
           END-IF.

         ACEPTAR-PIPELINE.
           DISPLAY "ENTER THE  FECHA DE DECISION PREVISTA (AAAAMMDD)".
           ACCEPT COT-DECISION-PREVISTA.
           DISPLAY "ENTER THE  PROBABILIDAD DE CIERRE (0-100 %)".
           ACCEPT COT-PROBABILIDAD.
           IF COT-PROBABILIDAD > 100
             MOVE 100 TO COT-PROBABILIDAD
           END-IF.
           DISPLAY "ENTER THE  MES DE INICIO PREVISTO (AAAAMM)".
           ACCEPT COT-INICIO-PREVISTO.

         ACEPTAR-MOTIVO.
           DISPLAY "    PR=PRECIO  AL=ALCANCE/PROPUESTA  PL=PLAZO".
           DISPLAY "    EQ=EQUIPO/PERFILES  RE=RELACION CON EL CLIENTE".
           DISPLAY "    DE=EL CLIENTE DESISTIO  OT=OTRO".
           DISPLAY "ENTER THE  MOTIVO".
           ACCEPT COT-MOTIVO.
           IF NOT COT-MOT-PRECIO AND NOT COT-MOT-ALCANCE AND
               NOT COT-MOT-PLAZO AND NOT COT-MOT-EQUIPO AND
               NOT COT-MOT-RELACION AND NOT COT-MOT-DESISTIO
             MOVE "OT" TO COT-MOTIVO
           END-IF.
           DISPLAY "ENTER THE  DETALLE DEL MOTIVO".
           ACCEPT COT-MOTIVO-DETALLE.

      *  Ganadas/perdidas y conversion: lo facturado al cliente desde
      *  la fecha de la cotizacion aceptada, contra lo cotizado.
         REPORTE1.
             END-IF
           END-IF.

      *  Analisis de cierres y pipeline en COTIZ_ANALISIS.PRN. El
      *  perfil de una cotizacion es el de mas horas cotizadas. Lo
      *  facturado de cada ganada son las lineas del cliente (vivas y
      *  archivadas) dentro de la vigencia aceptada; si dos ganadas
      *  del cliente se superponen la linea va a la mas reciente.
         ANALISIS1.
           MOVE ZERO TO WS-T-ACL-CANT.
           MOVE ZERO TO WS-T-APF-CANT.
           MOVE ZERO TO WS-T-MOT-CANT.
           MOVE ZERO TO WS-T-PIP-CANT.
           MOVE ZERO TO WS-T-GAN-CANT.
           MOVE ZERO TO WS-SUM-DIAS-GAN.
           MOVE ZERO TO WS-CNT-DIAS-GAN.
           MOVE ZERO TO WS-SUM-DIAS-PER.
           MOVE ZERO TO WS-CNT-DIAS-PER.
           MOVE ZERO TO WS-PIP-TOT-TOTAL.
           MOVE ZERO TO WS-PIP-TOT-PONDERADO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
             MOVE ZERO TO WS-T-TAM-GAN(WS-I)
             MOVE ZERO TO WS-T-TAM-PER(WS-I)
             MOVE ZERO TO WS-T-TAM-IMP-GAN(WS-I)
             MOVE ZERO TO WS-T-TAM-IMP-PER(WS-I)
           END-PERFORM.
           MOVE ZERO TO COT-NRO.
           MOVE 'N' TO WS-LIST-EOF.
           START COT KEY IS NOT LESS THAN COT-NRO
             INVALID KEY MOVE 'S' TO WS-LIST-EOF
           END-START.
           PERFORM ANALISIS1-UNA UNTIL WS-LIST-EOF = 'S'.
           IF WS-T-GAN-CANT > ZERO
             PERFORM SUMAR-FACTURADO-GANADAS
           END-IF.
           OPEN OUTPUT ANALISIS.
           PERFORM IMPRIMIR-ANALISIS.
           CLOSE ANALISIS.
           DISPLAY "ANALISIS GRABADO EN COTIZ_ANALISIS.PRN".

         ANALISIS1-UNA.
           READ COT NEXT RECORD
             AT END MOVE 'S' TO WS-LIST-EOF
           END-READ.
           IF WS-LIST-EOF = 'N'
             PERFORM PERFIL-PREDOMINANTE
             EVALUATE TRUE
               WHEN COT-ACEPTADA
                 PERFORM ACUMULAR-CIERRE
                 PERFORM AGREGAR-GANADA
               WHEN COT-PERDIDA
                 PERFORM ACUMULAR-CIERRE
                 PERFORM ACUMULAR-MOTIVO
               WHEN OTHER
                 PERFORM ACUMULAR-PIPELINE
             END-EVALUATE
           END-IF.

         PERFIL-PREDOMINANTE.
           MOVE ZERO TO WS-T-QPF-CANT.
           MOVE ZERO TO WS-COT-HORAS.
           MOVE COT-NRO TO CDE-NRO.
           MOVE ZERO TO CDE-SEC.
           MOVE 'N' TO WS-CDE-EOF.
           START COTDET KEY IS NOT LESS THAN CDE-KEY
             INVALID KEY MOVE 'S' TO WS-CDE-EOF
           END-START.
           PERFORM PERFIL-PREDOMINANTE-UNA UNTIL WS-CDE-EOF = 'S'.
           MOVE SPACE TO WS-PERFIL-PRED.
           MOVE ZERO TO WS-PERFIL-PRED-HORAS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-QPF-CANT
             IF WS-T-QPF-HORAS(WS-I) > WS-PERFIL-PRED-HORAS
               MOVE WS-T-QPF-PERFIL(WS-I) TO WS-PERFIL-PRED
               MOVE WS-T-QPF-HORAS(WS-I) TO WS-PERFIL-PRED-HORAS
             END-IF
           END-PERFORM.

         PERFIL-PREDOMINANTE-UNA.
           READ COTDET NEXT RECORD
             AT END MOVE 'S' TO WS-CDE-EOF
           END-READ.
           IF WS-CDE-EOF = 'N'
             IF CDE-NRO NOT = COT-NRO
               MOVE 'S' TO WS-CDE-EOF
             ELSE
               ADD CDE-HORAS TO WS-COT-HORAS
               MOVE 'N' TO WS-HALLADO
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-T-QPF-CANT OR WS-HALLADO = 'S'
                 IF WS-T-QPF-PERFIL(WS-I) = CDE-PERFIL
                   MOVE 'S' TO WS-HALLADO
                   ADD CDE-HORAS TO WS-T-QPF-HORAS(WS-I)
                 END-IF
               END-PERFORM
               IF WS-HALLADO = 'N' AND WS-T-QPF-CANT < 20
                 ADD 1 TO WS-T-QPF-CANT
                 MOVE CDE-PERFIL TO WS-T-QPF-PERFIL(WS-T-QPF-CANT)
                 MOVE CDE-HORAS TO WS-T-QPF-HORAS(WS-T-QPF-CANT)
               END-IF
             END-IF
           END-IF.

      *  Ganada o perdida: por cliente, perfil, tamano y dias desde
      *  la emision hasta la decision.
         ACUMULAR-CIERRE.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-ACL-CANT OR WS-HALLADO = 'S'
             IF WS-T-ACL-CLIENTE(WS-I) = COT-CLIENTE
               MOVE 'S' TO WS-HALLADO
               SUBTRACT 1 FROM WS-I
             END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N' AND WS-T-ACL-CANT < 500
             ADD 1 TO WS-T-ACL-CANT
             MOVE WS-T-ACL-CANT TO WS-I
             MOVE COT-CLIENTE TO WS-T-ACL-CLIENTE(WS-I)
             MOVE ZERO TO WS-T-ACL-GAN(WS-I)
             MOVE ZERO TO WS-T-ACL-PER(WS-I)
             MOVE ZERO TO WS-T-ACL-IMP-GAN(WS-I)
             MOVE ZERO TO WS-T-ACL-IMP-PER(WS-I)
             MOVE 'S' TO WS-HALLADO
           END-IF.
           IF WS-HALLADO = 'S'
             IF COT-ACEPTADA
               ADD 1 TO WS-T-ACL-GAN(WS-I)
               ADD COT-TOTAL TO WS-T-ACL-IMP-GAN(WS-I)
             ELSE
               ADD 1 TO WS-T-ACL-PER(WS-I)
               ADD COT-TOTAL TO WS-T-ACL-IMP-PER(WS-I)
             END-IF
           END-IF.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-APF-CANT OR WS-HALLADO = 'S'
             IF WS-T-APF-PERFIL(WS-I) = WS-PERFIL-PRED
               MOVE 'S' TO WS-HALLADO
               SUBTRACT 1 FROM WS-I
             END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N' AND WS-T-APF-CANT < 30
             ADD 1 TO WS-T-APF-CANT
             MOVE WS-T-APF-CANT TO WS-I
             MOVE WS-PERFIL-PRED TO WS-T-APF-PERFIL(WS-I)
             MOVE ZERO TO WS-T-APF-GAN(WS-I)
             MOVE ZERO TO WS-T-APF-PER(WS-I)
             MOVE ZERO TO WS-T-APF-IMP-GAN(WS-I)
             MOVE ZERO TO WS-T-APF-IMP-PER(WS-I)
             MOVE 'S' TO WS-HALLADO
           END-IF.
           IF WS-HALLADO = 'S'
             IF COT-ACEPTADA
               ADD 1 TO WS-T-APF-GAN(WS-I)
               ADD COT-TOTAL TO WS-T-APF-IMP-GAN(WS-I)
             ELSE
               ADD 1 TO WS-T-APF-PER(WS-I)
               ADD COT-TOTAL TO WS-T-APF-IMP-PER(WS-I)
             END-IF
           END-IF.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I = 4 OR COT-TOTAL <= WS-T-TAM-TOPE(WS-I)
             ADD 1 TO WS-I
           END-PERFORM.
           IF COT-ACEPTADA
             ADD 1 TO WS-T-TAM-GAN(WS-I)
             ADD COT-TOTAL TO WS-T-TAM-IMP-GAN(WS-I)
           ELSE
             ADD 1 TO WS-T-TAM-PER(WS-I)
             ADD COT-TOTAL TO WS-T-TAM-IMP-PER(WS-I)
           END-IF.
           IF COT-FECHA IS NUMERIC AND COT-FECHA-CIERRE IS NUMERIC
             MOVE COT-FECHA-CIERRE TO WS-FEC-NUM
             COMPUTE WS-DIAS-DECISION =
                 FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
             MOVE COT-FECHA TO WS-FEC-NUM
             COMPUTE WS-DIAS-DECISION = WS-DIAS-DECISION
                 - FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
             IF WS-DIAS-DECISION < ZERO
               MOVE ZERO TO WS-DIAS-DECISION
             END-IF
             IF COT-ACEPTADA
               ADD WS-DIAS-DECISION TO WS-SUM-DIAS-GAN
               ADD 1 TO WS-CNT-DIAS-GAN
             ELSE
               ADD WS-DIAS-DECISION TO WS-SUM-DIAS-PER
               ADD 1 TO WS-CNT-DIAS-PER
             END-IF
           END-IF.

         ACUMULAR-MOTIVO.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-MOT-CANT OR WS-HALLADO = 'S'
             IF WS-T-MOT-COD(WS-I) = COT-MOTIVO
               MOVE 'S' TO WS-HALLADO
               SUBTRACT 1 FROM WS-I
             END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N' AND WS-T-MOT-CANT < 10
             ADD 1 TO WS-T-MOT-CANT
             MOVE WS-T-MOT-CANT TO WS-I
             MOVE COT-MOTIVO TO WS-T-MOT-COD(WS-I)
             MOVE ZERO TO WS-T-MOT-NRO(WS-I)
             MOVE ZERO TO WS-T-MOT-IMPORTE(WS-I)
             MOVE 'S' TO WS-HALLADO
           END-IF.
           IF WS-HALLADO = 'S'
             ADD 1 TO WS-T-MOT-NRO(WS-I)
             ADD COT-TOTAL TO WS-T-MOT-IMPORTE(WS-I)
           END-IF.

      *  Emitida: suma al mes de inicio previsto, ponderada por la
      *  probabilidad de cierre. La tabla se mantiene ordenada.
         ACUMULAR-PIPELINE.
           COMPUTE WS-PONDERADO ROUNDED =
               COT-TOTAL * COT-PROBABILIDAD / 100.
           ADD COT-TOTAL TO WS-PIP-TOT-TOTAL.
           ADD WS-PONDERADO TO WS-PIP-TOT-PONDERADO.
           MOVE 'N' TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-PIP-CANT OR WS-HALLADO = 'S'
             IF WS-T-PIP-MES(WS-I) NOT < COT-INICIO-PREVISTO
               MOVE 'S' TO WS-HALLADO
               SUBTRACT 1 FROM WS-I
             END-IF
           END-PERFORM.
           IF WS-HALLADO = 'N' OR
               WS-T-PIP-MES(WS-I) NOT = COT-INICIO-PREVISTO
             IF WS-T-PIP-CANT < 60
               PERFORM VARYING WS-J FROM WS-T-PIP-CANT BY -1
                   UNTIL WS-J < WS-I
                 COMPUTE WS-K = WS-J + 1
                 MOVE WS-T-PIP(WS-J) TO WS-T-PIP(WS-K)
               END-PERFORM
               ADD 1 TO WS-T-PIP-CANT
               MOVE COT-INICIO-PREVISTO TO WS-T-PIP-MES(WS-I)
               MOVE ZERO TO WS-T-PIP-NRO(WS-I)
               MOVE ZERO TO WS-T-PIP-TOTAL(WS-I)
               MOVE ZERO TO WS-T-PIP-PONDERADO(WS-I)
               MOVE 'S' TO WS-HALLADO
             ELSE
               MOVE 'N' TO WS-HALLADO
             END-IF
           END-IF.
           IF WS-HALLADO = 'S'
             ADD 1 TO WS-T-PIP-NRO(WS-I)
             ADD COT-TOTAL TO WS-T-PIP-TOTAL(WS-I)
             ADD WS-PONDERADO TO WS-T-PIP-PONDERADO(WS-I)
           END-IF.

         AGREGAR-GANADA.
           IF WS-T-GAN-CANT < 500
             ADD 1 TO WS-T-GAN-CANT
             MOVE WS-T-GAN-CANT TO WS-I
             MOVE COT-NRO TO WS-T-GAN-NRO(WS-I)
             MOVE COT-CLIENTE TO WS-T-GAN-CLIENTE(WS-I)
             IF COT-VIG-DESDE = SPACES
               MOVE COT-FECHA TO WS-T-GAN-DESDE(WS-I)
             ELSE
               MOVE COT-VIG-DESDE TO WS-T-GAN-DESDE(WS-I)
             END-IF
             IF COT-VIG-HASTA = SPACES
               MOVE "99999999" TO WS-T-GAN-HASTA(WS-I)
             ELSE
               MOVE COT-VIG-HASTA TO WS-T-GAN-HASTA(WS-I)
             END-IF
             MOVE WS-COT-HORAS TO WS-T-GAN-HORAS-COT(WS-I)
             MOVE COT-TOTAL TO WS-T-GAN-IMP-COT(WS-I)
             MOVE ZERO TO WS-T-GAN-HORAS-FACT(WS-I)
             MOVE ZERO TO WS-T-GAN-IMP-FACT(WS-I)
           END-IF.

         SUMAR-FACTURADO-GANADAS.
           OPEN INPUT FACTDET.
           IF FACTDET-FS = '00'
             MOVE LOW-VALUE TO FDE-KEY
             MOVE 'N' TO WS-FDE-EOF
             START FACTDET KEY IS NOT LESS THAN FDE-KEY
               INVALID KEY MOVE 'S' TO WS-FDE-EOF
             END-START
             PERFORM SUMAR-FACTDET-UNA UNTIL WS-FDE-EOF = 'S'
           END-IF.
           CLOSE FACTDET.
           OPEN INPUT FDH.
           IF FDH-FS = '00'
             MOVE LOW-VALUE TO FDH-KEY
             MOVE 'N' TO WS-FDE-EOF
             START FDH KEY IS NOT LESS THAN FDH-KEY
               INVALID KEY MOVE 'S' TO WS-FDE-EOF
             END-START
             PERFORM SUMAR-FDH-UNA UNTIL WS-FDE-EOF = 'S'
           END-IF.
           CLOSE FDH.

         SUMAR-FACTDET-UNA.
           READ FACTDET NEXT RECORD
             AT END MOVE 'S' TO WS-FDE-EOF
           END-READ.
           IF WS-FDE-EOF = 'N'
             PERFORM IMPUTAR-LINEA-GANADA
           END-IF.

         SUMAR-FDH-UNA.
           READ FDH NEXT RECORD
             AT END MOVE 'S' TO WS-FDE-EOF
           END-READ.
           IF WS-FDE-EOF = 'N'
             MOVE FDH-REG TO FDE-REG
             PERFORM IMPUTAR-LINEA-GANADA
           END-IF.

         IMPUTAR-LINEA-GANADA.
           MOVE ZERO TO WS-J.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-GAN-CANT
             IF WS-T-GAN-CLIENTE(WS-I) = FDE-CLIENTE AND
                 FDE-FECHA NOT < WS-T-GAN-DESDE(WS-I) AND
                 FDE-FECHA NOT > WS-T-GAN-HASTA(WS-I)
               IF WS-J = ZERO
                 MOVE WS-I TO WS-J
               ELSE
                 IF WS-T-GAN-DESDE(WS-I) > WS-T-GAN-DESDE(WS-J)
                   MOVE WS-I TO WS-J
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF WS-J NOT = ZERO
             ADD FDE-CANT-HORAS TO WS-T-GAN-HORAS-FACT(WS-J)
             ADD FDE-IMPORTE TO WS-T-GAN-IMP-FACT(WS-J)
           END-IF.

         CALCULAR-TASA.
           IF WS-TASA-GAN + WS-TASA-PER = ZERO
             MOVE ZERO TO WS-TASA-PCT
           ELSE
             COMPUTE WS-TASA-PCT ROUNDED =
                 WS-TASA-GAN * 100 / (WS-TASA-GAN + WS-TASA-PER)
           END-IF.
           MOVE WS-TASA-GAN TO WS-LIN-TASA-GAN.
           MOVE WS-TASA-PER TO WS-LIN-TASA-PER.
           MOVE WS-TASA-PCT TO WS-LIN-TASA-PCT.
           MOVE WS-LIN-TASA TO ANALISIS-LINEA.
           WRITE ANALISIS-LINEA.

         CALCULAR-DESVIO.
           IF WS-DESVIO-BASE = ZERO
             MOVE ZERO TO WS-DESVIO-PCT
           ELSE
             COMPUTE WS-DESVIO-PCT ROUNDED =
                 (WS-DESVIO-REAL - WS-DESVIO-BASE) * 100
                 / WS-DESVIO-BASE
               ON SIZE ERROR MOVE 9999,9 TO WS-DESVIO-PCT
             END-COMPUTE
           END-IF.

         ESCRIBIR-ANALISIS.
           WRITE ANALISIS-LINEA.
           MOVE SPACES TO ANALISIS-LINEA.

         IMPRIMIR-ANALISIS.
           MOVE "COTIZACIONES - ANALISIS DE CIERRES Y PIPELINE"
               TO ANALISIS-LINEA.
           PERFORM ESCRIBIR-ANALISIS.
           PERFORM ESCRIBIR-ANALISIS.
           MOVE "TASA DE EXITO POR CLIENTE" TO ANALISIS-LINEA.
           PERFORM ESCRIBIR-ANALISIS.
           MOVE WS-ENC-TASA TO ANALISIS-LINEA.
           PERFORM ESCRIBIR-ANALISIS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-T-ACL-CANT
             MOVE WS-T-ACL-CLIENTE(WS-K) TO CLI-COD-CLIENTE
             READ CLI
               INVALID KEY MOVE SPACES TO CLI-RAZON-SOCIAL
             END-READ
             MOVE SPACES TO WS-LIN-TASA-DESC
             STRING WS-T-ACL-CLIENTE(WS-K) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 CLI-RAZON-SOCIAL DELIMITED BY SIZE
                 INTO WS-LIN-TASA-DESC
             MOVE WS-T-ACL-GAN(WS-K) TO WS-TASA-GAN
             MOVE WS-T-ACL-PER(WS-K) TO WS-TASA-PER
             MOVE WS-T-ACL-IMP-GAN(WS-K) TO WS-LIN-TASA-IMP-GAN
             MOVE WS-T-ACL-IMP-PER(WS-K) TO WS-LIN-TASA-IMP-PER
             PERFORM CALCULAR-TASA
           END-PERFORM.
           PERFORM ESCRIBIR-ANALISIS.
           MOVE "TASA DE EXITO POR PERFIL PREDOMINANTE"
               TO ANALISIS-LINEA.
           PERFORM ESCRIBIR-ANALISIS.
           MOVE WS-ENC-TASA TO ANALISIS-LINEA.
           PERFORM ESCRIBIR-ANALISIS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-T-APF-CANT
             MOVE SPACES TO WS-LIN-TASA-DESC
             IF WS-T-APF-PERFIL(WS-K) = SPACE
               MOVE "SIN DETALLE" TO WS-LIN-TASA-DESC
             ELSE
               STRING "PERFIL " DELIMITED BY SIZE
                   WS-T-APF-PERFIL(WS-K) DELIMITED BY SIZE
                   INTO WS-LIN-TASA-DESC
             END-IF
             MOVE WS-T-APF-GAN(WS-K) TO WS-TASA-GAN
             MOVE WS-T-APF-PER(WS-K) TO WS-TASA-PER
             MOVE WS-T-APF-IMP-GAN(WS-K) TO WS-LIN-TASA-IMP-GAN
             MOVE WS-T-APF-IMP-PER(WS-K) TO WS-LIN-TASA-IMP-PER
             PERFORM CALCULAR-TASA
           END-PERFORM.
           PERFORM ESCRIBIR-ANALISIS.
           MOVE "TASA DE EXITO POR TAMANO DE LA COTIZACION"
               TO ANALISIS-LINEA.
           PERFORM ESCRIBIR-ANALISIS.
           MOVE WS-ENC-TASA TO ANALISIS-LINEA.
           PERFORM ESCRIBIR-ANALISIS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
             MOVE WS-T-TAM-NOMBRE(WS-K) TO WS-LIN-TASA-DESC
             MOVE WS-T-TAM-GAN(WS-K) TO WS-TASA-GAN
             MOVE WS-T-TAM-PER(WS-K) TO WS-TASA-PER
             MOVE WS-T-TAM-IMP-GAN(WS-K) TO WS-LIN-TASA-IMP-GAN
             MOVE WS-T-TAM-IMP-PER(WS-K) TO WS-LIN-TASA-IMP-PER
             PERFORM CALCULAR-TASA
           END-PERFORM.
           PERFORM ESCRIBIR-ANALISIS.
           MOVE "DIAS PROMEDIO DE EMISION A DECISION" TO ANALISIS-LINEA.
           PERFORM ESCRIBIR-ANALISIS.
           MOVE ZERO TO WS-PROM-DIAS.
           IF WS-CNT-DIAS-GAN > ZERO
             COMPUTE WS-PROM-DIAS ROUNDED =
                 WS-SUM-DIAS-GAN / WS-CNT-DIAS-GAN
           END-IF.
           MOVE WS-PROM-DIAS TO WS-LIN-TASA-PCT.
           STRING "  GANADAS:  " DELIMITED BY SIZE
               WS-LIN-TASA-PCT DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
               INTO ANALISIS-LINEA.
           PERFORM ESCRIBIR-ANALISIS.
           MOVE ZERO TO WS-PROM-DIAS.
           IF WS-CNT-DIAS-PER > ZERO
             COMPUTE WS-PROM-DIAS ROUNDED =
                 WS-SUM-DIAS-PER / WS-CNT-DIAS-PER
           END-IF.
           MOVE WS-PROM-DIAS TO WS-LIN-TASA-PCT.
           STRING "  PERDIDAS: " DELIMITED BY SIZE
               WS-LIN-TASA-PCT DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
               INTO ANALISIS-LINEA.
           PERFORM ESCRIBIR-ANALISIS.
           PERFORM ESCRIBIR-ANALISIS.
           MOVE "MOTIVOS DE PERDIDA                    CANTIDAD"
               TO ANALISIS-LINEA.
           MOVE "MONTO" TO ANALISIS-LINEA(62:5).
           PERFORM ESCRIBIR-ANALISIS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-T-MOT-CANT
             MOVE WS-T-MOT-COD(WS-K) TO COT-MOTIVO
             EVALUATE TRUE
               WHEN COT-MOT-PRECIO
                 MOVE "PRECIO" TO WS-LIN-MOT-DESC
               WHEN COT-MOT-ALCANCE
                 MOVE "ALCANCE / PROPUESTA" TO WS-LIN-MOT-DESC
               WHEN COT-MOT-PLAZO
                 MOVE "PLAZO" TO WS-LIN-MOT-DESC
               WHEN COT-MOT-EQUIPO
                 MOVE "EQUIPO / PERFILES" TO WS-LIN-MOT-DESC
               WHEN COT-MOT-RELACION
                 MOVE "RELACION CON EL CLIENTE" TO WS-LIN-MOT-DESC
               WHEN COT-MOT-DESISTIO
                 MOVE "EL CLIENTE DESISTIO" TO WS-LIN-MOT-DESC
               WHEN COT-MOT-OTRO
                 MOVE "OTRO" TO WS-LIN-MOT-DESC
               WHEN OTHER
                 MOVE "SIN MOTIVO REGISTRADO" TO WS-LIN-MOT-DESC
             END-EVALUATE
             MOVE WS-T-MOT-NRO(WS-K) TO WS-LIN-MOT-NRO
             MOVE WS-T-MOT-IMPORTE(WS-K) TO WS-LIN-MOT-IMPORTE
             MOVE WS-LIN-MOT TO ANALISIS-LINEA
             PERFORM ESCRIBIR-ANALISIS
           END-PERFORM.
           PERFORM ESCRIBIR-ANALISIS.
           MOVE "PIPELINE ABIERTO POR MES DE INICIO PREVISTO"
               TO ANALISIS-LINEA.
           PERFORM ESCRIBIR-ANALISIS.
           MOVE "MES       CANTIDAD          COTIZADO"
               TO ANALISIS-LINEA.
           MOVE "PONDERADO" TO ANALISIS-LINEA(58:9).
           PERFORM ESCRIBIR-ANALISIS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-T-PIP-CANT
             IF WS-T-PIP-MES(WS-K) = SPACES
               MOVE "SIN MES" TO WS-LIN-PIP-MES
             ELSE
               MOVE WS-T-PIP-MES(WS-K) TO WS-LIN-PIP-MES
             END-IF
             MOVE WS-T-PIP-NRO(WS-K) TO WS-LIN-PIP-NRO
             MOVE WS-T-PIP-TOTAL(WS-K) TO WS-LIN-PIP-TOTAL
             MOVE WS-T-PIP-PONDERADO(WS-K) TO WS-LIN-PIP-PONDERADO
             MOVE WS-LIN-PIP TO ANALISIS-LINEA
             PERFORM ESCRIBIR-ANALISIS
           END-PERFORM.
           MOVE "TOTAL" TO WS-LIN-PIP-MES.
           MOVE ZERO TO WS-LIN-PIP-NRO.
           MOVE WS-PIP-TOT-TOTAL TO WS-LIN-PIP-TOTAL.
           MOVE WS-PIP-TOT-PONDERADO TO WS-LIN-PIP-PONDERADO.
           MOVE WS-LIN-PIP TO ANALISIS-LINEA.
           PERFORM ESCRIBIR-ANALISIS.
           PERFORM ESCRIBIR-ANALISIS.
           MOVE "GANADAS: COTIZADO CONTRA FACTURADO EN LA VIGENCIA"
               TO ANALISIS-LINEA.
           PERFORM ESCRIBIR-ANALISIS.
           MOVE "COTIZ  CLI   HS COTIZ   HS FACT  DESVIO"
               TO ANALISIS-LINEA.
           MOVE "IMP COTIZ      IMP FACT  DESVIO"
               TO ANALISIS-LINEA(46:31).
           PERFORM ESCRIBIR-ANALISIS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-T-GAN-CANT
             MOVE WS-T-GAN-NRO(WS-K) TO WS-LIN-GAN-NRO
             MOVE WS-T-GAN-CLIENTE(WS-K) TO WS-LIN-GAN-CLI
             MOVE WS-T-GAN-HORAS-COT(WS-K) TO WS-LIN-GAN-HS-COT
             MOVE WS-T-GAN-HORAS-FACT(WS-K) TO WS-LIN-GAN-HS-FACT
             MOVE WS-T-GAN-HORAS-COT(WS-K) TO WS-DESVIO-BASE
             MOVE WS-T-GAN-HORAS-FACT(WS-K) TO WS-DESVIO-REAL
             PERFORM CALCULAR-DESVIO
             MOVE WS-DESVIO-PCT TO WS-LIN-GAN-HS-DESV
             MOVE WS-T-GAN-IMP-COT(WS-K) TO WS-LIN-GAN-IMP-COT
             MOVE WS-T-GAN-IMP-FACT(WS-K) TO WS-LIN-GAN-IMP-FACT
             MOVE WS-T-GAN-IMP-COT(WS-K) TO WS-DESVIO-BASE
             MOVE WS-T-GAN-IMP-FACT(WS-K) TO WS-DESVIO-REAL
             PERFORM CALCULAR-DESVIO
             MOVE WS-DESVIO-PCT TO WS-LIN-GAN-IMP-DESV
             MOVE WS-LIN-GAN TO ANALISIS-LINEA
             PERFORM ESCRIBIR-ANALISIS
           END-PERFORM.

       END PROGRAM COTIZACIONES.
