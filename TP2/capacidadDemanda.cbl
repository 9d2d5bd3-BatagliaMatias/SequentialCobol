       IDENTIFICATION DIVISION.

       PROGRAM-ID. CAPDEMANDA.

      * Capacidad contra demanda de horas para los proximos seis
      * meses, por empresa y perfil, para decidir dotacion y
      * contrataciones.
      *   - Capacidad: consultores activos, dias habiles del mes (sin
      *     fines de semana ni FERIADOS.DAT) desde su ingreso, menos
      *     los dias de AUSENCIAS.DAT (vacaciones, licencias), por
      *     las horas estandar por dia.
      *   - Demanda:
      *       asignaciones: horas diarias de ASIGNACIONES.DAT en los
      *       dias habiles del mes en que el consultor no esta ausente;
      *       proyectos abiertos: saldo del presupuesto de sus tareas
      *       abiertas (el ETC vigente o, sin ETC, lo presupuestado
      *       menos lo cargado) que todavia no cubren las asignaciones
      *       del horizonte, repartido en partes iguales en los seis
      *       meses; perfil del proyecto = el de sus asignaciones o,
      *       sin asignaciones, el del lider;
      *       cotizaciones emitidas: horas del detalle ponderadas por
      *       la probabilidad, repartidas desde el inicio previsto en
      *       los meses de duracion que se indiquen.
      *   - El sobrante (o faltante, negativo) es capacidad menos
      *     demanda. Se listan ademas los consultores sin ninguna
      *     asignacion en cada mes (banco) con su costo del mes segun
      *     COSTOS.DAT.
      * Reporte en GAP_CAPACIDAD.PRN.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS CON-FS.

           SELECT AUS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-KEY
               FILE STATUS IS AUS-FS.

           SELECT FER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FER-FECHA
               FILE STATUS IS FER-FS.

           SELECT ASG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASG-FS.

           SELECT TAP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAP-KEY
               FILE STATUS IS TAP-FS.

           SELECT ETC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ETC-KEY
               FILE STATUS IS ETC-FS.

           SELECT PRY ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRY-KEY
               FILE STATUS IS PRY-FS.

           SELECT HOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-KEY
               ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
               FILE STATUS IS HOR-FS.

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT COT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-NRO
               FILE STATUS IS COT-FS.

           SELECT COTDET ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDE-KEY
               FILE STATUS IS COTDET-FS.

           SELECT COS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COS-KEY
               FILE STATUS IS COS-FS.

           SELECT LISTADO ASSIGN TO "GAP_CAPACIDAD.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

       FD CON
          VALUE OF FILE-ID IS "CONSULTORES.DAT".
          01 CON-REG.
            03 CON-COD-CONS PIC 9(3).
            03 CON-FECHA-INGRESO PIC X(8).
            03 CON-DIRECCION PIC X(20).
            03 CON-APEYNOM PIC X(25).
            03 CON-TELEFONO PIC 9(10).
            03 CON-PERFIL PIC X.
            03 CON-BAJA PIC X.
                88 CON-ACTIVO VALUE SPACE.
                88 CON-INACTIVO VALUE 'S'.
            03 CON-FECHA-BAJA PIC X(8).
            03 CON-EMPRESA PIC X(3).
            03 CON-SUBCONTRATADO PIC X.
                88 CON-SUBCONTRATISTA VALUE 'S'.
                88 CON-PROPIO VALUES 'N', SPACE.

       FD AUS
          VALUE OF FILE-ID IS "AUSENCIAS.DAT".
       01 AUS-REG.
           02 AUS-KEY.
               03 AUS-CONS PIC 9(3).
               03 AUS-DESDE PIC X(8).
           02 AUS-DATOS.
               03 AUS-HASTA PIC X(8).
               03 AUS-MOTIVO PIC X(20).

       FD FER
          VALUE OF FILE-ID IS "FERIADOS.DAT".
       01 FER-REG.
           03 FER-FECHA PIC X(8).
           03 FER-DESC PIC X(30).

       FD ASG
           VALUE OF FILE-ID IS "ASIGNACIONES.DAT".
       01 ASG-REG.
           02 ASG-KEY.
               03 ASG-CONS PIC 9(3).
               03 ASG-CLIENTE PIC 9(4).
               03 ASG-DESDE PIC X(8).
           02 ASG-DATOS.
               03 ASG-HASTA PIC X(8).
               03 ASG-ROL PIC X.
               03 ASG-PROYECTO PIC X(6).
               03 ASG-HORAS-DIA PIC 9(2)V99.

       FD TAP
          VALUE OF FILE-ID IS "TAREAS.DAT".
          01 TAP-REG.
            02 TAP-KEY.
                03 TAP-CLIENTE PIC 9(4).
                03 TAP-PROYECTO PIC X(6).
                03 TAP-TAREA PIC X(4).
            02 TAP-DATOS.
                03 TAP-DESC PIC X(30).
                03 TAP-HORAS-PRESUP PIC 9(5)V99.
                03 TAP-IMPORTE-PRESUP PIC S9(11)V99.
                03 TAP-ESTADO PIC X.
                    88 TAP-ABIERTA VALUES 'A', SPACE.
                    88 TAP-CERRADA VALUE 'C'.

       FD ETC
          VALUE OF FILE-ID IS "ETCTAREAS.DAT".
          01 ETC-REG.
            02 ETC-KEY.
                03 ETC-CLIENTE PIC 9(4).
                03 ETC-PROYECTO PIC X(6).
                03 ETC-TAREA PIC X(4).
                03 ETC-PERIODO PIC X(6).
            02 ETC-DATOS.
                03 ETC-HORAS PIC 9(5)V99.
                03 ETC-IMPORTE PIC S9(11)V99.
                03 ETC-LIDER PIC 9(3).
                03 ETC-FECHA-CARGA PIC X(8).

       FD PRY
          VALUE OF FILE-ID IS "PROYECTOS.DAT".
          01 PRY-REG.
            02 PRY-KEY.
                03 PRY-CLIENTE PIC 9(4).
                03 PRY-CODIGO PIC X(6).
            02 PRY-DATOS.
                03 PRY-DESC PIC X(30).
                03 PRY-LIDER PIC 9(3).
                03 PRY-COTIZACION PIC 9(6).
                03 PRY-ORDEN-COMPRA PIC X(15).

       FD HOR
          VALUE OF FILE-ID IS "HORAS.DAT".
          01 HOR-REG.
            02 HOR-KEY.
                03 HOR-CONS PIC 9(3).
                03 HOR-ALT-KEY.
                    04 HOR-FECHA PIC X(8).
                    04 HOR-CLIENTE PIC 9(4).
                03 HOR-SECUENCIA PIC 9(2).
            02 HOR-DATOS.
                03 HOR-CANT-HORAS PIC S9(2)V99.
                03 HOR-OBSERV PIC X(30).
                03 HOR-EMPRESA PIC X(3).
                03 HOR-NRO-FACT PIC 9(6).
                03 HOR-ESTADO PIC X.
                    88 HOR-EST-INGRESADA VALUES 'I', SPACE.
                    88 HOR-EST-APROBADA VALUE 'A'.
                    88 HOR-EST-OBSERVADA VALUE 'O'.
                03 HOR-USUARIO PIC X(8).
                03 HOR-SUCURSAL PIC 9.
                03 HOR-PROYECTO PIC X(6).
                03 HOR-TIPO PIC X.
                    88 HOR-TIPO-FACTURABLE VALUES 'F', SPACE.
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

       FD COT
          VALUE OF FILE-ID IS "COTIZ.DAT".
          01 COT-REG.
            03 COT-NRO PIC 9(6).
            03 COT-CLIENTE PIC 9(4).
            03 COT-FECHA PIC X(8).
            03 COT-ESTADO PIC X(10).
                88 COT-EMITIDA VALUES "EMITIDA", SPACE.
                88 COT-ACEPTADA VALUE "ACEPTADA".
                88 COT-PERDIDA VALUE "PERDIDA".
            03 COT-TOTAL PIC S9(11)V99.
            03 COT-FECHA-CIERRE PIC X(8).
            03 COT-DECISION-PREVISTA PIC X(8).
            03 COT-PROBABILIDAD PIC 9(3).
            03 COT-INICIO-PREVISTO PIC X(6).
            03 COT-MOTIVO PIC X(2).
            03 COT-MOTIVO-DETALLE PIC X(30).
            03 COT-COMPETIDOR PIC X(20).
            03 COT-VIG-DESDE PIC X(8).
            03 COT-VIG-HASTA PIC X(8).

       FD COTDET
          VALUE OF FILE-ID IS "COTIZDET.DAT".
          01 CDE-REG.
            02 CDE-KEY.
                03 CDE-NRO PIC 9(6).
                03 CDE-SEC PIC 9(2).
            02 CDE-DATOS.
                03 CDE-PERFIL PIC X.
                03 CDE-HORAS PIC 9(5)V99.
                03 CDE-TARIFA PIC 9(7)V99.
                03 CDE-CONSULTOR PIC 9(3).

       FD COS
           VALUE OF FILE-ID IS "COSTOS.DAT".
       01 COS-REG.
           02 COS-KEY.
               03 COS-CONS PIC 9(3).
               03 COS-FVIGENCIA PIC X(8).
           02 COS-DATOS.
               03 COS-COSTO-HORA PIC 9(7)V99.

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(120).

       WORKING-STORAGE SECTION.

       01 CON-FS                       PIC X(2).
       01 AUS-FS                       PIC X(2).
       01 FER-FS                       PIC X(2).
       01 ASG-FS                       PIC X(2).
       01 TAP-FS                       PIC X(2).
       01 ETC-FS                       PIC X(2).
       01 PRY-FS                       PIC X(2).
       01 HOR-FS                       PIC X(2).
       01 CLI-FS                       PIC X(2).
       01 COT-FS                       PIC X(2).
       01 COTDET-FS                    PIC X(2).
       01 COS-FS                       PIC X(2).
       01 LISTADO-FS                   PIC X(2).
       01 WS-HAY-AUSENCIAS             PIC X VALUE 'N'.
       01 WS-HAY-FERIADOS              PIC X VALUE 'N'.
       01 WS-HAY-ASIGNACIONES          PIC X VALUE 'N'.
       01 WS-HAY-TAREAS                PIC X VALUE 'N'.
       01 WS-HAY-ETC                   PIC X VALUE 'N'.
       01 WS-HAY-PROYECTOS             PIC X VALUE 'N'.
       01 WS-HAY-HORAS                 PIC X VALUE 'N'.
       01 WS-HAY-CLIENTES              PIC X VALUE 'N'.
       01 WS-HAY-COTIZACIONES          PIC X VALUE 'N'.
       01 WS-HAY-COTDET                PIC X VALUE 'N'.
       01 WS-HAY-COSTOS                PIC X VALUE 'N'.
       01 WS-FIN                       PIC X.
       01 WS-SUB-FIN                   PIC X.
       01 WS-REXIST                    PIC X.

       01 WS-PERIODO                   PIC X(6).
       01 WS-HORAS-DIA                 PIC 9(2)V99 VALUE 8,00.
       01 WS-HORAS-DIA-TXT             PIC X(6).
       01 WS-COT-MESES                 PIC 9 VALUE 3.
       01 WS-COT-MESES-TXT             PIC X.
       01 WS-ANIO                      PIC 9(4).
       01 WS-MES                       PIC 9(2).
       01 WS-FEC-NUM                   PIC 9(8).
       01 WS-JUL-DESDE                 PIC 9(7).
       01 WS-JUL-HASTA                 PIC 9(7).
       01 WS-JUL-D                     PIC 9(7).
       01 WS-DIA-SEMANA                PIC 9.
       01 WS-HORIZ-DESDE               PIC X(8).
       01 WS-HORIZ-HASTA               PIC X(8).

       01 WS-M                         PIC 9.
       01 WS-M-INI                     PIC 9.
       01 WS-M-FIN                     PIC 9.
       01 WS-D                         PIC 9(3).
       01 WS-K                         PIC 9(4).
       01 WS-J                         PIC 9(4).
       01 WS-C                         PIC 9(3).

      * Los seis meses del horizonte y sus dias, con la marca de
      * dia habil resuelta una sola vez.
       01 WS-T-MES.
           03 WS-T-MES-CAMPO OCCURS 6 TIMES.
               05 WS-T-MES-PER          PIC X(6).
               05 WS-T-MES-DESDE        PIC X(8).
               05 WS-T-MES-HASTA        PIC X(8).
       01 WS-T-DIA-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-T-DIA.
           03 WS-T-DIA-CAMPO OCCURS 190 TIMES.
               05 WS-T-DIA-FECHA        PIC X(8).
               05 WS-T-DIA-MES          PIC 9.
               05 WS-T-DIA-HABIL        PIC X.

      * Ausencias que tocan el horizonte; AUSENCIAS.DAT viene
      * ordenado por consultor, asi cada consultor guarda el rango
      * de sus renglones.
       01 WS-T-AUS-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-AUS.
           03 WS-T-AUS-CAMPO OCCURS 3000 TIMES.
               05 WS-T-AUS-DESDE        PIC X(8).
               05 WS-T-AUS-HASTA        PIC X(8).
       01 WS-T-AIX.
           03 WS-T-AIX-CAMPO OCCURS 999 TIMES.
               05 WS-T-AIX-INI          PIC 9(4).
               05 WS-T-AIX-FIN          PIC 9(4).
       01 WS-AUS-CONS                  PIC 9(3).
       01 WS-AUS-FECHA                 PIC X(8).
       01 WS-AUSENTE                   PIC X.

      * Consultores activos por codigo: capacidad y horas asignadas
      * de cada mes.
       01 WS-T-CNS.
           03 WS-T-CNS-CAMPO OCCURS 999 TIMES.
               05 WS-T-CNS-ACTIVO       PIC X.
               05 WS-T-CNS-NOMBRE       PIC X(25).
               05 WS-T-CNS-PERFIL       PIC X.
               05 WS-T-CNS-EMPRESA      PIC X(3).
               05 WS-T-CNS-MES OCCURS 6 TIMES.
                   07 WS-T-CNS-CAP      PIC S9(5)V99.
                   07 WS-T-CNS-ASG      PIC S9(5)V99.
       01 WS-HS-MES.
           03 WS-HS-MES-VAL OCCURS 6 TIMES PIC S9(5)V99.
       01 WS-HS-TOTAL                  PIC S9(7)V99.

      * Tareas abiertas y proyectos con saldo de presupuesto, en el
      * orden de clave de TAREAS.DAT.
       01 WS-T-TAR-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-T-TAR.
           03 WS-T-TAR-CAMPO OCCURS 0 TO 2000 TIMES
                             DEPENDING ON WS-T-TAR-COUNT
                             ASCENDING KEY IS WS-T-TAR-CLAVE
                             INDEXED BY WS-T-TAR-I.
               05 WS-T-TAR-CLAVE.
                   07 WS-T-TAR-CLIENTE  PIC 9(4).
                   07 WS-T-TAR-PROYECTO PIC X(6).
                   07 WS-T-TAR-TAREA    PIC X(4).
               05 WS-T-TAR-PRESUP       PIC 9(5)V99.
               05 WS-T-TAR-REAL         PIC S9(7)V99.
       01 WS-T-PRJ-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-T-PRJ.
           03 WS-T-PRJ-CAMPO OCCURS 0 TO 500 TIMES
                             DEPENDING ON WS-T-PRJ-COUNT
                             ASCENDING KEY IS WS-T-PRJ-CLAVE
                             INDEXED BY WS-T-PRJ-I.
               05 WS-T-PRJ-CLAVE.
                   07 WS-T-PRJ-CLIENTE  PIC 9(4).
                   07 WS-T-PRJ-PROYECTO PIC X(6).
               05 WS-T-PRJ-RESTANTE     PIC S9(7)V99.
               05 WS-T-PRJ-PLAN         PIC S9(7)V99.
               05 WS-T-PRJ-PERFIL       PIC X.
       01 WS-TAR-CLAVE-BUSQ.
           03 WS-TAR-BUSQ-CLIENTE      PIC 9(4).
           03 WS-TAR-BUSQ-PROYECTO     PIC X(6).
           03 WS-TAR-BUSQ-TAREA        PIC X(4).
       01 WS-PRJ-CLAVE-BUSQ.
           03 WS-PRJ-BUSQ-CLIENTE      PIC 9(4).
           03 WS-PRJ-BUSQ-PROYECTO     PIC X(6).
       01 WS-PRJ-HALLADO               PIC X.
       01 WS-ETC-HAY                   PIC X.
       01 WS-ETC-HORAS                 PIC 9(5)V99.
       01 WS-TAR-RESTANTE              PIC S9(7)V99.
       01 WS-SIN-CUBRIR                PIC S9(7)V99.
       01 WS-HS-PARTE                  PIC S9(7)V99.

      * Capacidad y demanda por empresa y perfil.
       01 WS-T-GAP-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-T-GAP.
           03 WS-T-GAP-CAMPO OCCURS 300 TIMES.
               05 WS-T-GAP-EMPRESA      PIC X(3).
               05 WS-T-GAP-PERFIL       PIC X.
               05 WS-T-GAP-MES OCCURS 6 TIMES.
                   07 WS-T-GAP-CAP      PIC S9(7)V99.
                   07 WS-T-GAP-ASG      PIC S9(7)V99.
                   07 WS-T-GAP-PRY      PIC S9(7)V99.
                   07 WS-T-GAP-COT      PIC S9(7)V99.
       01 WS-T-GAP-CAMPO-TEMP          PIC X(220).
       01 WS-GAP-EMPRESA               PIC X(3).
       01 WS-GAP-PERFIL                PIC X.
       01 WS-GAP-I                     PIC 9(3).
       01 WS-GAP-CLAVE-G               PIC X(4).
       01 WS-GAP-CLAVE-J               PIC X(4).
       01 WS-TOT-MES.
           03 WS-TOT-MES-CAMPO OCCURS 6 TIMES.
               05 WS-TOT-CAP            PIC S9(7)V99.
               05 WS-TOT-ASG            PIC S9(7)V99.
               05 WS-TOT-PRY            PIC S9(7)V99.
               05 WS-TOT-COT            PIC S9(7)V99.
       01 WS-CAPACIDAD                 PIC S9(7)V99.
       01 WS-DEMANDA                   PIC S9(7)V99.
       01 WS-SALDO                     PIC S9(7)V99.

       01 WS-PERFIL-ASG                PIC X.
       01 WS-EMPRESA-CLI               PIC X(3).
       01 WS-COT-PONDERADAS            PIC S9(7)V99.

      * Costo del banco: costo por hora vigente el primero del mes.
       01 WS-COSTO-CONS                PIC 9(3).
       01 WS-COSTO-FECHA               PIC X(8).
       01 WS-COSTO-HORA                PIC 9(7)V99.
       01 WS-COSTO-BANCO               PIC S9(11)V99.
       01 WS-TOT-BANCO                 PIC S9(11)V99.
       01 WS-CANT-BANCO                PIC 9(4).

       01 WS-CANT-CONSULTORES          PIC 9(4) VALUE ZERO.
       01 WS-CANT-ASG                  PIC 9(5) VALUE ZERO.
       01 WS-CANT-PRY                  PIC 9(4) VALUE ZERO.
       01 WS-CANT-PRY-SIN-PERFIL       PIC 9(4) VALUE ZERO.
       01 WS-CANT-COT                  PIC 9(4) VALUE ZERO.
       01 WS-CANT-AUS-EXCEDIDAS        PIC 9(5) VALUE ZERO.
       01 WS-CANT-TAR-EXCEDIDAS        PIC 9(5) VALUE ZERO.
       01 WS-CANT-SIN-COSTO            PIC 9(4) VALUE ZERO.

       01 WS-ENC-1.
           03 FILLER                   PIC X(42) VALUE
               "CAPACIDAD VS DEMANDA DE HORAS POR PERFIL  ".
           03 FILLER                   PIC X(14) VALUE
               "SEIS MESES DE ".
           03 WS-ENC-1-DESDE           PIC X(6).
           03 FILLER                   PIC X(3) VALUE " A ".
           03 WS-ENC-1-HASTA           PIC X(6).
           03 FILLER                   PIC X(13) VALUE
               "  HORAS/DIA ".
           03 WS-ENC-1-HS              PIC Z9,99.
       01 WS-ENC-GRP.
           03 FILLER                   PIC X(9) VALUE "EMPRESA: ".
           03 WS-ENC-GRP-EMP           PIC X(3).
           03 FILLER                   PIC X(10) VALUE "  PERFIL: ".
           03 WS-ENC-GRP-PER           PIC X(10).
       01 WS-ENC-COL                   PIC X(120) VALUE
           "PERIODO     CAPACIDAD    ASIGNADO   PROYECTOS  COTIZACION
      -    "    DEMANDA  SOBRANTE/FALTANTE".

       01 WS-LIN-GAP.
           03 WS-LIN-GAP-PER           PIC X(6).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LIN-GAP-CAP           PIC -ZZZ.ZZ9,99.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-LIN-GAP-ASG           PIC -ZZZ.ZZ9,99.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-LIN-GAP-PRY           PIC -ZZZ.ZZ9,99.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-LIN-GAP-COT           PIC -ZZZ.ZZ9,99.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-LIN-GAP-DEM           PIC -ZZZ.ZZ9,99.
           03 FILLER                   PIC X(3) VALUE SPACES.
           03 WS-LIN-GAP-SALDO         PIC -ZZZ.ZZ9,99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LIN-GAP-MARCA         PIC X(8).

       01 WS-ENC-BANCO                 PIC X(60) VALUE
           "CONSULTORES SIN ASIGNACION EN EL MES (BANCO)".
       01 WS-ENC-BANCO-MES.
           03 FILLER                   PIC X(9) VALUE "PERIODO: ".
           03 WS-ENC-BANCO-PER         PIC X(6).
       01 WS-ENC-BANCO-COL             PIC X(120) VALUE
           "CONS NOMBRE                    PERFIL EMP    HORAS DISP  CO
      -    "STO/HORA     COSTO DEL MES".
       01 WS-LIN-BANCO.
           03 WS-LIN-BANCO-CONS        PIC 9(3).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LIN-BANCO-NOMBRE      PIC X(25).
           03 FILLER                   PIC X(3) VALUE SPACES.
           03 WS-LIN-BANCO-PERFIL      PIC X.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-LIN-BANCO-EMP         PIC X(3).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LIN-BANCO-HORAS       PIC ZZ.ZZ9,99.
           03 FILLER                   PIC X(3) VALUE SPACES.
           03 WS-LIN-BANCO-CHORA       PIC ZZZ.ZZ9,99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LIN-BANCO-COSTO       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-LIN-BANCO-NOTA        PIC X(9).
       01 WS-LIN-BANCO-TOT.
           03 FILLER                   PIC X(20) VALUE
               "CONSULTORES EN BANCO".
           03 WS-LIN-BANCO-TOT-CANT    PIC ZZZ9.
           03 FILLER                   PIC X(35) VALUE
               "          COSTO DEL BANCO DEL MES $".
           03 WS-LIN-BANCO-TOT-COSTO   PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 010-INICIO.
           PERFORM 020-ARMAR-HORIZONTE.
           PERFORM 030-CARGAR-AUSENCIAS.
           PERFORM 100-CALCULAR-CAPACIDAD.
           PERFORM 200-CARGAR-PROYECTOS.
           PERFORM 300-DEMANDA-ASIGNACIONES.
           PERFORM 400-DEMANDA-PROYECTOS.
           PERFORM 500-DEMANDA-COTIZACIONES.
           PERFORM 600-ORDENAR-GAP.
           PERFORM 700-IMPRIMIR-GAP.
           PERFORM 800-IMPRIMIR-BANCO.
           PERFORM 900-FIN.
           STOP RUN.

       010-INICIO.
           DISPLAY "CAPACIDAD VS DEMANDA POR PERFIL (SEIS MESES)".
           DISPLAY "INGRESE EL PRIMER MES (AAAAMM, BLANCO = MES "
               "SIGUIENTE): ".
           MOVE SPACES TO WS-PERIODO.
           ACCEPT WS-PERIODO.
           IF WS-PERIODO = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES
               IF WS-MES = 12
                   MOVE 1 TO WS-MES
                   ADD 1 TO WS-ANIO
               ELSE
                   ADD 1 TO WS-MES
               END-IF
               MOVE WS-ANIO TO WS-PERIODO(1:4)
               MOVE WS-MES TO WS-PERIODO(5:2)
           END-IF.
           IF WS-PERIODO IS NOT NUMERIC OR WS-PERIODO(5:2) < "01"
               OR WS-PERIODO(5:2) > "12"
               DISPLAY "PERIODO INVALIDO: " WS-PERIODO
               STOP RUN.
           DISPLAY "INGRESE LAS HORAS ESTANDAR POR DIA HABIL "
               "(BLANCO = 8,00): ".
           MOVE SPACES TO WS-HORAS-DIA-TXT.
           ACCEPT WS-HORAS-DIA-TXT.
           IF WS-HORAS-DIA-TXT NOT = SPACES
               COMPUTE WS-HORAS-DIA =
                   FUNCTION NUMVAL(WS-HORAS-DIA-TXT)
           END-IF.
           IF WS-HORAS-DIA = ZERO OR WS-HORAS-DIA > 24
               DISPLAY "HORAS POR DIA INVALIDAS"
               STOP RUN.
           DISPLAY "MESES DE DURACION PREVISTA DE LAS COTIZACIONES "
               "(1 A 6, BLANCO = 3): ".
           MOVE SPACE TO WS-COT-MESES-TXT.
           ACCEPT WS-COT-MESES-TXT.
           IF WS-COT-MESES-TXT NOT = SPACE
               IF WS-COT-MESES-TXT IS NUMERIC AND
                   WS-COT-MESES-TXT >= "1" AND WS-COT-MESES-TXT <= "6"
                   MOVE WS-COT-MESES-TXT TO WS-COT-MESES
               ELSE
                   DISPLAY "DURACION INVALIDA"
                   STOP RUN
               END-IF
           END-IF.
           INITIALIZE WS-T-AIX WS-T-CNS.
           OPEN INPUT CON.
           IF CON-FS NOT = '00'
               DISPLAY "ERROR APERTURA CONSULTORES.DAT"
               STOP RUN.
           OPEN INPUT AUS.
           IF AUS-FS = '00'
               MOVE 'S' TO WS-HAY-AUSENCIAS
           END-IF.
           OPEN INPUT FER.
           IF FER-FS = '00'
               MOVE 'S' TO WS-HAY-FERIADOS
           END-IF.
           OPEN INPUT ASG.
           IF ASG-FS = '00'
               MOVE 'S' TO WS-HAY-ASIGNACIONES
           ELSE
               DISPLAY "AVISO: SIN ASIGNACIONES.DAT, NO HAY DEMANDA "
                   "ASIGNADA"
           END-IF.
           OPEN INPUT TAP.
           IF TAP-FS = '00'
               MOVE 'S' TO WS-HAY-TAREAS
           END-IF.
           OPEN INPUT ETC.
           IF ETC-FS = '00'
               MOVE 'S' TO WS-HAY-ETC
           END-IF.
           OPEN INPUT PRY.
           IF PRY-FS = '00'
               MOVE 'S' TO WS-HAY-PROYECTOS
           END-IF.
           OPEN INPUT HOR.
           IF HOR-FS = '00'
               MOVE 'S' TO WS-HAY-HORAS
           END-IF.
           OPEN INPUT CLI.
           IF CLI-FS = '00'
               MOVE 'S' TO WS-HAY-CLIENTES
           END-IF.
           OPEN INPUT COT.
           IF COT-FS = '00'
               MOVE 'S' TO WS-HAY-COTIZACIONES
           END-IF.
           OPEN INPUT COTDET.
           IF COTDET-FS = '00'
               MOVE 'S' TO WS-HAY-COTDET
           END-IF.
           OPEN INPUT COS.
           IF COS-FS = '00'
               MOVE 'S' TO WS-HAY-COSTOS
           END-IF.
           OPEN OUTPUT LISTADO.

      * Seis meses desde el indicado; el ultimo dia de cada mes es el
      * anterior al primero del mes siguiente.
       020-ARMAR-HORIZONTE.
           MOVE WS-PERIODO(1:4) TO WS-ANIO.
           MOVE WS-PERIODO(5:2) TO WS-MES.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               MOVE WS-ANIO TO WS-T-MES-PER(WS-M)(1:4)
               MOVE WS-MES TO WS-T-MES-PER(WS-M)(5:2)
               MOVE WS-T-MES-PER(WS-M) TO WS-T-MES-DESDE(WS-M)(1:6)
               MOVE "01" TO WS-T-MES-DESDE(WS-M)(7:2)
               IF WS-MES = 12
                   MOVE 1 TO WS-MES
                   ADD 1 TO WS-ANIO
               ELSE
                   ADD 1 TO WS-MES
               END-IF
               COMPUTE WS-FEC-NUM =
                   WS-ANIO * 10000 + WS-MES * 100 + 1
               COMPUTE WS-JUL-HASTA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-NUM) - 1
               COMPUTE WS-FEC-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-JUL-HASTA)
               MOVE WS-FEC-NUM TO WS-T-MES-HASTA(WS-M)
               MOVE WS-T-MES-DESDE(WS-M) TO WS-FEC-NUM
               COMPUTE WS-JUL-D =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
               PERFORM UNTIL WS-JUL-D > WS-JUL-HASTA
                   PERFORM 025-AGREGAR-DIA
                   ADD 1 TO WS-JUL-D
               END-PERFORM
           END-PERFORM.
           MOVE WS-T-MES-DESDE(1) TO WS-HORIZ-DESDE.
           MOVE WS-T-MES-HASTA(6) TO WS-HORIZ-HASTA.

       025-AGREGAR-DIA.
           ADD 1 TO WS-T-DIA-COUNT.
           MOVE WS-T-DIA-COUNT TO WS-D.
           COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-JUL-D).
           MOVE WS-FEC-NUM TO WS-T-DIA-FECHA(WS-D).
           MOVE WS-M TO WS-T-DIA-MES(WS-D).
           MOVE 'S' TO WS-T-DIA-HABIL(WS-D).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JUL-D, 7).
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               MOVE 'N' TO WS-T-DIA-HABIL(WS-D)
           ELSE
               IF WS-HAY-FERIADOS = 'S'
                   MOVE WS-T-DIA-FECHA(WS-D) TO FER-FECHA
                   READ FER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-T-DIA-HABIL(WS-D)
                   END-READ
               END-IF
           END-IF.

       030-CARGAR-AUSENCIAS.
           IF WS-HAY-AUSENCIAS = 'S'
               MOVE LOW-VALUE TO AUS-KEY
               MOVE 'N' TO WS-FIN
               START AUS KEY IS NOT LESS THAN AUS-KEY
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 035-CARGAR-UNA-AUSENCIA UNTIL WS-FIN = 'S'
           END-IF.

       035-CARGAR-UNA-AUSENCIA.
           READ AUS NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N' AND AUS-CONS > ZERO AND
               AUS-DESDE <= WS-HORIZ-HASTA AND
               AUS-HASTA >= WS-HORIZ-DESDE
               IF WS-T-AUS-COUNT < 3000
                   ADD 1 TO WS-T-AUS-COUNT
                   MOVE AUS-DESDE TO WS-T-AUS-DESDE(WS-T-AUS-COUNT)
                   MOVE AUS-HASTA TO WS-T-AUS-HASTA(WS-T-AUS-COUNT)
                   IF WS-T-AIX-INI(AUS-CONS) = ZERO
                       MOVE WS-T-AUS-COUNT TO WS-T-AIX-INI(AUS-CONS)
                   END-IF
                   MOVE WS-T-AUS-COUNT TO WS-T-AIX-FIN(AUS-CONS)
               ELSE
                   ADD 1 TO WS-CANT-AUS-EXCEDIDAS
               END-IF
           END-IF.

      * El consultor WS-AUS-CONS esta ausente el dia WS-AUS-FECHA.
       040-ESTA-AUSENTE.
           MOVE 'N' TO WS-AUSENTE.
           IF WS-T-AIX-INI(WS-AUS-CONS) NOT = ZERO
               PERFORM VARYING WS-K FROM WS-T-AIX-INI(WS-AUS-CONS)
                   BY 1 UNTIL WS-K > WS-T-AIX-FIN(WS-AUS-CONS)
                   OR WS-AUSENTE = 'S'
                   IF WS-AUS-FECHA >= WS-T-AUS-DESDE(WS-K) AND
                       WS-AUS-FECHA <= WS-T-AUS-HASTA(WS-K)
                       MOVE 'S' TO WS-AUSENTE
                   END-IF
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------
      * Capacidad de los consultores activos.
      *---------------------------------------------------------------
       100-CALCULAR-CAPACIDAD.
           MOVE ZERO TO CON-COD-CONS.
           MOVE 'N' TO WS-FIN.
           START CON KEY IS NOT LESS THAN CON-COD-CONS
               INVALID KEY MOVE 'S' TO WS-FIN
           END-START.
           PERFORM 110-CAPACIDAD-CONSULTOR UNTIL WS-FIN = 'S'.

       110-CAPACIDAD-CONSULTOR.
           READ CON NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N' AND CON-ACTIVO AND CON-COD-CONS > ZERO
               ADD 1 TO WS-CANT-CONSULTORES
               MOVE CON-COD-CONS TO WS-C
               MOVE 'S' TO WS-T-CNS-ACTIVO(WS-C)
               MOVE CON-APEYNOM TO WS-T-CNS-NOMBRE(WS-C)
               MOVE CON-PERFIL TO WS-T-CNS-PERFIL(WS-C)
               MOVE CON-EMPRESA TO WS-T-CNS-EMPRESA(WS-C)
               MOVE CON-COD-CONS TO WS-AUS-CONS
               PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-T-DIA-COUNT
                   IF WS-T-DIA-HABIL(WS-D) = 'S' AND
                       WS-T-DIA-FECHA(WS-D) >= CON-FECHA-INGRESO
                       MOVE WS-T-DIA-FECHA(WS-D) TO WS-AUS-FECHA
                       PERFORM 040-ESTA-AUSENTE
                       IF WS-AUSENTE = 'N'
                           MOVE WS-T-DIA-MES(WS-D) TO WS-M
                           ADD WS-HORAS-DIA TO WS-T-CNS-CAP(WS-C, WS-M)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE CON-EMPRESA TO WS-GAP-EMPRESA
               MOVE CON-PERFIL TO WS-GAP-PERFIL
               PERFORM 150-UBICAR-GAP
               IF WS-GAP-I NOT = ZERO
                   PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
                       ADD WS-T-CNS-CAP(WS-C, WS-M)
                           TO WS-T-GAP-CAP(WS-GAP-I, WS-M)
                   END-PERFORM
               END-IF
           END-IF.

      * Renglon de la empresa y perfil pedidos; se agrega si no esta.
       150-UBICAR-GAP.
           MOVE ZERO TO WS-GAP-I.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-T-GAP-COUNT OR WS-GAP-I NOT = ZERO
               IF WS-T-GAP-EMPRESA(WS-K) = WS-GAP-EMPRESA AND
                   WS-T-GAP-PERFIL(WS-K) = WS-GAP-PERFIL
                   MOVE WS-K TO WS-GAP-I
               END-IF
           END-PERFORM.
           IF WS-GAP-I = ZERO
               IF WS-T-GAP-COUNT < 300
                   ADD 1 TO WS-T-GAP-COUNT
                   MOVE WS-T-GAP-COUNT TO WS-GAP-I
                   MOVE WS-GAP-EMPRESA TO WS-T-GAP-EMPRESA(WS-GAP-I)
                   MOVE WS-GAP-PERFIL TO WS-T-GAP-PERFIL(WS-GAP-I)
                   PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
                       MOVE ZERO TO WS-T-GAP-CAP(WS-GAP-I, WS-M)
                       MOVE ZERO TO WS-T-GAP-ASG(WS-GAP-I, WS-M)
                       MOVE ZERO TO WS-T-GAP-PRY(WS-GAP-I, WS-M)
                       MOVE ZERO TO WS-T-GAP-COT(WS-GAP-I, WS-M)
                   END-PERFORM
               ELSE
                   DISPLAY "AVISO: MAS DE 300 COMBINACIONES DE "
                       "EMPRESA Y PERFIL, SE OMITE " WS-GAP-EMPRESA
                       " " WS-GAP-PERFIL
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Saldo de presupuesto de los proyectos abiertos.
      *---------------------------------------------------------------
       200-CARGAR-PROYECTOS.
           IF WS-HAY-TAREAS = 'S'
               MOVE LOW-VALUE TO TAP-KEY
               MOVE 'N' TO WS-FIN
               START TAP KEY IS NOT LESS THAN TAP-KEY
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 210-CARGAR-TAREA UNTIL WS-FIN = 'S'
           END-IF.
           IF WS-T-TAR-COUNT > ZERO AND WS-HAY-HORAS = 'S'
               MOVE LOW-VALUE TO HOR-KEY
               MOVE 'N' TO WS-FIN
               START HOR KEY IS NOT LESS THAN HOR-KEY
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 220-SUMAR-HORA-REAL UNTIL WS-FIN = 'S'
           END-IF.
           PERFORM 230-SALDO-TAREA
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-T-TAR-COUNT.

       210-CARGAR-TAREA.
           READ TAP NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N' AND TAP-ABIERTA
               IF WS-T-TAR-COUNT < 2000 AND
                   (WS-T-PRJ-COUNT < 500 OR
                    (WS-T-PRJ-CLIENTE(WS-T-PRJ-COUNT) = TAP-CLIENTE
                     AND WS-T-PRJ-PROYECTO(WS-T-PRJ-COUNT) =
                     TAP-PROYECTO))
                   ADD 1 TO WS-T-TAR-COUNT
                   MOVE TAP-CLIENTE TO WS-T-TAR-CLIENTE(WS-T-TAR-COUNT)
                   MOVE TAP-PROYECTO
                       TO WS-T-TAR-PROYECTO(WS-T-TAR-COUNT)
                   MOVE TAP-TAREA TO WS-T-TAR-TAREA(WS-T-TAR-COUNT)
                   MOVE TAP-HORAS-PRESUP
                       TO WS-T-TAR-PRESUP(WS-T-TAR-COUNT)
                   MOVE ZERO TO WS-T-TAR-REAL(WS-T-TAR-COUNT)
                   PERFORM 215-ALTA-PROYECTO
               ELSE
                   ADD 1 TO WS-CANT-TAR-EXCEDIDAS
               END-IF
           END-IF.

       215-ALTA-PROYECTO.
           IF WS-T-PRJ-COUNT = ZERO OR
               WS-T-PRJ-CLIENTE(WS-T-PRJ-COUNT) NOT = TAP-CLIENTE OR
               WS-T-PRJ-PROYECTO(WS-T-PRJ-COUNT) NOT = TAP-PROYECTO
               ADD 1 TO WS-T-PRJ-COUNT
               MOVE TAP-CLIENTE TO WS-T-PRJ-CLIENTE(WS-T-PRJ-COUNT)
               MOVE TAP-PROYECTO TO WS-T-PRJ-PROYECTO(WS-T-PRJ-COUNT)
               MOVE ZERO TO WS-T-PRJ-RESTANTE(WS-T-PRJ-COUNT)
               MOVE ZERO TO WS-T-PRJ-PLAN(WS-T-PRJ-COUNT)
               MOVE SPACE TO WS-T-PRJ-PERFIL(WS-T-PRJ-COUNT)
           END-IF.

       220-SUMAR-HORA-REAL.
           READ HOR NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N' AND HOR-PROYECTO NOT = SPACES AND
               HOR-TAREA NOT = SPACES
               MOVE HOR-CLIENTE TO WS-TAR-BUSQ-CLIENTE
               MOVE HOR-PROYECTO TO WS-TAR-BUSQ-PROYECTO
               MOVE HOR-TAREA TO WS-TAR-BUSQ-TAREA
               SEARCH ALL WS-T-TAR-CAMPO
                   AT END CONTINUE
                   WHEN WS-T-TAR-CLAVE(WS-T-TAR-I) = WS-TAR-CLAVE-BUSQ
                       ADD HOR-CANT-HORAS TO WS-T-TAR-REAL(WS-T-TAR-I)
               END-SEARCH
           END-IF.

      * Saldo de la tarea: el ETC del ultimo periodo cargado o, si no
      * hay, lo presupuestado menos lo cargado (nunca negativo).
       230-SALDO-TAREA.
           MOVE 'N' TO WS-ETC-HAY.
           IF WS-HAY-ETC = 'S'
               MOVE WS-T-TAR-CLIENTE(WS-J) TO ETC-CLIENTE
               MOVE WS-T-TAR-PROYECTO(WS-J) TO ETC-PROYECTO
               MOVE WS-T-TAR-TAREA(WS-J) TO ETC-TAREA
               MOVE LOW-VALUE TO ETC-PERIODO
               MOVE 'N' TO WS-SUB-FIN
               START ETC KEY IS NOT LESS THAN ETC-KEY
                   INVALID KEY MOVE 'S' TO WS-SUB-FIN
               END-START
               PERFORM 235-EXAMINAR-ETC UNTIL WS-SUB-FIN = 'S'
           END-IF.
           IF WS-ETC-HAY = 'S'
               MOVE WS-ETC-HORAS TO WS-TAR-RESTANTE
           ELSE
               SUBTRACT WS-T-TAR-REAL(WS-J) FROM WS-T-TAR-PRESUP(WS-J)
                   GIVING WS-TAR-RESTANTE
           END-IF.
           IF WS-TAR-RESTANTE > ZERO
               MOVE WS-T-TAR-CLIENTE(WS-J) TO WS-PRJ-BUSQ-CLIENTE
               MOVE WS-T-TAR-PROYECTO(WS-J) TO WS-PRJ-BUSQ-PROYECTO
               SEARCH ALL WS-T-PRJ-CAMPO
                   AT END CONTINUE
                   WHEN WS-T-PRJ-CLAVE(WS-T-PRJ-I) = WS-PRJ-CLAVE-BUSQ
                       ADD WS-TAR-RESTANTE
                           TO WS-T-PRJ-RESTANTE(WS-T-PRJ-I)
               END-SEARCH
           END-IF.

       235-EXAMINAR-ETC.
           READ ETC NEXT RECORD
               AT END MOVE 'S' TO WS-SUB-FIN
           END-READ.
           IF WS-SUB-FIN = 'N'
               IF ETC-CLIENTE NOT = WS-T-TAR-CLIENTE(WS-J) OR
                   ETC-PROYECTO NOT = WS-T-TAR-PROYECTO(WS-J) OR
                   ETC-TAREA NOT = WS-T-TAR-TAREA(WS-J)
                   MOVE 'S' TO WS-SUB-FIN
               ELSE
                   MOVE 'S' TO WS-ETC-HAY
                   MOVE ETC-HORAS TO WS-ETC-HORAS
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Demanda ya asignada.
      *---------------------------------------------------------------
       300-DEMANDA-ASIGNACIONES.
           IF WS-HAY-ASIGNACIONES = 'S'
               MOVE LOW-VALUE TO ASG-KEY
               MOVE 'N' TO WS-FIN
               START ASG KEY IS NOT LESS THAN ASG-KEY
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 310-DEMANDA-ASIGNACION UNTIL WS-FIN = 'S'
           END-IF.

      * Horas diarias de la asignacion en los dias habiles del
      * solape con el horizonte en que el consultor no esta ausente;
      * el perfil es el rol de la asignacion o el del consultor y la
      * empresa, la del consultor.
       310-DEMANDA-ASIGNACION.
           READ ASG NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N' AND ASG-CONS > ZERO AND
               ASG-DESDE <= WS-HORIZ-HASTA AND
               ASG-HASTA >= WS-HORIZ-DESDE
               IF WS-T-CNS-ACTIVO(ASG-CONS) = 'S'
                   PERFORM 320-HORAS-ASIGNACION
               END-IF
           END-IF.

       320-HORAS-ASIGNACION.
           ADD 1 TO WS-CANT-ASG.
           MOVE ASG-CONS TO WS-C.
           IF ASG-ROL NOT = SPACE
               MOVE ASG-ROL TO WS-PERFIL-ASG
           ELSE
               MOVE WS-T-CNS-PERFIL(WS-C) TO WS-PERFIL-ASG
           END-IF.
           MOVE ZERO TO WS-HS-TOTAL.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               MOVE ZERO TO WS-HS-MES-VAL(WS-M)
           END-PERFORM.
           MOVE ASG-CONS TO WS-AUS-CONS.
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-T-DIA-COUNT
               IF WS-T-DIA-HABIL(WS-D) = 'S' AND
                   WS-T-DIA-FECHA(WS-D) >= ASG-DESDE AND
                   WS-T-DIA-FECHA(WS-D) <= ASG-HASTA
                   MOVE WS-T-DIA-FECHA(WS-D) TO WS-AUS-FECHA
                   PERFORM 040-ESTA-AUSENTE
                   IF WS-AUSENTE = 'N'
                       MOVE WS-T-DIA-MES(WS-D) TO WS-M
                       ADD ASG-HORAS-DIA TO WS-HS-MES-VAL(WS-M)
                       ADD ASG-HORAS-DIA TO WS-HS-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-T-CNS-EMPRESA(WS-C) TO WS-GAP-EMPRESA.
           MOVE WS-PERFIL-ASG TO WS-GAP-PERFIL.
           PERFORM 150-UBICAR-GAP.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               ADD WS-HS-MES-VAL(WS-M) TO WS-T-CNS-ASG(WS-C, WS-M)
               IF WS-GAP-I NOT = ZERO
                   ADD WS-HS-MES-VAL(WS-M)
                       TO WS-T-GAP-ASG(WS-GAP-I, WS-M)
               END-IF
           END-PERFORM.
           IF ASG-PROYECTO NOT = SPACES AND WS-T-PRJ-COUNT > ZERO
               MOVE ASG-CLIENTE TO WS-PRJ-BUSQ-CLIENTE
               MOVE ASG-PROYECTO TO WS-PRJ-BUSQ-PROYECTO
               SEARCH ALL WS-T-PRJ-CAMPO
                   AT END CONTINUE
                   WHEN WS-T-PRJ-CLAVE(WS-T-PRJ-I) = WS-PRJ-CLAVE-BUSQ
                       ADD WS-HS-TOTAL TO WS-T-PRJ-PLAN(WS-T-PRJ-I)
                       IF WS-T-PRJ-PERFIL(WS-T-PRJ-I) = SPACE
                           MOVE WS-PERFIL-ASG
                               TO WS-T-PRJ-PERFIL(WS-T-PRJ-I)
                       END-IF
               END-SEARCH
           END-IF.

      *---------------------------------------------------------------
      * Saldo de proyectos que las asignaciones todavia no cubren.
      *---------------------------------------------------------------
       400-DEMANDA-PROYECTOS.
           PERFORM 410-DEMANDA-PROYECTO
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-T-PRJ-COUNT.

       410-DEMANDA-PROYECTO.
           SUBTRACT WS-T-PRJ-PLAN(WS-J) FROM WS-T-PRJ-RESTANTE(WS-J)
               GIVING WS-SIN-CUBRIR.
           IF WS-SIN-CUBRIR > ZERO
               ADD 1 TO WS-CANT-PRY
               MOVE WS-T-PRJ-PERFIL(WS-J) TO WS-GAP-PERFIL
               IF WS-GAP-PERFIL = SPACE AND WS-HAY-PROYECTOS = 'S'
                   MOVE WS-T-PRJ-CLIENTE(WS-J) TO PRY-CLIENTE
                   MOVE WS-T-PRJ-PROYECTO(WS-J) TO PRY-CODIGO
                   READ PRY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF PRY-LIDER > ZERO
                               MOVE WS-T-CNS-PERFIL(PRY-LIDER)
                                   TO WS-GAP-PERFIL
                           END-IF
                   END-READ
               END-IF
               IF WS-GAP-PERFIL = SPACE
                   ADD 1 TO WS-CANT-PRY-SIN-PERFIL
               END-IF
               MOVE WS-T-PRJ-CLIENTE(WS-J) TO CLI-COD-CLIENTE
               PERFORM 450-EMPRESA-CLIENTE
               MOVE WS-EMPRESA-CLI TO WS-GAP-EMPRESA
               PERFORM 150-UBICAR-GAP
               IF WS-GAP-I NOT = ZERO
                   COMPUTE WS-HS-PARTE ROUNDED = WS-SIN-CUBRIR / 6
                   PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
                       ADD WS-HS-PARTE TO WS-T-GAP-PRY(WS-GAP-I, WS-M)
                   END-PERFORM
               END-IF
           END-IF.

       450-EMPRESA-CLIENTE.
           MOVE SPACES TO WS-EMPRESA-CLI.
           IF WS-HAY-CLIENTES = 'S'
               READ CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CLI-EMPRESA TO WS-EMPRESA-CLI
               END-READ
           END-IF.

      *---------------------------------------------------------------
      * Cotizaciones emitidas, ponderadas por probabilidad.
      *---------------------------------------------------------------
       500-DEMANDA-COTIZACIONES.
           IF WS-HAY-COTIZACIONES = 'S' AND WS-HAY-COTDET = 'S'
               MOVE ZERO TO COT-NRO
               MOVE 'N' TO WS-FIN
               START COT KEY IS NOT LESS THAN COT-NRO
                   INVALID KEY MOVE 'S' TO WS-FIN
               END-START
               PERFORM 510-DEMANDA-COTIZACION UNTIL WS-FIN = 'S'
           END-IF.

      * Sin inicio previsto, o con inicio ya pasado, la cotizacion
      * arranca el primer mes del horizonte; si arranca despues del
      * sexto mes no suma.
       510-DEMANDA-COTIZACION.
           READ COT NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N' AND COT-EMITIDA AND COT-PROBABILIDAD > ZERO
               MOVE 1 TO WS-M-INI
               IF COT-INICIO-PREVISTO IS NUMERIC AND
                   COT-INICIO-PREVISTO > WS-T-MES-PER(1)
                   MOVE ZERO TO WS-M-INI
                   PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
                       IF WS-T-MES-PER(WS-M) = COT-INICIO-PREVISTO
                           MOVE WS-M TO WS-M-INI
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-M-INI NOT = ZERO
                   ADD 1 TO WS-CANT-COT
                   COMPUTE WS-M-FIN = WS-M-INI + WS-COT-MESES - 1
                   IF WS-M-FIN > 6
                       MOVE 6 TO WS-M-FIN
                   END-IF
                   MOVE COT-CLIENTE TO CLI-COD-CLIENTE
                   PERFORM 450-EMPRESA-CLIENTE
                   MOVE COT-NRO TO CDE-NRO
                   MOVE ZERO TO CDE-SEC
                   MOVE 'N' TO WS-SUB-FIN
                   START COTDET KEY IS NOT LESS THAN CDE-KEY
                       INVALID KEY MOVE 'S' TO WS-SUB-FIN
                   END-START
                   PERFORM 520-DEMANDA-RENGLON UNTIL WS-SUB-FIN = 'S'
               END-IF
           END-IF.

       520-DEMANDA-RENGLON.
           READ COTDET NEXT RECORD
               AT END MOVE 'S' TO WS-SUB-FIN
           END-READ.
           IF WS-SUB-FIN = 'N'
               IF CDE-NRO NOT = COT-NRO
                   MOVE 'S' TO WS-SUB-FIN
               ELSE
                   COMPUTE WS-COT-PONDERADAS ROUNDED =
                       CDE-HORAS * COT-PROBABILIDAD / 100
                   COMPUTE WS-HS-PARTE ROUNDED =
                       WS-COT-PONDERADAS / WS-COT-MESES
                   MOVE WS-EMPRESA-CLI TO WS-GAP-EMPRESA
                   MOVE CDE-PERFIL TO WS-GAP-PERFIL
                   PERFORM 150-UBICAR-GAP
                   IF WS-GAP-I NOT = ZERO
                       PERFORM VARYING WS-M FROM WS-M-INI BY 1
                           UNTIL WS-M > WS-M-FIN
                           ADD WS-HS-PARTE
                               TO WS-T-GAP-COT(WS-GAP-I, WS-M)
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Listado.
      *---------------------------------------------------------------
       600-ORDENAR-GAP.
           MOVE WS-T-GAP-COUNT TO WS-K.
      * BURBUJEO
           IF WS-K > 1
               SUBTRACT 1 FROM WS-K
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-K
                   PERFORM VARYING WS-J FROM WS-C BY 1
                       UNTIL WS-J > WS-T-GAP-COUNT
                       MOVE WS-T-GAP-EMPRESA(WS-C)
                           TO WS-GAP-CLAVE-G(1:3)
                       MOVE WS-T-GAP-PERFIL(WS-C)
                           TO WS-GAP-CLAVE-G(4:1)
                       MOVE WS-T-GAP-EMPRESA(WS-J)
                           TO WS-GAP-CLAVE-J(1:3)
                       MOVE WS-T-GAP-PERFIL(WS-J)
                           TO WS-GAP-CLAVE-J(4:1)
                       IF WS-GAP-CLAVE-J < WS-GAP-CLAVE-G
                           MOVE WS-T-GAP-CAMPO(WS-C)
                               TO WS-T-GAP-CAMPO-TEMP
                           MOVE WS-T-GAP-CAMPO(WS-J)
                               TO WS-T-GAP-CAMPO(WS-C)
                           MOVE WS-T-GAP-CAMPO-TEMP
                               TO WS-T-GAP-CAMPO(WS-J)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       700-IMPRIMIR-GAP.
           MOVE WS-T-MES-PER(1) TO WS-ENC-1-DESDE.
           MOVE WS-T-MES-PER(6) TO WS-ENC-1-HASTA.
           MOVE WS-HORAS-DIA TO WS-ENC-1-HS.
           MOVE WS-ENC-1 TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               MOVE ZERO TO WS-TOT-CAP(WS-M)
               MOVE ZERO TO WS-TOT-ASG(WS-M)
               MOVE ZERO TO WS-TOT-PRY(WS-M)
               MOVE ZERO TO WS-TOT-COT(WS-M)
           END-PERFORM.
           PERFORM 710-IMPRIMIR-GRUPO
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-T-GAP-COUNT.
           MOVE "TOTAL GENERAL" TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-COL TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               MOVE WS-T-MES-PER(WS-M) TO WS-LIN-GAP-PER
               MOVE WS-TOT-CAP(WS-M) TO WS-CAPACIDAD
               MOVE WS-TOT-ASG(WS-M) TO WS-LIN-GAP-ASG
               MOVE WS-TOT-PRY(WS-M) TO WS-LIN-GAP-PRY
               MOVE WS-TOT-COT(WS-M) TO WS-LIN-GAP-COT
               ADD WS-TOT-ASG(WS-M) WS-TOT-PRY(WS-M) WS-TOT-COT(WS-M)
                   GIVING WS-DEMANDA
               PERFORM 730-GRABAR-LINEA-GAP
           END-PERFORM.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       710-IMPRIMIR-GRUPO.
           MOVE WS-T-GAP-EMPRESA(WS-J) TO WS-ENC-GRP-EMP.
           IF WS-T-GAP-PERFIL(WS-J) = SPACE
               MOVE "SIN PERFIL" TO WS-ENC-GRP-PER
           ELSE
               MOVE WS-T-GAP-PERFIL(WS-J) TO WS-ENC-GRP-PER
           END-IF.
           MOVE WS-ENC-GRP TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-COL TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               MOVE WS-T-MES-PER(WS-M) TO WS-LIN-GAP-PER
               MOVE WS-T-GAP-CAP(WS-J, WS-M) TO WS-CAPACIDAD
               MOVE WS-T-GAP-ASG(WS-J, WS-M) TO WS-LIN-GAP-ASG
               MOVE WS-T-GAP-PRY(WS-J, WS-M) TO WS-LIN-GAP-PRY
               MOVE WS-T-GAP-COT(WS-J, WS-M) TO WS-LIN-GAP-COT
               ADD WS-T-GAP-ASG(WS-J, WS-M) WS-T-GAP-PRY(WS-J, WS-M)
                   WS-T-GAP-COT(WS-J, WS-M) GIVING WS-DEMANDA
               PERFORM 730-GRABAR-LINEA-GAP
               ADD WS-T-GAP-CAP(WS-J, WS-M) TO WS-TOT-CAP(WS-M)
               ADD WS-T-GAP-ASG(WS-J, WS-M) TO WS-TOT-ASG(WS-M)
               ADD WS-T-GAP-PRY(WS-J, WS-M) TO WS-TOT-PRY(WS-M)
               ADD WS-T-GAP-COT(WS-J, WS-M) TO WS-TOT-COT(WS-M)
           END-PERFORM.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      * Sobrante positivo, faltante negativo.
       730-GRABAR-LINEA-GAP.
           MOVE WS-DEMANDA TO WS-LIN-GAP-DEM.
           MOVE WS-CAPACIDAD TO WS-LIN-GAP-CAP.
           SUBTRACT WS-DEMANDA FROM WS-CAPACIDAD GIVING WS-SALDO.
           MOVE WS-SALDO TO WS-LIN-GAP-SALDO.
           IF WS-SALDO < ZERO
               MOVE "FALTANTE" TO WS-LIN-GAP-MARCA
           ELSE
               MOVE SPACES TO WS-LIN-GAP-MARCA
           END-IF.
           MOVE WS-LIN-GAP TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

      *---------------------------------------------------------------
      * Banco: consultores activos con capacidad y sin asignacion.
      *---------------------------------------------------------------
       800-IMPRIMIR-BANCO.
           MOVE WS-ENC-BANCO TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           PERFORM 810-BANCO-MES VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > 6.

       810-BANCO-MES.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-T-MES-PER(WS-M) TO WS-ENC-BANCO-PER.
           MOVE WS-ENC-BANCO-MES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE WS-ENC-BANCO-COL TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE ZERO TO WS-CANT-BANCO.
           MOVE ZERO TO WS-TOT-BANCO.
           PERFORM 820-BANCO-CONSULTOR VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > 999.
           MOVE WS-CANT-BANCO TO WS-LIN-BANCO-TOT-CANT.
           MOVE WS-TOT-BANCO TO WS-LIN-BANCO-TOT-COSTO.
           MOVE WS-LIN-BANCO-TOT TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       820-BANCO-CONSULTOR.
           MOVE WS-K TO WS-C.
           IF WS-T-CNS-ACTIVO(WS-C) = 'S' AND
               WS-T-CNS-CAP(WS-C, WS-M) > ZERO AND
               WS-T-CNS-ASG(WS-C, WS-M) = ZERO
               ADD 1 TO WS-CANT-BANCO
               MOVE WS-C TO WS-COSTO-CONS
               MOVE WS-T-MES-DESDE(WS-M) TO WS-COSTO-FECHA
               PERFORM 830-BUSCAR-COSTO-VIGENTE
               COMPUTE WS-COSTO-BANCO ROUNDED =
                   WS-T-CNS-CAP(WS-C, WS-M) * WS-COSTO-HORA
               ADD WS-COSTO-BANCO TO WS-TOT-BANCO
               MOVE WS-C TO WS-LIN-BANCO-CONS
               MOVE WS-T-CNS-NOMBRE(WS-C) TO WS-LIN-BANCO-NOMBRE
               MOVE WS-T-CNS-PERFIL(WS-C) TO WS-LIN-BANCO-PERFIL
               MOVE WS-T-CNS-EMPRESA(WS-C) TO WS-LIN-BANCO-EMP
               MOVE WS-T-CNS-CAP(WS-C, WS-M) TO WS-LIN-BANCO-HORAS
               MOVE WS-COSTO-HORA TO WS-LIN-BANCO-CHORA
               MOVE WS-COSTO-BANCO TO WS-LIN-BANCO-COSTO
               IF WS-COSTO-HORA = ZERO
                   MOVE "SIN COSTO" TO WS-LIN-BANCO-NOTA
                   ADD 1 TO WS-CANT-SIN-COSTO
               ELSE
                   MOVE SPACES TO WS-LIN-BANCO-NOTA
               END-IF
               MOVE WS-LIN-BANCO TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.

       830-BUSCAR-COSTO-VIGENTE.
           MOVE ZERO TO WS-COSTO-HORA.
           IF WS-HAY-COSTOS = 'S'
               MOVE WS-COSTO-CONS TO COS-CONS
               MOVE LOW-VALUE TO COS-FVIGENCIA
               MOVE 'N' TO WS-SUB-FIN
               START COS KEY IS NOT LESS THAN COS-KEY
                   INVALID KEY MOVE 'S' TO WS-SUB-FIN
               END-START
               PERFORM 835-EXAMINAR-COSTO UNTIL WS-SUB-FIN = 'S'
           END-IF.

       835-EXAMINAR-COSTO.
           READ COS NEXT RECORD
               AT END MOVE 'S' TO WS-SUB-FIN
           END-READ.
           IF WS-SUB-FIN = 'N'
               IF COS-CONS NOT = WS-COSTO-CONS OR
                   COS-FVIGENCIA > WS-COSTO-FECHA
                   MOVE 'S' TO WS-SUB-FIN
               ELSE
                   MOVE COS-COSTO-HORA TO WS-COSTO-HORA
               END-IF
           END-IF.

       900-FIN.
           CLOSE CON.
           IF WS-HAY-AUSENCIAS = 'S'
               CLOSE AUS
           END-IF.
           IF WS-HAY-FERIADOS = 'S'
               CLOSE FER
           END-IF.
           IF WS-HAY-ASIGNACIONES = 'S'
               CLOSE ASG
           END-IF.
           IF WS-HAY-TAREAS = 'S'
               CLOSE TAP
           END-IF.
           IF WS-HAY-ETC = 'S'
               CLOSE ETC
           END-IF.
           IF WS-HAY-PROYECTOS = 'S'
               CLOSE PRY
           END-IF.
           IF WS-HAY-HORAS = 'S'
               CLOSE HOR
           END-IF.
           IF WS-HAY-CLIENTES = 'S'
               CLOSE CLI
           END-IF.
           IF WS-HAY-COTIZACIONES = 'S'
               CLOSE COT
           END-IF.
           IF WS-HAY-COTDET = 'S'
               CLOSE COTDET
           END-IF.
           IF WS-HAY-COSTOS = 'S'
               CLOSE COS
           END-IF.
           CLOSE LISTADO.
           DISPLAY "CONSULTORES ACTIVOS: " WS-CANT-CONSULTORES.
           DISPLAY "ASIGNACIONES EN EL HORIZONTE: " WS-CANT-ASG.
           DISPLAY "PROYECTOS CON SALDO SIN CUBRIR: " WS-CANT-PRY.
           IF WS-CANT-PRY-SIN-PERFIL > ZERO
               DISPLAY "  DE ELLOS SIN PERFIL (SIN ASIGNACIONES NI "
                   "LIDER): " WS-CANT-PRY-SIN-PERFIL
           END-IF.
           DISPLAY "COTIZACIONES EMITIDAS PONDERADAS: " WS-CANT-COT.
           IF WS-CANT-AUS-EXCEDIDAS > ZERO
               DISPLAY "AVISO: AUSENCIAS NO CONSIDERADAS (TABLA "
                   "LLENA): " WS-CANT-AUS-EXCEDIDAS
           END-IF.
           IF WS-CANT-TAR-EXCEDIDAS > ZERO
               DISPLAY "AVISO: TAREAS NO CONSIDERADAS (TABLA "
                   "LLENA): " WS-CANT-TAR-EXCEDIDAS
           END-IF.
           IF WS-CANT-SIN-COSTO > ZERO
               DISPLAY "AVISO: CONSULTORES EN BANCO SIN COSTO "
                   "VIGENTE: " WS-CANT-SIN-COSTO
           END-IF.
           DISPLAY "REPORTE GRABADO EN GAP_CAPACIDAD.PRN".

       END PROGRAM CAPDEMANDA.
