       IDENTIFICATION DIVISION.

       PROGRAM-ID. KPIMENSUAL.

      * Resumen mensual de gestion en una hoja: por cada empresa y
      * consolidado, los indicadores del mes con el mes anterior y el
      * mismo mes del anio anterior. Se arma con los mismos archivos
      * y criterios de los reportes de detalle (FACTDET, COBRO_APLIC,
      * AGING, WIP y UTILIZACION) y se graba en KPI_AAAAMM.PRN.
      *   KPI-PERIODO = mes a resumir (AAAAMM).
      *   KPI-OK      = 'N' si el mes es invalido o falta HORAS.DAT.
      * Lo llama la aprobacion de facturacion al aprobar la ultima
      * corrida del mes; tambien se puede pedir desde su menu.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT HOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-KEY
               ALTERNATE RECORD KEY IS HOR-ALT-KEY WITH DUPLICATES
               FILE STATUS IS HOR-FS.

           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS CON-FS.

           SELECT ASG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS ASG-FS.

           SELECT FACTDET ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDE-KEY
               FILE STATUS IS FACTDET-FS.

           SELECT COS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COS-KEY
               FILE STATUS IS COS-FS.

           SELECT OPTIONAL COSTOSUB ASSIGN TO "COSTOSUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COSTOSUB-FS.

           SELECT FACTCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-KEY
               ALTERNATE RECORD KEY IS FCL-CLIENTE WITH DUPLICATES
               FILE STATUS IS FACTCLI-FS.

           SELECT APROB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APROB-NRO-FACT
               FILE STATUS IS APROB-FS.

           SELECT APL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-KEY
               ALTERNATE RECORD KEY IS APL-CLIENTE WITH DUPLICATES
               FILE STATUS IS APL-FS.

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT CAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAS-KEY
               FILE STATUS IS CAS-FS.

           SELECT FER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FER-FECHA
               FILE STATUS IS FER-FS.

           SELECT AUS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-KEY
               FILE STATUS IS AUS-FS.

           SELECT EXCIDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXF-KEY
               FILE STATUS IS EXCIDX-FS.

           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPRESA-FS.

           SELECT LISTADO ASSIGN USING WS-LISTADO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.

       DATA DIVISION.

       FILE SECTION.

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

       FD COS
           VALUE OF FILE-ID IS "COSTOS.DAT".
       01 COS-REG.
           02 COS-KEY.
               03 COS-CONS PIC 9(3).
               03 COS-FVIGENCIA PIC X(8).
           02 COS-DATOS.
               03 COS-COSTO-HORA PIC 9(7)V99.

       FD COSTOSUB
           LABEL RECORD OMITTED.
       01 CSB-REG.
           03 CSB-CONS PIC 9(3).
           03 CSB-TARIFA-COMPRA PIC 9(7)V99.

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

       FD FER
          VALUE OF FILE-ID IS "FERIADOS.DAT".
       01 FER-REG.
           03 FER-FECHA PIC X(8).
           03 FER-DESC PIC X(30).

       FD AUS
          VALUE OF FILE-ID IS "AUSENCIAS.DAT".
       01 AUS-REG.
           02 AUS-KEY.
               03 AUS-CONS PIC 9(3).
               03 AUS-DESDE PIC X(8).
           02 AUS-DATOS.
               03 AUS-HASTA PIC X(8).
               03 AUS-MOTIVO PIC X(20).

       FD EXCIDX
           VALUE OF FILE-ID IS "EXCEPFACT.DAT".
       01 EXF-REG.
           02 EXF-KEY.
               03 EXF-NRO-FACT PIC 9(6).
               03 EXF-TIPO PIC X(2).
               03 EXF-CONS PIC 9(3).
               03 EXF-CLIENTE PIC 9(4).
               03 EXF-FECHA PIC X(8).
           02 EXF-DATOS.
               03 EXF-DETALLE PIC X(50).
               03 EXF-ESTADO PIC X(10).
               03 EXF-FECHA-ALTA PIC X(8).

       FD EMPRESA
           LABEL RECORD OMITTED.
       01 EMPRESA-REG.
           03 EMPRESA-COD PIC X(3).
           03 EMPRESA-MES-INICIO PIC 9(2).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 LISTADO-LINEA PIC X(100).

       WORKING-STORAGE SECTION.

       01 HOR-FS                       PIC X(2).
           88 HOR-OK                          VALUE '00'.
           88 HOR-EOF                         VALUE '10'.
       01 CON-FS                       PIC X(2).
           88 CON-OK                          VALUE '00'.
           88 CON-EOF                         VALUE '10'.
       01 ASG-FS                       PIC X(2).
           88 ASG-OK                          VALUE '00'.
       01 FACTDET-FS                   PIC X(2).
           88 FACTDET-OK                      VALUE '00'.
           88 FACTDET-EOF                     VALUE '10'.
       01 COS-FS                       PIC X(2).
           88 COS-OK                          VALUE '00'.
       01 COSTOSUB-FS                  PIC X(2).
           88 COSTOSUB-OK                     VALUE '00'.
           88 COSTOSUB-EOF                    VALUE '10'.
       01 FACTCLI-FS                   PIC X(2).
           88 FACTCLI-OK                      VALUE '00'.
           88 FACTCLI-EOF                     VALUE '10'.
       01 APROB-FS                     PIC X(2).
           88 APROB-OK                        VALUE '00'.
           88 APROB-EOF                       VALUE '10'.
       01 APL-FS                       PIC X(2).
           88 APL-OK                          VALUE '00'.
           88 APL-EOF                         VALUE '10'.
       01 CLI-FS                       PIC X(2).
           88 CLI-OK                          VALUE '00'.
       01 CAS-FS                       PIC X(2).
           88 CAS-OK                          VALUE '00'.
       01 FER-FS                       PIC X(2).
       01 AUS-FS                       PIC X(2).
       01 EXCIDX-FS                    PIC X(2).
           88 EXCIDX-OK                       VALUE '00'.
           88 EXCIDX-EOF                      VALUE '10'.
       01 EMPRESA-FS                   PIC X(2).
       01 LISTADO-FS                   PIC X(2).

       01 WS-LISTADO-NOMBRE            PIC X(20).

       01 WS-HAY-HORAS                 PIC X.
       01 WS-HAY-CON                   PIC X.
       01 WS-HAY-ASIGNACIONES          PIC X.
       01 WS-HAY-FACTDET               PIC X.
       01 WS-HAY-COS                   PIC X.
       01 WS-HAY-FACTCLI               PIC X.
       01 WS-HAY-APROB                 PIC X.
       01 WS-HAY-APL                   PIC X.
       01 WS-HAY-CLI                   PIC X.
       01 WS-HAY-CASTIGOS              PIC X.
       01 WS-HAY-FERIADOS              PIC X.
       01 WS-HAY-AUSENCIAS             PIC X.
       01 WS-HAY-EXCEP                 PIC X.
       01 WS-EMP-FIN                   PIC X.
       01 WS-ASG-FIN                   PIC X.
       01 WS-AUS-FIN                   PIC X.
       01 WS-COS-FIN                   PIC X.
       01 WS-FCL-FIN                   PIC X.
       01 WS-APL-FIN                   PIC X.

      * Horas disponibles por dia habil para la utilizacion; queda
      * impresa al pie de cada hoja.
       01 WS-HORAS-DIA                 PIC 9(2)V99 VALUE 8.

      * Meses comparados: 1 = el mes, 2 = el anterior, 3 = el mismo
      * mes del anio anterior; cada uno con su calendario de dias
      * habiles (lunes a viernes menos FERIADOS.DAT).
       01 WS-ANIO                      PIC 9(4).
       01 WS-MES                       PIC 9(2).
       01 WS-T-PER.
           03 WS-T-PER-CAMPO OCCURS 3 TIMES.
               05 WS-T-PER-MES          PIC X(6).
               05 WS-T-PER-DESDE        PIC X(8).
               05 WS-T-PER-HASTA        PIC X(8).
               05 WS-T-PER-JUL-DESDE    PIC 9(7).
               05 WS-T-PER-JUL-HASTA    PIC 9(7).
               05 WS-T-PER-DIAS         PIC 9(2).
               05 WS-T-DIA OCCURS 31 TIMES.
                   07 WS-T-DIA-FECHA    PIC X(8).
                   07 WS-T-DIA-HABIL    PIC X.

       01 WS-P                         PIC 9(2).
       01 WS-PX                        PIC 9(2).
       01 WS-D                         PIC 9(2).
       01 WS-E                         PIC 9(2).
       01 WS-E2                        PIC 9(2).
       01 WS-FILA                      PIC 9(2).
       01 WS-FEC-EVAL                  PIC X(8).
       01 WS-JUL-D                     PIC 9(7).
       01 WS-JUL-VTO                   PIC 9(7).
       01 WS-JUL-COBRO                 PIC 9(7).
       01 WS-DIA-SEMANA                PIC 9.
       01 WS-ES-HABIL                  PIC X.
       01 WS-DIAS                      PIC S9(5).
       01 WS-FEC-NUM                   PIC 9(8).
       01 WS-FEC-NUM-R REDEFINES WS-FEC-NUM.
           03 WS-FEC-NUM-AA PIC 9(4).
           03 WS-FEC-NUM-MM PIC 9(2).
           03 WS-FEC-NUM-DD PIC 9(2).

      * Una entrada por empresa; la primera es el consolidado, que
      * se suma al final. Empresa en blanco = la de esta instalacion
      * (primer registro de EMPRESA.DAT).
       01 WS-EMP-DEFECTO               PIC X(3).
       01 WS-EMP-ACT                   PIC X(3).
       01 WS-T-EMP-COUNT               PIC 9(2).
       01 WS-T-EMP.
           03 WS-T-EMP-CAMPO OCCURS 21 TIMES.
               05 WS-T-EMP-COD          PIC X(3).
               05 WS-T-KPI OCCURS 3 TIMES.
                   07 WS-K-HS-REG       PIC S9(7)V99.
                   07 WS-K-HS-FACT      PIC S9(7)V99.
                   07 WS-K-FACTURADO    PIC S9(11)V99.
                   07 WS-K-COBRADO      PIC S9(11)V99.
                   07 WS-K-IMP-DIAS     PIC S9(15)V99.
                   07 WS-K-VENC90       PIC S9(11)V99.
                   07 WS-K-WIP          PIC S9(11)V99.
                   07 WS-K-UTIL-FACT    PIC S9(7)V99.
                   07 WS-K-UTIL-DISP    PIC S9(7)V99.
                   07 WS-K-INGRESO      PIC S9(11)V99.
                   07 WS-K-COSTO        PIC S9(11)V99.
                   07 WS-K-EXCEP        PIC 9(5).
                   07 WS-K-SIN-CAE      PIC 9(5).

      * Perfil y empresa vigentes segun la historia del consultor.
       01 HCN-PARAM.
           03 HCN-OPER PIC X.
           03 HCN-CONS PIC 9(3).
           03 HCN-FECHA PIC X(8).
           03 HCN-PERFIL PIC X.
           03 HCN-EMPRESA PIC X(3).
           03 HCN-SUCURSAL PIC 9.
           03 HCN-OK PIC X.

       01 PAR-ENTRADA.
           03 PARAM-PERFIL PIC X.
           03 PARAM-FVIGENCIA PIC X(10).
           03 PARAM-CLIENTE PIC 9(4).
           03 PARAM-CONSULTOR PIC 9(3).
           03 PARAM-FVIGENCIA-HASTA PIC X(10).
       01 PAR-SALIDA.
           03 PARAM-TARIFA PIC 9(7)V99.
           03 PARAM-TARIFA-ENCONTRADA PIC X.
               88 PARAM-TARIFA-OK VALUE 'S'.
               88 PARAM-TARIFA-NO-OK VALUE 'N'.
       01 COD-OPER PIC X.

       01 WS-FECHA PIC X(10) VALUE '----------'.
       01 FILLER REDEFINES WS-FECHA.
           03 WS-FEC-AA PIC 9(04).
           03 FILLER      PIC X.
           03 WS-FEC-MM PIC 9(02).
           03 FILLER      PIC X.
           03 WS-FEC-DD PIC 9(02).
       01 WS-FEC-8.
           03 WS-FEC-8-AA    PIC 9(04).
           03 WS-FEC-8-MM PIC 9(02).
           03 WS-FEC-8-DD   PIC 9(02).

       01 WS-CON-EXISTE                PIC X.
       01 WS-PERFIL-EFECTIVO           PIC X.
       01 WS-WIP-VALUADA               PIC X.
       01 WS-WIP-FECHA-APROB           PIC X(8).
       01 WS-IMPORTE                   PIC S9(9)V99.

       01 WS-CSB-K                     PIC 9(3).
       01 WS-T-CSB-COUNT               PIC 9(3).
       01 WS-T-CSB.
           03 WS-T-CSB-CAMPO OCCURS 300 TIMES.
               05 WS-T-CSB-CONS PIC 9(3).
               05 WS-T-CSB-TARIFA PIC 9(7)V99.
       01 WS-COSTO-HORA                PIC 9(7)V99.
       01 WS-COSTO                     PIC S9(9)V99.
       01 WS-COSTO-CONS                PIC 9(3).
       01 WS-COSTO-FECHA               PIC X(8).

       01 WS-SIGNO                     PIC S9.
       01 WS-NRO-DOC                   PIC 9(6).
       01 WS-CAS-FECHA                 PIC X(8).
       01 WS-PLAZO                     PIC 9(3).
       01 WS-SALDO                     PIC S9(11)V99.
       01 WS-T-APL-P.
           03 WS-T-APL-IMP OCCURS 3 TIMES PIC S9(11)V99.

       01 WS-T-CPER.
           03 WS-T-CPER-CAMPO OCCURS 3 TIMES.
               05 WS-T-CPER-INI         PIC X(8).
               05 WS-T-CPER-FIN         PIC X(8).
               05 WS-T-CPER-DIAS        PIC S9(3).

       01 WS-VAL                       PIC S9(11)V99.
       01 WS-VAL-TIPO                  PIC X.
       01 WS-ED-IMP                    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-ED-CNT                    PIC Z(17)9.

       01 WS-ROTULOS.
           03 FILLER PIC X(34) VALUE "HORAS REGISTRADAS".
           03 FILLER PIC X(34) VALUE "HORAS FACTURADAS".
           03 FILLER PIC X(34) VALUE "% HORAS FACTURADAS / REGISTRADAS".
           03 FILLER PIC X(34) VALUE "FACTURACION NETA".
           03 FILLER PIC X(34) VALUE "COBRANZAS".
           03 FILLER PIC X(34) VALUE "DSO DE LO COBRADO (DIAS)".
           03 FILLER PIC X(34) VALUE "SALDO VENCIDO A MAS DE 90 DIAS".
           03 FILLER PIC X(34) VALUE "TRABAJO EN CURSO (WIP)".
           03 FILLER PIC X(34) VALUE "UTILIZACION (%)".
           03 FILLER PIC X(34) VALUE "MARGEN BRUTO".
           03 FILLER PIC X(34) VALUE "MARGEN BRUTO (%)".
           03 FILLER PIC X(34) VALUE "EXCEPCIONES ABIERTAS".
           03 FILLER PIC X(34) VALUE "FACTURACIONES SIN CAE".
       01 FILLER REDEFINES WS-ROTULOS.
           03 WS-ROTULO PIC X(34) OCCURS 13 TIMES.

       01 WS-ENC-KPI.
           03 FILLER PIC X(34)
               VALUE "RESUMEN MENSUAL DE GESTION - MES ".
           03 WS-ENC-KPI-AA PIC X(4).
           03 FILLER PIC X VALUE "/".
           03 WS-ENC-KPI-MM PIC X(2).
           03 FILLER PIC X(13) VALUE "   EMITIDO EL".
           03 FILLER PIC X VALUE SPACE.
           03 WS-ENC-KPI-HOY PIC X(8).

       01 WS-ENC-EMP.
           03 FILLER PIC X(9) VALUE "EMPRESA: ".
           03 WS-ENC-EMP-COD PIC X(3).

       01 WS-LIN-KPI.
           03 WS-LIN-KPI-ROT PIC X(34).
           03 WS-LIN-KPI-COL OCCURS 3 TIMES.
               05 FILLER PIC X(2).
               05 WS-LIN-KPI-VAL PIC X(18).

       01 WS-LIN-PIE.
           03 FILLER PIC X(42)
               VALUE "UTILIZACION: HORAS FACTURABLES SOBRE ".
           03 WS-LIN-PIE-HS PIC Z9,99.
           03 FILLER PIC X(40)
               VALUE " HS POR DIA HABIL DE CADA CONSULTOR.".

       LINKAGE SECTION.
       01 KPI-PARAM.
           03 KPI-PERIODO PIC X(6).
           03 KPI-OK PIC X.

       PROCEDURE DIVISION USING KPI-PARAM.

       000-PRINCIPAL.
           MOVE 'N' TO KPI-OK.
           IF KPI-PERIODO IS NUMERIC AND
               KPI-PERIODO(5:2) >= "01" AND
               KPI-PERIODO(5:2) <= "12"
               PERFORM 010-INICIO
               IF WS-HAY-HORAS = 'S'
                   PERFORM 100-RECORRER-HORAS UNTIL HOR-EOF
                   PERFORM 200-RECORRER-CONSULTORES
                   PERFORM 300-RECORRER-DETALLE
                   PERFORM 400-RECORRER-APROBACIONES
                   PERFORM 500-RECORRER-SALDOS
                   PERFORM 600-RECORRER-COBRANZAS
                   PERFORM 650-RECORRER-EXCEPCIONES
                   PERFORM 700-CONSOLIDAR
                   PERFORM 750-IMPRIMIR
                   MOVE 'S' TO KPI-OK
               END-IF
               PERFORM 900-FIN
           END-IF.
           GOBACK.

       010-INICIO.
           MOVE "001" TO WS-EMP-DEFECTO.
           MOVE 1 TO WS-T-EMP-COUNT.
           MOVE 1 TO WS-E.
           PERFORM 805-LIMPIAR-EMPRESA.
           MOVE SPACES TO WS-T-EMP-COD(1).
           OPEN INPUT EMPRESA.
           IF EMPRESA-FS = '00'
               MOVE 'N' TO WS-EMP-FIN
               PERFORM 015-CARGAR-EMPRESA UNTIL WS-EMP-FIN = 'S'
               CLOSE EMPRESA
           END-IF.
           IF WS-T-EMP-COUNT > 1
               MOVE WS-T-EMP-COD(2) TO WS-EMP-DEFECTO
           END-IF.

           MOVE 'N' TO WS-HAY-FERIADOS.
           OPEN INPUT FER.
           IF FER-FS = '00'
               MOVE 'S' TO WS-HAY-FERIADOS
           END-IF.
           PERFORM 020-ARMAR-PERIODOS.

           MOVE ZERO TO WS-T-CSB-COUNT.
           OPEN INPUT COSTOSUB.
           IF COSTOSUB-OK
               PERFORM 018-CARGAR-COSTO-SUB UNTIL COSTOSUB-EOF
           END-IF.
           CLOSE COSTOSUB.

           MOVE 'N' TO WS-HAY-CON.
           OPEN INPUT CON.
           IF CON-OK
               MOVE 'S' TO WS-HAY-CON
           END-IF.
           MOVE 'N' TO WS-HAY-ASIGNACIONES.
           OPEN INPUT ASG.
           IF ASG-OK
               MOVE 'S' TO WS-HAY-ASIGNACIONES
           END-IF.
           MOVE 'N' TO WS-HAY-FACTDET.
           OPEN INPUT FACTDET.
           IF FACTDET-OK
               MOVE 'S' TO WS-HAY-FACTDET
           END-IF.
           MOVE 'N' TO WS-HAY-COS.
           OPEN INPUT COS.
           IF COS-OK
               MOVE 'S' TO WS-HAY-COS
           END-IF.
           MOVE 'N' TO WS-HAY-FACTCLI.
           OPEN INPUT FACTCLI.
           IF FACTCLI-OK
               MOVE 'S' TO WS-HAY-FACTCLI
           END-IF.
           MOVE 'N' TO WS-HAY-APROB.
           OPEN INPUT APROB.
           IF APROB-OK
               MOVE 'S' TO WS-HAY-APROB
           END-IF.
           MOVE 'N' TO WS-HAY-APL.
           OPEN INPUT APL.
           IF APL-OK
               MOVE 'S' TO WS-HAY-APL
           END-IF.
           MOVE 'N' TO WS-HAY-CLI.
           OPEN INPUT CLI.
           IF CLI-OK
               MOVE 'S' TO WS-HAY-CLI
           END-IF.
           MOVE 'N' TO WS-HAY-CASTIGOS.
           OPEN INPUT CAS.
           IF CAS-OK
               MOVE 'S' TO WS-HAY-CASTIGOS
           END-IF.
           MOVE 'N' TO WS-HAY-AUSENCIAS.
           OPEN INPUT AUS.
           IF AUS-FS = '00'
               MOVE 'S' TO WS-HAY-AUSENCIAS
           END-IF.
           MOVE 'N' TO WS-HAY-EXCEP.
           OPEN INPUT EXCIDX.
           IF EXCIDX-OK
               MOVE 'S' TO WS-HAY-EXCEP
           END-IF.

           MOVE 'A' TO HCN-OPER.
           CALL 'HISTCONS' USING HCN-PARAM.
           MOVE 'O' TO COD-OPER.
           CALL 'TARIFAS' USING PAR-ENTRADA,PAR-SALIDA,COD-OPER.
           MOVE 'P' TO COD-OPER.

           MOVE 'N' TO WS-HAY-HORAS.
           OPEN INPUT HOR.
           IF NOT HOR-OK
               DISPLAY "ERROR APERTURA HORAS.DAT, NO SE EMITE EL "
                   "RESUMEN MENSUAL DE GESTION"
           ELSE
               MOVE 'S' TO WS-HAY-HORAS
               MOVE LOW-VALUE TO HOR-KEY
               START HOR KEY IS NOT LESS THAN HOR-KEY
                   INVALID KEY MOVE '10' TO HOR-FS
               END-START
           END-IF.

       015-CARGAR-EMPRESA.
           READ EMPRESA RECORD
               AT END MOVE 'S' TO WS-EMP-FIN
           END-READ.
           IF WS-EMP-FIN = 'N' AND EMPRESA-COD NOT = SPACES
               MOVE EMPRESA-COD TO WS-EMP-ACT
               PERFORM 800-UBICAR-EMPRESA
           END-IF.

       018-CARGAR-COSTO-SUB.
           READ COSTOSUB RECORD
               AT END CONTINUE
           END-READ.
           IF NOT COSTOSUB-EOF AND WS-T-CSB-COUNT < 300
               ADD 1 TO WS-T-CSB-COUNT
               MOVE CSB-CONS TO WS-T-CSB-CONS(WS-T-CSB-COUNT)
               MOVE CSB-TARIFA-COMPRA
                   TO WS-T-CSB-TARIFA(WS-T-CSB-COUNT)
           END-IF.

       020-ARMAR-PERIODOS.
           MOVE KPI-PERIODO(1:4) TO WS-ANIO.
           MOVE KPI-PERIODO(5:2) TO WS-MES.
           MOVE 1 TO WS-PX.
           PERFORM 025-ARMAR-UN-PERIODO.
           IF WS-MES = 1
               SUBTRACT 1 FROM WS-ANIO
               MOVE 12 TO WS-MES
           ELSE
               SUBTRACT 1 FROM WS-MES
           END-IF.
           MOVE 2 TO WS-PX.
           PERFORM 025-ARMAR-UN-PERIODO.
           MOVE KPI-PERIODO(1:4) TO WS-ANIO.
           SUBTRACT 1 FROM WS-ANIO.
           MOVE KPI-PERIODO(5:2) TO WS-MES.
           MOVE 3 TO WS-PX.
           PERFORM 025-ARMAR-UN-PERIODO.

      * Del primero al ultimo dia del mes, con la marca de dia habil
      * de cada dia.
       025-ARMAR-UN-PERIODO.
           MOVE WS-ANIO TO WS-FEC-NUM-AA.
           MOVE WS-MES TO WS-FEC-NUM-MM.
           MOVE 1 TO WS-FEC-NUM-DD.
           MOVE WS-FEC-NUM TO WS-T-PER-DESDE(WS-PX).
           MOVE WS-T-PER-DESDE(WS-PX)(1:6) TO WS-T-PER-MES(WS-PX).
           COMPUTE WS-T-PER-JUL-DESDE(WS-PX) =
               FUNCTION INTEGER-OF-DATE(WS-FEC-NUM).
           IF WS-MES = 12
               COMPUTE WS-FEC-NUM-AA = WS-ANIO + 1
               MOVE 1 TO WS-FEC-NUM-MM
           ELSE
               COMPUTE WS-FEC-NUM-MM = WS-MES + 1
           END-IF.
           COMPUTE WS-T-PER-JUL-HASTA(WS-PX) =
               FUNCTION INTEGER-OF-DATE(WS-FEC-NUM) - 1.
           COMPUTE WS-FEC-NUM =
               FUNCTION DATE-OF-INTEGER(WS-T-PER-JUL-HASTA(WS-PX)).
           MOVE WS-FEC-NUM TO WS-T-PER-HASTA(WS-PX).
           COMPUTE WS-T-PER-DIAS(WS-PX) = WS-T-PER-JUL-HASTA(WS-PX)
               - WS-T-PER-JUL-DESDE(WS-PX) + 1.
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-T-PER-DIAS(WS-PX)
               COMPUTE WS-JUL-D = WS-T-PER-JUL-DESDE(WS-PX) + WS-D - 1
               COMPUTE WS-FEC-NUM = FUNCTION DATE-OF-INTEGER(WS-JUL-D)
               MOVE WS-FEC-NUM TO WS-T-DIA-FECHA(WS-PX, WS-D)
               PERFORM 030-ES-DIA-HABIL
               MOVE WS-ES-HABIL TO WS-T-DIA-HABIL(WS-PX, WS-D)
           END-PERFORM.

      * Lunes a viernes menos feriados cargados, igual que el
      * reporte de utilizacion.
       030-ES-DIA-HABIL.
           MOVE 'S' TO WS-ES-HABIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-JUL-D, 7).
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               MOVE 'N' TO WS-ES-HABIL
           ELSE
               IF WS-HAY-FERIADOS = 'S'
                   MOVE WS-T-DIA-FECHA(WS-PX, WS-D) TO FER-FECHA
                   READ FER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'N' TO WS-ES-HABIL
                   END-READ
               END-IF
           END-IF.

      * Horas: registradas y facturadas por la empresa de la hora,
      * facturables para la utilizacion por la empresa del consultor
      * al cierre de cada mes, internas como costo del margen, y el
      * trabajo en curso a fin de cada mes.
       100-RECORRER-HORAS.
           READ HOR NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT HOR-EOF
               MOVE 'N' TO WS-CON-EXISTE
               IF WS-HAY-CON = 'S'
                   MOVE HOR-CONS TO CON-COD-CONS
                   MOVE 'S' TO WS-CON-EXISTE
                   READ CON
                       INVALID KEY MOVE 'N' TO WS-CON-EXISTE
                   END-READ
               END-IF
               IF WS-CON-EXISTE = 'N'
                   MOVE SPACES TO CON-PERFIL
                   MOVE SPACES TO CON-EMPRESA
               END-IF
               MOVE HOR-FECHA TO WS-FEC-EVAL
               PERFORM 810-PERIODO-DE-FECHA
               IF WS-P > ZERO
                   PERFORM 110-HORA-DEL-MES
               END-IF
               IF NOT HOR-EST-OBSERVADA AND
                   HOR-FECHA <= WS-T-PER-HASTA(1)
                   PERFORM 130-HORA-EN-CURSO
               END-IF
           END-IF.

       110-HORA-DEL-MES.
           MOVE HOR-EMPRESA TO WS-EMP-ACT.
           PERFORM 800-UBICAR-EMPRESA.
           ADD HOR-CANT-HORAS TO WS-K-HS-REG(WS-E, WS-P).
           IF HOR-NRO-FACT NOT = ZERO
               ADD HOR-CANT-HORAS TO WS-K-HS-FACT(WS-E, WS-P)
           END-IF.
           EVALUATE TRUE
               WHEN HOR-TIPO-NO-FACT
                   CONTINUE
               WHEN HOR-TIPO-INTERNA
                   MOVE HOR-CONS TO WS-COSTO-CONS
                   MOVE HOR-FECHA TO WS-COSTO-FECHA
                   PERFORM 850-BUSCAR-COSTO-VIGENTE
                   MULTIPLY HOR-CANT-HORAS BY WS-COSTO-HORA
                       GIVING WS-COSTO
                   ADD WS-COSTO TO WS-K-COSTO(WS-E, WS-P)
               WHEN OTHER
                   MOVE HOR-CONS TO HCN-CONS
                   MOVE WS-T-PER-HASTA(WS-P) TO HCN-FECHA
                   PERFORM 820-EMPRESA-DEL-CONSULTOR
                   ADD HOR-CANT-HORAS TO WS-K-UTIL-FACT(WS-E, WS-P)
           END-EVALUATE.

      * Trabajo en curso al ultimo dia de cada mes: horas trabajadas
      * hasta esa fecha que a esa fecha no estaban facturadas (sin
      * corrida, o con corrida aprobada despues). Valuadas como el
      * reporte de devengamiento.
       130-HORA-EN-CURSO.
           MOVE 'N' TO WS-WIP-VALUADA.
           MOVE SPACES TO WS-WIP-FECHA-APROB.
           IF HOR-NRO-FACT NOT = ZERO
               MOVE ZERO TO WS-WIP-FECHA-APROB
               IF WS-HAY-APROB = 'S'
                   MOVE HOR-NRO-FACT TO APROB-NRO-FACT
                   READ APROB
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE APROB-FECHA-APROB
                               TO WS-WIP-FECHA-APROB
                   END-READ
               END-IF
               IF WS-WIP-FECHA-APROB = SPACES
                   MOVE HIGH-VALUE TO WS-WIP-FECHA-APROB
               END-IF
           END-IF.
           MOVE HOR-EMPRESA TO WS-EMP-ACT.
           PERFORM 800-UBICAR-EMPRESA.
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
               IF HOR-FECHA <= WS-T-PER-HASTA(WS-PX) AND
                   (HOR-NRO-FACT = ZERO OR
                    WS-WIP-FECHA-APROB > WS-T-PER-HASTA(WS-PX))
                   IF WS-WIP-VALUADA = 'N'
                       PERFORM 135-VALUAR-HORA
                   END-IF
                   IF WS-WIP-VALUADA = 'S'
                       ADD WS-IMPORTE TO WS-K-WIP(WS-E, WS-PX)
                   END-IF
               END-IF
           END-PERFORM.

       135-VALUAR-HORA.
           MOVE 'X' TO WS-WIP-VALUADA.
           IF WS-CON-EXISTE = 'S'
               PERFORM 140-RESOLVER-PERFIL-EFECTIVO
               MOVE WS-PERFIL-EFECTIVO TO PARAM-PERFIL
               MOVE HOR-FECHA TO WS-FEC-8
               MOVE WS-FEC-8-AA TO WS-FEC-AA
               MOVE WS-FEC-8-MM TO WS-FEC-MM
               MOVE WS-FEC-8-DD TO WS-FEC-DD
               MOVE WS-FECHA TO PARAM-FVIGENCIA
               MOVE HOR-CLIENTE TO PARAM-CLIENTE
               MOVE HOR-CONS TO PARAM-CONSULTOR
               CALL 'TARIFAS' USING PAR-ENTRADA,PAR-SALIDA,COD-OPER
               IF PARAM-TARIFA-OK
                   MULTIPLY HOR-CANT-HORAS BY PARAM-TARIFA
                       GIVING WS-IMPORTE
                   MOVE 'S' TO WS-WIP-VALUADA
               END-IF
           END-IF.

       140-RESOLVER-PERFIL-EFECTIVO.
           MOVE CON-PERFIL TO WS-PERFIL-EFECTIVO.
           IF WS-HAY-ASIGNACIONES = 'S'
               MOVE HOR-CONS TO ASG-CONS
               MOVE HOR-CLIENTE TO ASG-CLIENTE
               MOVE LOW-VALUE TO ASG-DESDE
               MOVE 'N' TO WS-ASG-FIN
               START ASG KEY IS NOT LESS THAN ASG-KEY
                   INVALID KEY MOVE 'S' TO WS-ASG-FIN
               END-START
               PERFORM 145-EXAMINAR-ASIGNACION
                   UNTIL WS-ASG-FIN = 'S'
           END-IF.

       145-EXAMINAR-ASIGNACION.
           READ ASG NEXT RECORD
               AT END MOVE 'S' TO WS-ASG-FIN
           END-READ.
           IF WS-ASG-FIN = 'N'
               IF ASG-CONS NOT = HOR-CONS OR
                   ASG-CLIENTE NOT = HOR-CLIENTE
                   MOVE 'S' TO WS-ASG-FIN
               ELSE
                   IF HOR-FECHA >= ASG-DESDE AND
                       HOR-FECHA <= ASG-HASTA AND
                       ASG-ROL NOT = SPACE
                       MOVE ASG-ROL TO WS-PERFIL-EFECTIVO
                   END-IF
               END-IF
           END-IF.

      * Horas disponibles: dias habiles de cada mes dentro de la
      * relacion del consultor (ingreso y baja), menos sus ausencias,
      * por las horas por dia habil.
       200-RECORRER-CONSULTORES.
           IF WS-HAY-CON = 'S'
               MOVE LOW-VALUE TO CON-COD-CONS
               START CON KEY IS NOT LESS THAN CON-COD-CONS
                   INVALID KEY MOVE '10' TO CON-FS
               END-START
               PERFORM 210-UN-CONSULTOR UNTIL CON-EOF
           END-IF.

       210-UN-CONSULTOR.
           READ CON NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT CON-EOF
               PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
                   PERFORM 215-DIAS-DEL-CONSULTOR
               END-PERFORM
               IF WS-HAY-AUSENCIAS = 'S'
                   MOVE CON-COD-CONS TO AUS-CONS
                   MOVE LOW-VALUE TO AUS-DESDE
                   MOVE 'N' TO WS-AUS-FIN
                   START AUS KEY IS NOT LESS THAN AUS-KEY
                       INVALID KEY MOVE 'S' TO WS-AUS-FIN
                   END-START
                   PERFORM 220-DESCONTAR-AUSENCIA
                       UNTIL WS-AUS-FIN = 'S'
               END-IF
               PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
                   IF WS-T-CPER-DIAS(WS-PX) > ZERO
                       MOVE CON-COD-CONS TO HCN-CONS
                       MOVE WS-T-CPER-FIN(WS-PX) TO HCN-FECHA
                       PERFORM 820-EMPRESA-DEL-CONSULTOR
                       COMPUTE WS-K-UTIL-DISP(WS-E, WS-PX) =
                           WS-K-UTIL-DISP(WS-E, WS-PX) +
                           WS-T-CPER-DIAS(WS-PX) * WS-HORAS-DIA
                   END-IF
               END-PERFORM
           END-IF.

       215-DIAS-DEL-CONSULTOR.
           MOVE WS-T-PER-DESDE(WS-PX) TO WS-T-CPER-INI(WS-PX).
           IF CON-FECHA-INGRESO > WS-T-CPER-INI(WS-PX)
               MOVE CON-FECHA-INGRESO TO WS-T-CPER-INI(WS-PX)
           END-IF.
           MOVE WS-T-PER-HASTA(WS-PX) TO WS-T-CPER-FIN(WS-PX).
           IF CON-INACTIVO AND CON-FECHA-BAJA NOT = SPACES AND
               CON-FECHA-BAJA < WS-T-CPER-FIN(WS-PX)
               MOVE CON-FECHA-BAJA TO WS-T-CPER-FIN(WS-PX)
           END-IF.
           MOVE ZERO TO WS-T-CPER-DIAS(WS-PX).
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-T-PER-DIAS(WS-PX)
               IF WS-T-DIA-HABIL(WS-PX, WS-D) = 'S' AND
                   WS-T-DIA-FECHA(WS-PX, WS-D) >= WS-T-CPER-INI(WS-PX)
                   AND
                   WS-T-DIA-FECHA(WS-PX, WS-D) <= WS-T-CPER-FIN(WS-PX)
                   ADD 1 TO WS-T-CPER-DIAS(WS-PX)
               END-IF
           END-PERFORM.

       220-DESCONTAR-AUSENCIA.
           READ AUS NEXT RECORD
               AT END MOVE 'S' TO WS-AUS-FIN
           END-READ.
           IF WS-AUS-FIN = 'N'
               IF AUS-CONS NOT = CON-COD-CONS
                   MOVE 'S' TO WS-AUS-FIN
               ELSE
                   PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
                       PERFORM 225-AUSENCIA-EN-MES
                   END-PERFORM
               END-IF
           END-IF.

       225-AUSENCIA-EN-MES.
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-T-PER-DIAS(WS-PX)
               IF WS-T-DIA-HABIL(WS-PX, WS-D) = 'S' AND
                   WS-T-DIA-FECHA(WS-PX, WS-D) >= WS-T-CPER-INI(WS-PX)
                   AND
                   WS-T-DIA-FECHA(WS-PX, WS-D) <= WS-T-CPER-FIN(WS-PX)
                   AND
                   WS-T-DIA-FECHA(WS-PX, WS-D) >= AUS-DESDE AND
                   WS-T-DIA-FECHA(WS-PX, WS-D) <= AUS-HASTA AND
                   WS-T-CPER-DIAS(WS-PX) > ZERO
                   SUBTRACT 1 FROM WS-T-CPER-DIAS(WS-PX)
               END-IF
           END-PERFORM.

      * Margen bruto con el criterio del reporte de margen: ingreso
      * de los renglones facturados por fecha trabajada y costo
      * vigente de cada consultor; la empresa es la de la factura.
       300-RECORRER-DETALLE.
           IF WS-HAY-FACTDET = 'S'
               MOVE LOW-VALUE TO FDE-KEY
               START FACTDET KEY IS NOT LESS THAN FDE-KEY
                   INVALID KEY MOVE '10' TO FACTDET-FS
               END-START
               PERFORM 310-UN-RENGLON UNTIL FACTDET-EOF
           END-IF.

       310-UN-RENGLON.
           READ FACTDET NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT FACTDET-EOF
               MOVE FDE-FECHA TO WS-FEC-EVAL
               PERFORM 810-PERIODO-DE-FECHA
               IF WS-P > ZERO
                   MOVE SPACES TO WS-EMP-ACT
                   IF WS-HAY-FACTCLI = 'S'
                       MOVE FDE-NRO-FACT TO FCL-NRO-FACT
                       MOVE FDE-CLIENTE TO FCL-CLIENTE
                       READ FACTCLI
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE FCL-EMPRESA TO WS-EMP-ACT
                       END-READ
                   END-IF
                   PERFORM 800-UBICAR-EMPRESA
                   ADD FDE-IMPORTE TO WS-K-INGRESO(WS-E, WS-P)
                   MOVE FDE-CONS TO WS-COSTO-CONS
                   MOVE FDE-FECHA TO WS-COSTO-FECHA
                   PERFORM 850-BUSCAR-COSTO-VIGENTE
                   MULTIPLY FDE-CANT-HORAS BY WS-COSTO-HORA
                       GIVING WS-COSTO
                   ADD WS-COSTO TO WS-K-COSTO(WS-E, WS-P)
               END-IF
           END-IF.

      * Facturacion neta del mes con el criterio del libro IVA
      * ventas (por fecha hasta de la corrida; la nota de credito
      * resta los totales de la corrida original), y documentos
      * aprobados del mes que todavia no tienen CAE.
       400-RECORRER-APROBACIONES.
           IF WS-HAY-APROB = 'S'
               MOVE LOW-VALUE TO APROB-NRO-FACT
               START APROB KEY IS NOT LESS THAN APROB-NRO-FACT
                   INVALID KEY MOVE '10' TO APROB-FS
               END-START
               PERFORM 410-UN-DOCUMENTO UNTIL APROB-EOF
           END-IF.

       410-UN-DOCUMENTO.
           READ APROB NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT APROB-EOF
               MOVE APROB-FECHA-HASTA TO WS-FEC-EVAL
               PERFORM 810-PERIODO-DE-FECHA
               IF WS-P > ZERO
                   PERFORM 420-CLASIFICAR-DOCUMENTO
               END-IF
           END-IF.

       420-CLASIFICAR-DOCUMENTO.
           MOVE ZERO TO WS-SIGNO.
           EVALUATE APROB-ESTADO
               WHEN "APROBADO"
               WHEN "REVERSADA"
                   MOVE 1 TO WS-SIGNO
                   MOVE APROB-NRO-FACT TO WS-NRO-DOC
               WHEN "NOTACRED"
                   MOVE -1 TO WS-SIGNO
                   MOVE APROB-NRO-ORIG TO WS-NRO-DOC
           END-EVALUATE.
           IF WS-SIGNO NOT = ZERO AND WS-HAY-FACTCLI = 'S'
               MOVE WS-NRO-DOC TO FCL-NRO-FACT
               MOVE ZERO TO FCL-CLIENTE
               MOVE 'N' TO WS-FCL-FIN
               START FACTCLI KEY IS NOT LESS THAN FCL-KEY
                   INVALID KEY MOVE 'S' TO WS-FCL-FIN
               END-START
               PERFORM 430-SUMAR-FACTURADO UNTIL WS-FCL-FIN = 'S'
           END-IF.
           IF (APROB-ESTADO = "APROBADO" OR
               APROB-ESTADO = "NOTACRED") AND
               APROB-CAE = SPACES
               MOVE APROB-EMPRESA TO WS-EMP-ACT
               PERFORM 800-UBICAR-EMPRESA
               ADD 1 TO WS-K-SIN-CAE(WS-E, WS-P)
           END-IF.

       430-SUMAR-FACTURADO.
           READ FACTCLI NEXT RECORD
               AT END MOVE 'S' TO WS-FCL-FIN
           END-READ.
           IF WS-FCL-FIN = 'N'
               IF FCL-NRO-FACT NOT = WS-NRO-DOC
                   MOVE 'S' TO WS-FCL-FIN
               ELSE
                   MOVE FCL-EMPRESA TO WS-EMP-ACT
                   PERFORM 800-UBICAR-EMPRESA
                   COMPUTE WS-K-FACTURADO(WS-E, WS-P) =
                       WS-K-FACTURADO(WS-E, WS-P) +
                       FCL-TOTAL-NETO * WS-SIGNO
               END-IF
           END-IF.

      * Saldo vencido a mas de 90 dias al ultimo dia de cada mes,
      * con el criterio del aging: facturas aprobadas, neto mas IVA
      * menos lo aplicado hasta esa fecha, sin las castigadas, y
      * vencimiento segun el plazo de pago del cliente.
       500-RECORRER-SALDOS.
           IF WS-HAY-FACTCLI = 'S' AND WS-HAY-APROB = 'S'
               MOVE LOW-VALUE TO FCL-KEY
               START FACTCLI KEY IS NOT LESS THAN FCL-KEY
                   INVALID KEY MOVE '10' TO FACTCLI-FS
               END-START
               PERFORM 510-UNA-FACTURA UNTIL FACTCLI-EOF
           END-IF.

       510-UNA-FACTURA.
           READ FACTCLI NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT FACTCLI-EOF
               IF FCL-FECHA-HASTA <= WS-T-PER-HASTA(1) AND
                   FCL-FECHA-HASTA IS NUMERIC
                   MOVE FCL-NRO-FACT TO APROB-NRO-FACT
                   READ APROB
                       INVALID KEY MOVE SPACES TO APROB-ESTADO
                   END-READ
                   IF APROB-ESTADO = "APROBADO"
                       PERFORM 520-ANTIGUEDAD-FACTURA
                   END-IF
               END-IF
           END-IF.

       520-ANTIGUEDAD-FACTURA.
           MOVE HIGH-VALUE TO WS-CAS-FECHA.
           IF WS-HAY-CASTIGOS = 'S'
               MOVE FCL-NRO-FACT TO CAS-NRO-FACT
               MOVE FCL-CLIENTE TO CAS-CLIENTE
               READ CAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CAS-FECHA TO WS-CAS-FECHA
               END-READ
           END-IF.
           MOVE ZERO TO WS-PLAZO.
           IF WS-HAY-CLI = 'S'
               MOVE FCL-CLIENTE TO CLI-COD-CLIENTE
               READ CLI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CLI-PLAZO-PAGO IS NUMERIC
                           MOVE CLI-PLAZO-PAGO TO WS-PLAZO
                       END-IF
               END-READ
           END-IF.
           MOVE FCL-FECHA-HASTA TO WS-FEC-NUM.
           COMPUTE WS-JUL-VTO =
               FUNCTION INTEGER-OF-DATE(WS-FEC-NUM) + WS-PLAZO.
           MOVE ZERO TO WS-T-APL-IMP(1).
           MOVE ZERO TO WS-T-APL-IMP(2).
           MOVE ZERO TO WS-T-APL-IMP(3).
           IF WS-HAY-APL = 'S'
               MOVE FCL-NRO-FACT TO APL-NRO-FACT
               MOVE ZERO TO APL-REC-NRO
               MOVE 'N' TO WS-APL-FIN
               START APL KEY IS NOT LESS THAN APL-KEY
                   INVALID KEY MOVE 'S' TO WS-APL-FIN
               END-START
               PERFORM 530-SUMAR-APLICADO UNTIL WS-APL-FIN = 'S'
           END-IF.
           MOVE FCL-EMPRESA TO WS-EMP-ACT.
           PERFORM 800-UBICAR-EMPRESA.
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
               IF FCL-FECHA-HASTA <= WS-T-PER-HASTA(WS-PX) AND
                   WS-CAS-FECHA > WS-T-PER-HASTA(WS-PX) AND
                   WS-T-PER-JUL-HASTA(WS-PX) - WS-JUL-VTO > 90
                   COMPUTE WS-SALDO = FCL-TOTAL-NETO + FCL-TOTAL-IVA
                       - WS-T-APL-IMP(WS-PX)
                   IF WS-SALDO > ZERO
                       ADD WS-SALDO TO WS-K-VENC90(WS-E, WS-PX)
                   END-IF
               END-IF
           END-PERFORM.

       530-SUMAR-APLICADO.
           READ APL NEXT RECORD
               AT END MOVE 'S' TO WS-APL-FIN
           END-READ.
           IF WS-APL-FIN = 'N'
               IF APL-NRO-FACT NOT = FCL-NRO-FACT
                   MOVE 'S' TO WS-APL-FIN
               ELSE
                   IF APL-CLIENTE = FCL-CLIENTE
                       PERFORM VARYING WS-PX FROM 1 BY 1
                           UNTIL WS-PX > 3
                           IF APL-FECHA <= WS-T-PER-HASTA(WS-PX)
                               ADD APL-IMPORTE TO WS-T-APL-IMP(WS-PX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

      * Cobranzas aplicadas en el mes y su DSO, con el criterio del
      * reporte de DSO: dias entre el fin del periodo facturado y la
      * fecha del cobro, ponderados por el importe aplicado.
       600-RECORRER-COBRANZAS.
           IF WS-HAY-APL = 'S' AND WS-HAY-FACTCLI = 'S'
               MOVE LOW-VALUE TO APL-KEY
               START APL KEY IS NOT LESS THAN APL-KEY
                   INVALID KEY MOVE '10' TO APL-FS
               END-START
               PERFORM 610-UNA-APLICACION UNTIL APL-EOF
           END-IF.

       610-UNA-APLICACION.
           READ APL NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT APL-EOF
               MOVE APL-FECHA TO WS-FEC-EVAL
               PERFORM 810-PERIODO-DE-FECHA
               IF WS-P > ZERO
                   MOVE APL-NRO-FACT TO FCL-NRO-FACT
                   MOVE APL-CLIENTE TO FCL-CLIENTE
                   READ FACTCLI
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 620-SUMAR-COBRO
                   END-READ
               END-IF
           END-IF.

       620-SUMAR-COBRO.
           MOVE ZERO TO WS-DIAS.
           IF FCL-FECHA-HASTA IS NUMERIC
               MOVE FCL-FECHA-HASTA TO WS-FEC-NUM
               COMPUTE WS-JUL-VTO =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
               MOVE APL-FECHA TO WS-FEC-NUM
               COMPUTE WS-JUL-COBRO =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-NUM)
               COMPUTE WS-DIAS = WS-JUL-COBRO - WS-JUL-VTO
               IF WS-DIAS < ZERO
                   MOVE ZERO TO WS-DIAS
               END-IF
           END-IF.
           MOVE FCL-EMPRESA TO WS-EMP-ACT.
           PERFORM 800-UBICAR-EMPRESA.
           ADD APL-IMPORTE TO WS-K-COBRADO(WS-E, WS-P).
           COMPUTE WS-K-IMP-DIAS(WS-E, WS-P) =
               WS-K-IMP-DIAS(WS-E, WS-P) + APL-IMPORTE * WS-DIAS.

      * Excepciones de facturacion pendientes dadas de alta hasta el
      * cierre de cada mes, por la empresa del cliente.
       650-RECORRER-EXCEPCIONES.
           IF WS-HAY-EXCEP = 'S'
               MOVE LOW-VALUE TO EXF-KEY
               START EXCIDX KEY IS NOT LESS THAN EXF-KEY
                   INVALID KEY MOVE '10' TO EXCIDX-FS
               END-START
               PERFORM 660-UNA-EXCEPCION UNTIL EXCIDX-EOF
           END-IF.

       660-UNA-EXCEPCION.
           READ EXCIDX NEXT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT EXCIDX-EOF AND EXF-ESTADO = "PENDIENTE"
               MOVE SPACES TO WS-EMP-ACT
               IF EXF-CLIENTE NOT = ZERO AND WS-HAY-CLI = 'S'
                   MOVE EXF-CLIENTE TO CLI-COD-CLIENTE
                   READ CLI
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE CLI-EMPRESA TO WS-EMP-ACT
                   END-READ
               END-IF
               PERFORM 800-UBICAR-EMPRESA
               PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
                   IF EXF-FECHA-ALTA <= WS-T-PER-HASTA(WS-PX)
                       ADD 1 TO WS-K-EXCEP(WS-E, WS-PX)
                   END-IF
               END-PERFORM
           END-IF.

       700-CONSOLIDAR.
           PERFORM VARYING WS-E FROM 2 BY 1
               UNTIL WS-E > WS-T-EMP-COUNT
               PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
                   PERFORM 710-SUMAR-AL-CONSOLIDADO
               END-PERFORM
           END-PERFORM.

       710-SUMAR-AL-CONSOLIDADO.
           ADD WS-K-HS-REG(WS-E, WS-PX) TO WS-K-HS-REG(1, WS-PX).
           ADD WS-K-HS-FACT(WS-E, WS-PX) TO WS-K-HS-FACT(1, WS-PX).
           ADD WS-K-FACTURADO(WS-E, WS-PX)
               TO WS-K-FACTURADO(1, WS-PX).
           ADD WS-K-COBRADO(WS-E, WS-PX) TO WS-K-COBRADO(1, WS-PX).
           ADD WS-K-IMP-DIAS(WS-E, WS-PX)
               TO WS-K-IMP-DIAS(1, WS-PX).
           ADD WS-K-VENC90(WS-E, WS-PX) TO WS-K-VENC90(1, WS-PX).
           ADD WS-K-WIP(WS-E, WS-PX) TO WS-K-WIP(1, WS-PX).
           ADD WS-K-UTIL-FACT(WS-E, WS-PX)
               TO WS-K-UTIL-FACT(1, WS-PX).
           ADD WS-K-UTIL-DISP(WS-E, WS-PX)
               TO WS-K-UTIL-DISP(1, WS-PX).
           ADD WS-K-INGRESO(WS-E, WS-PX) TO WS-K-INGRESO(1, WS-PX).
           ADD WS-K-COSTO(WS-E, WS-PX) TO WS-K-COSTO(1, WS-PX).
           ADD WS-K-EXCEP(WS-E, WS-PX) TO WS-K-EXCEP(1, WS-PX).
           ADD WS-K-SIN-CAE(WS-E, WS-PX) TO WS-K-SIN-CAE(1, WS-PX).

      * Una hoja para el consolidado y una por empresa.
       750-IMPRIMIR.
           MOVE SPACES TO WS-LISTADO-NOMBRE.
           STRING "KPI_"                     DELIMITED BY SIZE
                  KPI-PERIODO                DELIMITED BY SIZE
                  ".PRN"                     DELIMITED BY SIZE
             INTO WS-LISTADO-NOMBRE.
           OPEN OUTPUT LISTADO.
           MOVE KPI-PERIODO(1:4) TO WS-ENC-KPI-AA.
           MOVE KPI-PERIODO(5:2) TO WS-ENC-KPI-MM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ENC-KPI-HOY.
           MOVE WS-HORAS-DIA TO WS-LIN-PIE-HS.
           PERFORM VARYING WS-E FROM 1 BY 1
               UNTIL WS-E > WS-T-EMP-COUNT
               PERFORM 760-IMPRIMIR-HOJA
           END-PERFORM.
           CLOSE LISTADO.
           DISPLAY "RESUMEN MENSUAL DE GESTION EMITIDO EN "
               WS-LISTADO-NOMBRE.

       760-IMPRIMIR-HOJA.
           IF WS-E > 1
               MOVE X'0C' TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF.
           MOVE WS-ENC-KPI TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           IF WS-E = 1
               MOVE "CONSOLIDADO DE TODAS LAS EMPRESAS"
                   TO LISTADO-LINEA
           ELSE
               MOVE WS-T-EMP-COD(WS-E) TO WS-ENC-EMP-COD
               MOVE WS-ENC-EMP TO LISTADO-LINEA
           END-IF.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO WS-LIN-KPI.
           MOVE "               MES" TO WS-LIN-KPI-VAL(1).
           MOVE "      MES ANTERIOR" TO WS-LIN-KPI-VAL(2).
           MOVE "MISMO MES ANIO ANT" TO WS-LIN-KPI-VAL(3).
           MOVE WS-LIN-KPI TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE SPACES TO WS-LIN-KPI.
           MOVE "INDICADOR" TO WS-LIN-KPI-ROT.
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
               STRING "           "           DELIMITED BY SIZE
                      WS-T-PER-MES(WS-PX)(1:4) DELIMITED BY SIZE
                      "/"                     DELIMITED BY SIZE
                      WS-T-PER-MES(WS-PX)(5:2) DELIMITED BY SIZE
                 INTO WS-LIN-KPI-VAL(WS-PX)
           END-PERFORM.
           MOVE WS-LIN-KPI TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE ALL "-" TO LISTADO-LINEA(1:94).
           WRITE LISTADO-LINEA.
           PERFORM VARYING WS-FILA FROM 1 BY 1 UNTIL WS-FILA > 13
               MOVE SPACES TO WS-LIN-KPI
               MOVE WS-ROTULO(WS-FILA) TO WS-LIN-KPI-ROT
               PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
                   PERFORM 770-VALOR-INDICADOR
                   IF WS-VAL-TIPO = 'C'
                       MOVE WS-VAL TO WS-ED-CNT
                       MOVE WS-ED-CNT TO WS-LIN-KPI-VAL(WS-PX)
                   ELSE
                       MOVE WS-VAL TO WS-ED-IMP
                       MOVE WS-ED-IMP TO WS-LIN-KPI-VAL(WS-PX)
                   END-IF
               END-PERFORM
               MOVE WS-LIN-KPI TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-PERFORM.
           MOVE ALL "-" TO LISTADO-LINEA(1:94).
           WRITE LISTADO-LINEA.
           MOVE WS-LIN-PIE TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "SALDO VENCIDO Y WIP: AL ULTIMO DIA DE CADA MES."
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.
           MOVE "EXCEPCIONES Y SIN CAE: PENDIENTES AL EMITIR."
               TO LISTADO-LINEA.
           WRITE LISTADO-LINEA.

       770-VALOR-INDICADOR.
           MOVE ZERO TO WS-VAL.
           MOVE 'D' TO WS-VAL-TIPO.
           EVALUATE WS-FILA
               WHEN 1
                   MOVE WS-K-HS-REG(WS-E, WS-PX) TO WS-VAL
               WHEN 2
                   MOVE WS-K-HS-FACT(WS-E, WS-PX) TO WS-VAL
               WHEN 3
                   IF WS-K-HS-REG(WS-E, WS-PX) NOT = ZERO
                       COMPUTE WS-VAL ROUNDED =
                           WS-K-HS-FACT(WS-E, WS-PX) * 100
                           / WS-K-HS-REG(WS-E, WS-PX)
                   END-IF
               WHEN 4
                   MOVE WS-K-FACTURADO(WS-E, WS-PX) TO WS-VAL
               WHEN 5
                   MOVE WS-K-COBRADO(WS-E, WS-PX) TO WS-VAL
               WHEN 6
                   IF WS-K-COBRADO(WS-E, WS-PX) NOT = ZERO
                       COMPUTE WS-VAL ROUNDED =
                           WS-K-IMP-DIAS(WS-E, WS-PX)
                           / WS-K-COBRADO(WS-E, WS-PX)
                   END-IF
               WHEN 7
                   MOVE WS-K-VENC90(WS-E, WS-PX) TO WS-VAL
               WHEN 8
                   MOVE WS-K-WIP(WS-E, WS-PX) TO WS-VAL
               WHEN 9
                   IF WS-K-UTIL-DISP(WS-E, WS-PX) NOT = ZERO
                       COMPUTE WS-VAL ROUNDED =
                           WS-K-UTIL-FACT(WS-E, WS-PX) * 100
                           / WS-K-UTIL-DISP(WS-E, WS-PX)
                   END-IF
               WHEN 10
                   COMPUTE WS-VAL = WS-K-INGRESO(WS-E, WS-PX)
                       - WS-K-COSTO(WS-E, WS-PX)
               WHEN 11
                   IF WS-K-INGRESO(WS-E, WS-PX) NOT = ZERO
                       COMPUTE WS-VAL ROUNDED =
                           (WS-K-INGRESO(WS-E, WS-PX)
                            - WS-K-COSTO(WS-E, WS-PX)) * 100
                           / WS-K-INGRESO(WS-E, WS-PX)
                   END-IF
               WHEN 12
                   MOVE 'C' TO WS-VAL-TIPO
                   MOVE WS-K-EXCEP(WS-E, WS-PX) TO WS-VAL
               WHEN 13
                   MOVE 'C' TO WS-VAL-TIPO
                   MOVE WS-K-SIN-CAE(WS-E, WS-PX) TO WS-VAL
           END-EVALUATE.

      * Busca la empresa en la tabla y la agrega si es nueva; deja
      * su posicion en WS-E.
       800-UBICAR-EMPRESA.
           IF WS-EMP-ACT = SPACES
               MOVE WS-EMP-DEFECTO TO WS-EMP-ACT
           END-IF.
           MOVE ZERO TO WS-E.
           PERFORM VARYING WS-E2 FROM 2 BY 1
               UNTIL WS-E2 > WS-T-EMP-COUNT
               IF WS-T-EMP-COD(WS-E2) = WS-EMP-ACT
                   MOVE WS-E2 TO WS-E
               END-IF
           END-PERFORM.
           IF WS-E = ZERO
               IF WS-T-EMP-COUNT < 21
                   ADD 1 TO WS-T-EMP-COUNT
                   MOVE WS-T-EMP-COUNT TO WS-E
                   MOVE WS-EMP-ACT TO WS-T-EMP-COD(WS-E)
                   PERFORM 805-LIMPIAR-EMPRESA
               ELSE
                   MOVE WS-T-EMP-COUNT TO WS-E
               END-IF
           END-IF.

       805-LIMPIAR-EMPRESA.
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
               MOVE ZERO TO WS-K-HS-REG(WS-E, WS-PX)
                   WS-K-HS-FACT(WS-E, WS-PX)
                   WS-K-FACTURADO(WS-E, WS-PX)
                   WS-K-COBRADO(WS-E, WS-PX)
                   WS-K-IMP-DIAS(WS-E, WS-PX)
                   WS-K-VENC90(WS-E, WS-PX)
                   WS-K-WIP(WS-E, WS-PX)
                   WS-K-UTIL-FACT(WS-E, WS-PX)
                   WS-K-UTIL-DISP(WS-E, WS-PX)
                   WS-K-INGRESO(WS-E, WS-PX)
                   WS-K-COSTO(WS-E, WS-PX)
                   WS-K-EXCEP(WS-E, WS-PX)
                   WS-K-SIN-CAE(WS-E, WS-PX)
           END-PERFORM.

      * Mes (1 a 3) al que pertenece WS-FEC-EVAL; cero si ninguno.
       810-PERIODO-DE-FECHA.
           MOVE ZERO TO WS-P.
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
               IF WS-FEC-EVAL >= WS-T-PER-DESDE(WS-PX) AND
                   WS-FEC-EVAL <= WS-T-PER-HASTA(WS-PX)
                   MOVE WS-PX TO WS-P
               END-IF
           END-PERFORM.

      * Empresa del consultor HCN-CONS a la fecha HCN-FECHA segun
      * su historia; sin historia, la de su ficha. Deja WS-E.
       820-EMPRESA-DEL-CONSULTOR.
           MOVE 'V' TO HCN-OPER.
           MOVE CON-PERFIL TO HCN-PERFIL.
           MOVE CON-EMPRESA TO HCN-EMPRESA.
           MOVE ZERO TO HCN-SUCURSAL.
           CALL 'HISTCONS' USING HCN-PARAM.
           MOVE HCN-EMPRESA TO WS-EMP-ACT.
           PERFORM 800-UBICAR-EMPRESA.

      * Costo vigente como en el reporte de margen: la tarifa de
      * compra del subcontratista o el registro de COSTOS.DAT con
      * mayor vigencia no posterior a la fecha trabajada.
       850-BUSCAR-COSTO-VIGENTE.
           MOVE ZERO TO WS-COSTO-HORA.
           PERFORM VARYING WS-CSB-K FROM 1 BY 1
               UNTIL WS-CSB-K > WS-T-CSB-COUNT
               IF WS-T-CSB-CONS(WS-CSB-K) = WS-COSTO-CONS
                   MOVE WS-T-CSB-TARIFA(WS-CSB-K) TO WS-COSTO-HORA
               END-IF
           END-PERFORM.
           IF WS-COSTO-HORA = ZERO AND WS-HAY-COS = 'S'
               MOVE WS-COSTO-CONS TO COS-CONS
               MOVE LOW-VALUE TO COS-FVIGENCIA
               MOVE 'N' TO WS-COS-FIN
               START COS KEY IS NOT LESS THAN COS-KEY
                   INVALID KEY MOVE 'S' TO WS-COS-FIN
               END-START
               PERFORM 855-EXAMINAR-COSTO UNTIL WS-COS-FIN = 'S'
           END-IF.

       855-EXAMINAR-COSTO.
           READ COS NEXT RECORD
               AT END MOVE 'S' TO WS-COS-FIN
           END-READ.
           IF WS-COS-FIN = 'N'
               IF COS-CONS NOT = WS-COSTO-CONS OR
                   COS-FVIGENCIA > WS-COSTO-FECHA
                   MOVE 'S' TO WS-COS-FIN
               ELSE
                   MOVE COS-COSTO-HORA TO WS-COSTO-HORA
               END-IF
           END-IF.

       900-FIN.
           IF WS-HAY-HORAS = 'S'
               CLOSE HOR
           END-IF.
           IF WS-HAY-CON = 'S'
               CLOSE CON
           END-IF.
           IF WS-HAY-ASIGNACIONES = 'S'
               CLOSE ASG
           END-IF.
           IF WS-HAY-FACTDET = 'S'
               CLOSE FACTDET
           END-IF.
           IF WS-HAY-COS = 'S'
               CLOSE COS
           END-IF.
           IF WS-HAY-FACTCLI = 'S'
               CLOSE FACTCLI
           END-IF.
           IF WS-HAY-APROB = 'S'
               CLOSE APROB
           END-IF.
           IF WS-HAY-APL = 'S'
               CLOSE APL
           END-IF.
           IF WS-HAY-CLI = 'S'
               CLOSE CLI
           END-IF.
           IF WS-HAY-CASTIGOS = 'S'
               CLOSE CAS
           END-IF.
           IF WS-HAY-FERIADOS = 'S'
               CLOSE FER
           END-IF.
           IF WS-HAY-AUSENCIAS = 'S'
               CLOSE AUS
           END-IF.
           IF WS-HAY-EXCEP = 'S'
               CLOSE EXCIDX
           END-IF.
           MOVE 'C' TO HCN-OPER.
           CALL 'HISTCONS' USING HCN-PARAM.
           MOVE 'C' TO COD-OPER.
           CALL 'TARIFAS' USING PAR-ENTRADA,PAR-SALIDA,COD-OPER.
