           SELECT PAR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAR-FS.
           SELECT FACT-CSV ASSIGN USING WS-FACT-CSV-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACT-CSV-FS.
           SELECT EXCEP ASSIGN USING WS-EXCEP-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEP-FS.
           SELECT EXCIDX ASSIGN TO DISK
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXF-KEY
           FILE STATUS IS EXCIDX-FS.
           SELECT GLEXP ASSIGN USING WS-GLEXP-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLEXP-FS.
           SELECT CTLCORR ASSIGN USING WS-CTLCORR-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTLCORR-FS.
           SELECT OPTIONAL CORRLOG ASSIGN TO "CORRIDAS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRLOG-FS.
           SELECT RETENIDA ASSIGN USING WS-RETENIDA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETENIDA-FS.
           SELECT LISTADO ASSIGN USING WS-LISTADO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTADO-FS.
           SELECT OPTIONAL EMAILDEST ASSIGN TO
               "EMAIL_DESTINATARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMAILDEST-FS.
           SELECT OPTIONAL NROFACT ASSIGN USING WS-NROFACT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NROFACT-FS.
           SELECT OPTIONAL CHKPT ASSIGN USING WS-CHKPT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHKPT-FS.
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
           SELECT LCKFACT ASSIGN TO "FACTURACION.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCKFACT-FS.
           SELECT OPTIONAL LCKNUM ASSIGN TO "NUMERACION.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCKNUM-FS.
           SELECT OPTIONAL NRORSV ASSIGN TO "NUMERACION_RESERVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NRORSV-FS.
           SELECT OPTIONAL CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUENTAS-FS.
           SELECT OPTIONAL PTOVTA ASSIGN TO "PTOVENTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTOVTA-FS.
           SELECT OPTIONAL PTOVTAEXP ASSIGN TO "PTOVENTA_EXPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTOVTAEXP-FS.
           SELECT FER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           SELECT OPTIONAL RECARGOS ASSIGN TO "RECARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECARGOS-FS.
           SELECT OPTIONAL UNIFACT ASSIGN TO "UNIDADES_FACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNIFACT-FS.
           SELECT OPTIONAL DTOVOL ASSIGN TO "DESCUENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTOVOL-FS.
           SELECT OPTIONAL INTERCO ASSIGN TO "INTERCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERCO-FS.
           SELECT OPTIONAL RUNJRN ASSIGN USING WS-RUNJRN-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNJRN-FS.
           SELECT RUNEST ASSIGN USING WS-RUNEST-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNEST-FS.
           SELECT DOCGRP ASSIGN USING WS-DOCGRP-NOMBRE
           SELECT OPTIONAL OVRLIM ASSIGN TO "OVERRIDE_LIMITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVRLIM-FS.
           SELECT HOLDREP ASSIGN USING WS-HOLDREP-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDREP-FS.
           SELECT ALTADOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DOC-KEY
           FILE STATUS IS ALTADOC-FS.
           SELECT DOCPAG ASSIGN USING WS-DOCPAG-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCPAG-FS.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-KEY
           FILE STATUS IS COMPROB-FS.
      * Registro de particiones por empresa de la corrida: estado
      * de cada una para el paso de union (unirParticiones).
           SELECT PTC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTC-EMPRESA
           FILE STATUS IS PTC-FS.
           SELECT APROB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTR-KEY
           FILE STATUS IS CTR-FS.
           SELECT CFD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFD-KEY
           ALTERNATE RECORD KEY IS CFD-HOR-KEY WITH DUPLICATES
           FILE STATUS IS CFD-FS.
           SELECT SLA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLA-KEY
           FILE STATUS IS SLA-FS.
           SELECT SLR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLR-KEY
           FILE STATUS IS SLR-FS.
           SELECT GAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FDE-KEY
           FILE STATUS IS FACTDET-FS.
           SELECT PRECIADO ASSIGN USING WS-PRECIADO-NOMBRE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PRECIADO-FS.
           SELECT ARCHTRABAJO ASSIGN TO DISK.
           03 REG-TRA-ABONO PIC S9(7)V99.
           03 REG-TRA-RECARGO PIC S9(7)V99.
           03 REG-TRA-MECANISMO PIC X(2).
           03 REG-TRA-SECUENCIA PIC 9(2).
           03 REG-TRA-HORA-DESDE.
             05 REG-TRA-DESDE-HH PIC 99.
             05 REG-TRA-DESDE-MM PIC 99.
           03 REG-TRA-HORA-HASTA.
             05 REG-TRA-HASTA-HH PIC 99.
             05 REG-TRA-HASTA-MM PIC 99.
           03 REG-TRA-DESCANSO PIC 9(3).
           03 REG-TRA-UNIDAD PIC X.
           03 REG-TRA-HORAS-REALES PIC S9(3)V99.
           03 REG-TRA-EXTERIOR PIC X.

      * Archivo de trabajo valorizado: la seleccion de horas y la
      * busqueda de tarifas se hacen una sola vez y los dos listados
           03 PRE-ABONO PIC S9(7)V99.
           03 PRE-RECARGO PIC S9(7)V99.
           03 PRE-MECANISMO PIC X(2).
           03 PRE-SECUENCIA PIC 9(2).
           03 PRE-HORA-DESDE PIC 9(4).
           03 PRE-HORA-HASTA PIC 9(4).
           03 PRE-DESCANSO PIC 9(3).
           03 PRE-UNIDAD PIC X.
           03 PRE-HORAS-REALES PIC S9(3)V99.
           03 PRE-EXTERIOR PIC X.

       FD HOR
          VALUE OF FILE-ID IS "HORAS.DAT".
               03 HOR-ALT-KEY.
                   04 HOR-FECHA PIC X(8).
                   04 HOR-CLIENTE PIC 9(4).
               03 HOR-SECUENCIA PIC 9(2).
           02 HOR-DATOS.
               03 HOR-CANT-HORAS PIC S9(2)V99.
               03 HOR-OBSERV PIC X(30).
                   88 HOR-TIPO-NO-FACT VALUE 'N'.
                   88 HOR-TIPO-INTERNA VALUE 'I'.
               03 HOR-LOTE PIC 9(6).
               03 HOR-HORA-DESDE PIC 9(4).
               03 HOR-HORA-HASTA PIC 9(4).
               03 HOR-DESCANSO PIC 9(3).
               03 HOR-TAREA PIC X(4).

       FD CON
       VALUE OF FILE-ID IS "CONSULTORES.DAT".
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

       FD PER LABEL RECORD IS STANDARD
       VALUE OF FILE-ID IS "PERFILES.DAT".
           LABEL RECORD OMITTED.
       01 EMPRESA-REG.
           03 EMPRESA-COD PIC X(3).
           03 EMPRESA-MES-INICIO PIC 9(2).

       FD OPERADOR
           LABEL RECORD OMITTED.
           LABEL RECORD OMITTED.
       01 LCKFACT-LINEA PIC X(30).

      * Traba corta de la numeracion compartida entre particiones:
      * se toma solo para reservar o devolver el bloque de numeros
      * y contiene el codigo de la empresa que la tiene.
       FD LCKNUM
           LABEL RECORD OMITTED.
       01 LCKNUM-LINEA PIC X(30).

      * Bloques de NROFACT.DAT reservados por particiones y no usados
      * enteros: la auditoria de numeracion los justifica.
       FD NRORSV
           LABEL RECORD OMITTED.
       01 NRORSV-REG.
           03 NRORSV-EMPRESA PIC X(3).
           03 NRORSV-DESDE PIC 9(6).
           03 NRORSV-USADO-HASTA PIC 9(6).
           03 NRORSV-HASTA PIC 9(6).
           03 NRORSV-FECHA PIC X(8).

      * Mapeo configurable de cuentas contables para el export al GL;
      * sin archivo rigen las cuentas historicas del plan.
       FD CUENTAS
           LABEL RECORD OMITTED.
       01 PTOVTA-REG.
           03 PTOVTA-NRO PIC 9(4).
           03 PTOVTA-EMPRESA PIC X(3).

      * Punto de venta de los comprobantes E de exportacion de
      * servicios, uno por empresa (la linea sin empresa vale para la
      * empresa por defecto).
       FD PTOVTAEXP
           LABEL RECORD OMITTED.
       01 PTX-REG.
           03 PTX-NRO PIC 9(4).
           03 PTX-EMPRESA PIC X(3).

      * Feriados del calendario oficial, para el recargo de fin de
      * semana y feriado de los contratos que lo pactaron.
           03 RCG-CLIENTE PIC 9(4).
           03 RCG-PORCENTAJE PIC 9(3)V99.

      * Unidad de facturacion pactada por cliente: H hora, J jornada,
      * M media jornada, U unidad entregada. La jornada entera se
      * cobra cuando las horas del dia superan el umbral; la unidad
      * equivale a UNI-HS-UNIDAD horas redondeando hacia arriba. Sin
      * registro el cliente factura por hora.
       FD UNIFACT
           LABEL RECORD OMITTED.
       01 UNI-REG.
           03 UNI-CLIENTE PIC 9(4).
           03 UNI-UNIDAD PIC X.
           03 UNI-UMBRAL PIC 9(2)V99.
           03 UNI-HS-UNIDAD PIC 9(2)V99.

      * Escalas de descuento por volumen negociadas por cliente:
      * umbral en horas (H) o en importe (I) del periodo y el
      * porcentaje ganado; rige el mayor umbral alcanzado.
           LABEL RECORD OMITTED.
       01 HOLDREP-LINEA PIC X(100).

      * Checklist de documentacion de alta del cliente (DOCCLIENTES):
      * un documento sin fecha de recepcion retiene la facturacion.
       FD ALTADOC
          VALUE OF FILE-ID IS "DOCCLIENTES.DAT".
       01 DOC-REG.
           02 DOC-KEY.
               03 DOC-CLIENTE PIC 9(4).
               03 DOC-TIPO PIC X(4).
           02 DOC-DATOS.
               03 DOC-DESCRIPCION PIC X(30).
               03 DOC-RECIBIDO PIC X(8).
                   88 DOC-PENDIENTE VALUE SPACES.
               03 DOC-VENCE PIC X(8).
               03 DOC-OBSERV PIC X(30).

      * Contactos por cliente y rol: el documento de factura de cada
      * cliente va solo a sus contactos de facturacion; la lista
      * interna de EMAIL_DESTINATARIOS.DAT queda para los reportes
               03 CMP-PTOVTA PIC 9(4).
               03 CMP-NRO-COMP PIC 9(8).

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

       FD APROB
           VALUE OF FILE-ID IS "APROBACIONES.DAT".
       01 APROB-REG.
           02 ASG-DATOS.
               03 ASG-HASTA PIC X(8).
               03 ASG-ROL PIC X.
               03 ASG-PROYECTO PIC X(6).
               03 ASG-HORAS-DIA PIC 9(2)V99.

      * Contratos de abono mensual con tope de horas incluidas.
       FD CTR
               03 CTR-VIG-HASTA PIC X(8).
               03 CTR-ABONO PIC 9(7)V99.
               03 CTR-TOPE-HORAS PIC 9(4)V99.
               03 CTR-INDICE PIC X(4).
               03 CTR-INDICE-BASE PIC X(6).
               03 CTR-AJUSTE-MESES PIC 9(2).
               03 CTR-RENOV-TACITA PIC X.
                   88 CTR-CON-RENOV-TACITA VALUE 'S'.
               03 CTR-RENOV-MESES PIC 9(2).
               03 CTR-REINTEGRA-VIATICOS PIC X.
                   88 CTR-CON-REINTEGRO VALUE 'S'.

      * Renglones de las constancias de conformidad de horas; para
      * los clientes que la exigen solo se factura la hora cuya
      * ultima respuesta del cliente es conformada.
       FD CFD
           VALUE OF FILE-ID IS "CONFDETALLE.DAT".
       01 CFD-REG.
           02 CFD-KEY.
               03 CFD-NRO PIC 9(6).
               03 CFD-RENGLON PIC 9(4).
           02 CFD-HOR-KEY.
               03 CFD-CONS PIC 9(3).
               03 CFD-FECHA PIC X(8).
               03 CFD-CLIENTE PIC 9(4).
               03 CFD-SECUENCIA PIC 9(2).
           02 CFD-DATOS.
               03 CFD-CANT-HORAS PIC S9(2)V99.
               03 CFD-ESTADO PIC X.
                   88 CFD-PENDIENTE VALUE 'P'.
                   88 CFD-CONFORMADO VALUE 'C'.
                   88 CFD-RECHAZADO VALUE 'R'.
               03 CFD-FECHA-RESPUESTA PIC X(8).
               03 CFD-COMENTARIO PIC X(40).

      * Niveles de servicio comprometidos por contrato (misma clave
      * que CONTRATOS.DAT) y niveles logrados por mes, cargados por
      * la mesa de ayuda; la metrica incumplida genera un credito en
      * % de la base, con la penalidad maxima del contrato como tope.
       FD SLA
           VALUE OF FILE-ID IS "SLA.DAT".
       01 SLA-REG.
           02 SLA-KEY.
               03 SLA-CLIENTE PIC 9(4).
               03 SLA-VIG-DESDE PIC X(8).
           02 SLA-DATOS.
               03 SLA-TOPE-PCT PIC 9(2)V99.
               03 SLA-CANT-MET PIC 9.
               03 SLA-METRICA OCCURS 5 TIMES.
                   05 SLA-MET-COD PIC X(4).
                   05 SLA-MET-DESC PIC X(20).
                   05 SLA-MET-SENTIDO PIC X.
                   05 SLA-MET-OBJETIVO PIC 9(5)V99.
                   05 SLA-MET-CREDITO PIC 9(2)V99.

       FD SLR
           VALUE OF FILE-ID IS "SLARESUL.DAT".
       01 SLR-REG.
           02 SLR-KEY.
               03 SLR-CLIENTE PIC 9(4).
               03 SLR-PERIODO PIC X(6).
               03 SLR-METRICA PIC X(4).
           02 SLR-DATOS.
               03 SLR-LOGRADO PIC 9(5)V99.
               03 SLR-FECHA-CARGA PIC X(8).
               03 SLR-OBSERV PIC X(30).

       FD GAS
           VALUE OF FILE-ID IS "GASTOS.DAT".
               03 FDE-CONS PIC 9(3).
               03 FDE-CLIENTE PIC 9(4).
               03 FDE-FECHA PIC X(8).
               03 FDE-SECUENCIA PIC 9(2).
           02 FDE-DATOS.
               03 FDE-CANT-HORAS PIC S9(2)V99.
               03 FDE-TARIFA PIC 9(7)V99.
               03 FDE-CLIENTE-NOM PIC X(30).
               03 FDE-PROYECTO PIC X(6).
               03 FDE-MECANISMO PIC X(2).
               03 FDE-UNIDAD PIC X.
               03 FDE-CANT-UNIDAD PIC S9(3)V99.

       FD PAR LABEL RECORD IS STANDARD
       VALUE OF FILE-ID IS "PARAMETROS.DAT".
               88 PARAM-TARIFA-NO-OK VALUE 'N'.
       01 COD-OPER PIC X.

      * Perfil y empresa vigentes a la fecha de la hora, segun la
      * historia del consultor (subprograma HISTCONS).
       01 HCN-PARAM.
           03 HCN-OPER PIC X.
           03 HCN-CONS PIC 9(3).
           03 HCN-FECHA PIC X(8).
           03 HCN-PERFIL PIC X.
           03 HCN-EMPRESA PIC X(3).
           03 HCN-SUCURSAL PIC 9.
           03 HCN-OK PIC X.

       01 PRECIADO-FS PIC X(2).

       01 HOR-FS PIC X(2).
       01 WS-CTL-EXC-TARIFA PIC 9(5) VALUE ZERO.
       01 WS-CTL-EXC-OBSERVADA PIC 9(5) VALUE ZERO.
       01 WS-CTL-EXC-MONEDA PIC 9(5) VALUE ZERO.
       01 WS-CTL-TASA-SUPLENTE PIC 9(5) VALUE ZERO.
       01 WS-CTL-NO-FACTURABLES PIC 9(7) VALUE ZERO.
       01 WS-CTL-SIN-CONFORMIDAD PIC 9(7) VALUE ZERO.
       01 WS-HAY-CONFORMIDAD PIC X VALUE 'N'.
       01 WS-HORA-CONFORMADA PIC X.
       01 WS-CFD-FIN PIC X.
       01 WS-CFD-ULT-NRO PIC 9(6).
       01 WS-CFD-ULT-ESTADO PIC X.
       01 WS-CFD-ULT-HORAS PIC S9(2)V99.
       01 WS-CTL-HASH-HORAS PIC S9(9)V99 VALUE ZERO.
       01 WS-CTL-HASH-IMPORTE PIC S9(11)V99 VALUE ZERO.
       01 WS-CTL-IMP-LINEA PIC S9(9)V99.
           88 OVRLIM-OK VALUE '00'.
           88 OVRLIM-EOF VALUE '10'.
       01 HOLDREP-FS PIC X(2).
       01 ALTADOC-FS PIC X(2).
       01 WS-CANT-HOLD-ALTA PIC 9(3) VALUE ZERO.
       01 WS-DOC-CLI-ANT PIC 9(4).

      * Saldos abiertos por cliente al arranque de la corrida, para
      * el bloqueo automatico por limite de credito.

       01 WS-COD-EMPRESA PIC X(3) VALUE "001".

      * Corrida particionada: con un codigo de empresa en la linea
      * de comando (./TP2 002) se facturan solo los clientes de esa
      * empresa (el cliente sin empresa cargada es de la empresa de
      * EMPRESA.DAT) y la corrida usa sus propios listados, CSV,
      * exportacion GL, cifras de control, checkpoint, journal y
      * secuencia de numeros, con sufijo _EEE. Las particiones corren
      * en paralelo y unirParticiones junta despues las salidas.
      * Los numeros de corrida salen de un bloque que la particion
      * reserva en NROFACT.DAT al arrancar (la misma secuencia de
      * las notas de credito y debito y de la corrida sin particion)
      * y los comprobantes salen por el punto de venta de la empresa
      * (PTOVENTA.DAT); dos particiones con el mismo punto de venta
      * no corren a la vez.
       01 WS-PARTICION PIC X(3) VALUE SPACES.
       01 WS-PARTICION-NUM PIC 9(3) VALUE ZERO.
       01 WS-EMPRESA-DEFECTO PIC X(3) VALUE "001".
       01 WS-PTC-CLIENTE PIC 9(4).
       01 WS-PTC-EMPRESA-CLI PIC X(3).
       01 WS-CLI-EN-PARTICION PIC X VALUE 'S'.
       01 WS-PTC-CLI-SAV PIC X(300).
       01 WS-PTC-CLI-FOUND-SAV PIC X(2).
       01 WS-PTC-NRO-INICIAL PIC 9(6) VALUE ZERO.
       01 WS-PTC-BLOQUE PIC 9(4) VALUE 100.
       01 WS-PTC-RESERVA-HASTA PIC 9(6) VALUE ZERO.
       01 WS-PTC-PTOVTA-EXPO PIC 9(4) VALUE ZERO.
       01 WS-PTC-CHOCA PIC X VALUE 'N'.
       01 WS-PTC-CHOCA-EMPRESA PIC X(3).
       01 WS-NRO-TOPE PIC 9(6) VALUE 999999.
       01 WS-NRO-GLOBAL PIC 9(6) VALUE ZERO.
       01 WS-NROFACT-PROPIO PIC X(30).
       01 WS-PTC-EXISTE PIC X.
       01 WS-PTC-OTRA-EN-CURSO PIC X VALUE 'N'.
      * Contenido de FACTURACION.LCK cuando la tiene una corrida sin
      * particion, que no convive con particiones en curso.
       01 WS-LCKFACT-SIMPLE PIC X(30)
           VALUE "CORRIDA SIN PARTICION ACTIVA".
       01 WS-PTC-FIN PIC X.
       01 WS-PTOVTA-HALLADO PIC X VALUE 'N'.
       01 PTC-FS PIC X(2).
           88 PTC-OK VALUE '00'.
       01 WS-FACT-CSV-NOMBRE PIC X(30) VALUE "FACTURACION.CSV".
       01 WS-EXCEP-NOMBRE PIC X(30) VALUE "EXCEPCIONES.CSV".
       01 WS-GLEXP-NOMBRE PIC X(30) VALUE "GL_EXPORT.CSV".
       01 WS-CTLCORR-NOMBRE PIC X(30) VALUE "CONTROL_CORRIDA.PRN".
       01 WS-RETENIDA-NOMBRE PIC X(30) VALUE "FACT_RETENIDA.PRN".
       01 WS-LISTADO-NOMBRE PIC X(30) VALUE "LISTADO.PRN".
       01 WS-HOLDREP-NOMBRE PIC X(30) VALUE "HOLDS_CREDITO.PRN".
       01 WS-NROFACT-NOMBRE PIC X(30) VALUE "NROFACT.DAT".
       01 WS-CHKPT-NOMBRE PIC X(30) VALUE "CHECKPOINT.DAT".
       01 WS-RUNJRN-NOMBRE PIC X(30) VALUE "RUN_JOURNAL.DAT".
       01 WS-RUNEST-NOMBRE PIC X(30) VALUE "RUN_ESTADO.DAT".
       01 WS-PRECIADO-NOMBRE PIC X(30) VALUE "PRECIADO.TMP".

      * Operador que ejecuta la corrida (OPERADOR.DAT): queda en la
      * aprobacion para que el mismo usuario no pueda firmarla.
       01 OPERADOR-FS PIC X(2).

       01 LCKMANT-FS PIC X(2).
       01 LCKFACT-FS PIC X(2).
       01 LCKNUM-FS PIC X(2).
       01 NRORSV-FS PIC X(2).
       01 WS-LCKNUM-TOMADA PIC X VALUE 'N'.
       01 WS-LCKNUM-INTENTOS PIC 9(3) VALUE ZERO.
       01 WS-LCKNUM-ESPERA PIC 9(2) VALUE 1.
       01 WS-LCKNUM-NOMBRE PIC X(20) VALUE "NUMERACION.LCK".
       01 WS-BORRA-LCK-RC PIC S9(9) COMP.
       01 WS-LCK-NOMBRE PIC X(20) VALUE "FACTURACION.LCK".

           VALUE "2.1.4 IVA DEBITO FISCAL".
       01 WS-CTA-FEEGASTOS PIC X(40)
           VALUE "4.1.3 FEE GESTION DE GASTOS".
       01 WS-CTA-CREDSLA PIC X(40)
           VALUE "4.1.9 CREDITOS POR NIVEL DE SERVICIO".
       01 WS-SLA-RUN PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-NUM-SLA PIC -(7)9,99.
       01 WS-GL-CTA-ANALITICA PIC X(45).
       01 WS-MARKUP-RUN PIC S9(9)V99 VALUE ZERO.
       01 WS-GAS-MARKUP-IVA PIC S9(7)V99.
       01 DOCCLI-FS PIC X(2).
       01 WS-DOCCLI-NOMBRE PIC X(20).
       01 WS-DOC-ABIERTO PIC X VALUE 'N'.
       01 WS-DOC-HORARIO PIC X VALUE 'N'.

       01 FER-FS PIC X(2).
       01 WS-HAY-FERIADOS PIC X VALUE 'N'.
       01 RECARGOS-FS PIC X(2).
           88 RECARGOS-OK VALUE '00'.
           88 RECARGOS-EOF VALUE '10'.
       01 UNIFACT-FS PIC X(2).
           88 UNIFACT-OK VALUE '00'.
           88 UNIFACT-EOF VALUE '10'.

       01 DTOVOL-FS PIC X(2).
           88 DTOVOL-OK VALUE '00'.
       01 WS-GRP-K PIC 9(3).
       01 WS-GRP-PADRE-CLI PIC 9(4).

      * Condicion de exterior del pagador (casa matriz o pagador de
      * split) frente a la del cliente trabajado.
       01 WS-EXT-CLI-SAV PIC X(300).
       01 WS-EXT-CLI-FOUND-SAV PIC X(2).
       01 WS-EXT-PAGADOR PIC X.
       01 WS-EXT-TRABAJADO PIC X.
       01 WS-EXT-DIFIERE PIC X.

      * Subtotales por filial del periodo, para el documento
      * consolidado de cada grupo.
       01 WS-T-GPA-COUNT PIC 9(3) VALUE ZERO.
           03 FILLER PIC X(5) VALUE "%): $".
           03 WS-LIN-DTO-VAL PIC -ZZZ.Z99,99.

      * Credito por niveles de servicio no cumplidos en el mes: la
      * base es el abono del contrato, o lo facturado al cliente en
      * la corrida si el contrato no tiene abono.
       01 WS-HAY-SLA PIC X VALUE 'N'.
       01 WS-SLA-K PIC 9.
       01 WS-SLA-CTR-I PIC 9(4).
       01 WS-SLA-BASE PIC S9(9)V99.
       01 WS-SLA-PCT PIC 9(3)V99.
       01 WS-SLA-TOPADO PIC X.
       01 WS-SLA-IMPORTE PIC S9(9)V99.
       01 WS-SLA-IVA PIC S9(9)V99.
       01 WS-SLA-IMPORTE-MON PIC S9(9)V99.

       01 WS-LIN-SLA.
           03 FILLER PIC X(33)
               VALUE "    Credito por nivel de servicio".
           03 FILLER PIC X(2) VALUE " (".
           03 WS-LIN-SLA-PCT PIC ZZ9,99.
           03 FILLER PIC X(5) VALUE "%): $".
           03 WS-LIN-SLA-VAL PIC -ZZZ.Z99,99.
       01 WS-LIN-SLA-TOPE.
           03 FILLER PIC X(43)
               VALUE "      Limitado a la penalidad maxima del ".
           03 FILLER PIC X(10) VALUE "contrato (".
           03 WS-LIN-SLA-TOPE-PCT PIC Z9,99.
           03 FILLER PIC X(2) VALUE "%)".

       01 WS-T-RCG-COUNT PIC 9(3) VALUE ZERO.
       01 WS-T-RCG.
           03 WS-T-RCG-CAMPO OCCURS 200 TIMES.
       01 WS-FECHA-HOR-NUM PIC 9(8).
       01 WS-TARIFA-BASE PIC 9(7)V99.

       01 WS-T-UNI-COUNT PIC 9(3) VALUE ZERO.
       01 WS-T-UNI.
           03 WS-T-UNI-CAMPO OCCURS 200 TIMES.
               05 WS-T-UNI-CLIENTE PIC 9(4).
               05 WS-T-UNI-UNIDAD PIC X.
               05 WS-T-UNI-UMBRAL PIC 9(2)V99.
               05 WS-T-UNI-HS-UNIDAD PIC 9(2)V99.
       01 WS-UNI-K PIC 9(3).
       01 WS-UNIDAD-CLI PIC X VALUE 'H'.
           88 WS-UNIDAD-HORA VALUE 'H' ' '.
       01 WS-UNI-UMBRAL PIC 9(2)V99.
       01 WS-UNI-HS-UNIDAD PIC 9(2)V99.
       01 WS-UNI-PASOS PIC 9(3).
       01 WS-UNI-RESTO PIC S9(3)V99.

      * Renglones de clientes que no facturan por hora: se agrupan
      * por consultor, fecha y cliente y se valorizan al final de la
      * seleccion en la unidad pactada.
       01 WS-T-GRU-COUNT PIC 9(4) VALUE ZERO.
       01 WS-T-GRU.
           03 WS-T-GRU-CAMPO OCCURS 2000 TIMES.
               05 WS-T-GRU-CONS PIC 9(3).
               05 WS-T-GRU-FECHA PIC X(8).
               05 WS-T-GRU-CLIENTE PIC 9(4).
               05 WS-T-GRU-HORAS PIC S9(3)V99.
               05 WS-T-GRU-TARIFA PIC 9(7)V99.
               05 WS-T-GRU-UMBRAL PIC 9(2)V99.
               05 WS-T-GRU-HS-UNIDAD PIC 9(2)V99.
               05 WS-T-GRU-IMAGEN PIC X(201).
       01 WS-GRU-K PIC 9(4).
       01 WS-GRU-I PIC 9(4).

       01 WS-LIN-RECARGO.
           03 FILLER PIC X(36)
               VALUE "    Recargo fin de semana/feriado: $".
           03 WS-LIN-RECARGO-PCT PIC ZZ9,99.
           03 FILLER PIC X(2) VALUE "%)".

       01 WS-LIN-HORARIO.
           03 FILLER PIC X(13) VALUE "    Horario: ".
           03 WS-LIN-HOR-DESDE-HH PIC 99.
           03 FILLER PIC X VALUE ":".
           03 WS-LIN-HOR-DESDE-MM PIC 99.
           03 FILLER PIC X(3) VALUE " a ".
           03 WS-LIN-HOR-HASTA-HH PIC 99.
           03 FILLER PIC X VALUE ":".
           03 WS-LIN-HOR-HASTA-MM PIC 99.
           03 FILLER PIC X(12) VALUE " (descanso: ".
           03 WS-LIN-HOR-DESCANSO PIC ZZ9.
           03 FILLER PIC X(5) VALUE " min)".

       01 WS-LIN-HS-REALES.
           03 FILLER PIC X(22) VALUE "    Horas trabajadas: ".
           03 WS-LIN-HS-REALES-VAL PIC ZZ9,99.

       01 PTOVTA-FS PIC X(2).
       01 PTOVTAEXP-FS PIC X(2).
       01 NROCOMP-FS PIC X(2).
           88 NROCOMP-OK VALUE '00'.
       01 COMPROB-FS PIC X(2).
           88 COMPROB-OK VALUE '00'.
       01 WS-PTO-VTA PIC 9(4) VALUE 1.
       01 WS-PTO-VTA-EXPO PIC 9(4) VALUE ZERO.
       01 WS-PTX-HALLADO PIC X VALUE 'N'.
       01 WS-PTO-VTA-COMP PIC 9(4).
       01 WS-LETRA-COMP PIC X.
       01 WS-NCP-EXISTE PIC X.

           03 FILLER PIC X VALUE "-".
           03 WS-ENC-COMP-NRO PIC 9(8).

      * Datos del comprobante E: pais e identificacion fiscal del
      * cliente del exterior, incoterm, moneda y tipo de cambio del dia
      * habil anterior a la fecha del comprobante.
       01 WS-ENC-EXP-1 PIC X(51) VALUE
           "EXPORTACION DE SERVICIOS - OPERACION SIN IVA".
       01 WS-ENC-EXP-2.
           03 FILLER PIC X(6) VALUE "PAIS: ".
           03 WS-ENC-EXP-PAIS PIC X(3).
           03 FILLER PIC X(13) VALUE "  ID FISCAL: ".
           03 WS-ENC-EXP-ID PIC X(20).
           03 FILLER PIC X(12) VALUE "  INCOTERM: ".
           03 WS-ENC-EXP-INCOTERM PIC X(3).
       01 WS-ENC-EXP-3.
           03 FILLER PIC X(8) VALUE "MONEDA: ".
           03 WS-ENC-EXP-MONEDA PIC X(3).
           03 FILLER PIC X(20) VALUE "  TIPO DE CAMBIO AL ".
           03 WS-ENC-EXP-FECHA PIC X(8).
           03 FILLER PIC X(2) VALUE ": ".
           03 WS-ENC-EXP-COTIZ PIC ZZ.ZZ9,9999.
       01 WS-FEX-FECHA-COTIZ PIC X(8).
       01 WS-FEX-FECHA-NUM PIC 9(8).
       01 WS-FEX-JULIANO PIC 9(7).
       01 WS-FEX-DIA-SEMANA PIC 9.
       01 WS-FEX-HABIL PIC X.
       01 WS-FEX-COTIZ PIC 9(5)V9999.

       01 WS-DOC-ENC-DIR.
           03 WS-DOC-ENC-DIR-VAL   PIC X(20).
           03 FILLER               PIC X(7) VALUE "  Tel: ".
       01 CTR-FS PIC X(2).
           88 CTR-OK VALUE '00'.
           88 CTR-EOF VALUE '10'.
       01 CFD-FS PIC X(2).
           88 CFD-OK VALUE '00'.
       01 SLA-FS PIC X(2).
           88 SLA-OK VALUE '00'.
       01 SLR-FS PIC X(2).
           88 SLR-OK VALUE '00'.

       01 OC-FS PIC X(2).
           88 OC-OK VALUE '00'.
           03 WS-LIN-IND-DD       PIC 99.
           03 FILLER              PIC X(7) VALUE "       ".
           03 WS-LIN-IND-CH       PIC Z9,99.
           03 WS-LIN-IND-UNI      PIC X(4) VALUE "    ".
           03 WS-LIN-IND-TAR      PIC Z.ZZ9,99.
           03 FILLER              PIC XX VALUE  " $".
           03 WS-LIN-IND-IMP      PIC -ZZ.ZZ9,99.
       01 WS-TSH-TASA                   PIC 9(5)V9999.
       01 WS-TSH-MEJOR-FVIG             PIC X(8).
       01 WS-TSH-HALLADA                PIC X.
       01 WS-TSH-FECHA-NUM              PIC 9(8).
       01 WS-TSH-JULIANO                PIC 9(7).
       01 WS-TSH-DIA-SEMANA             PIC 9.
       01 WS-TSH-HABIL                  PIC X.
       01 WS-TSH-ORIGEN                 PIC X(30).
      * Moneda y fecha ya avisadas con tasa suplente (un aviso por
      * par, aunque la tasa se use en muchos renglones).
       01 WS-SUP-K                      PIC 9(3).
       01 WS-SUP-HALLADO                PIC X.
       01 WS-T-SUP-COUNT                PIC 9(3) VALUE ZERO.
       01 WS-T-SUP.
           03 WS-T-SUP-CAMPO OCCURS 100 TIMES.
               05 WS-T-SUP-MONEDA       PIC X(3).
               05 WS-T-SUP-FECHA        PIC X(8).

      * Gasto en curso de la recorrida por archivo, ya valorizado a
      * moneda base y con su cargo de gestion; los gastos se leen de
           03 WS-GAS-A-MARKUP-PCT       PIC 9(2)V99.
           03 WS-GAS-A-MARKUP           PIC S9(7)V99.
           03 WS-GAS-A-VALIDO           PIC X.
           03 WS-GAS-A-EXTERIOR         PIC X.

       01 WS-GAS-FIN                    PIC X.
       01 WS-GAS-AVISAR                 PIC X.
           PERFORM 050-LEER-PAR.
           PERFORM 200-PROCESAR-PAR UNTIL PAR-EOF.
           PERFORM 020-FIN.
      *    El listado de una particion no se envia: sale por mail el
      *    listado unido de todas las empresas.
           IF WS-PARTICION = SPACES
               PERFORM 230-ENVIAR-LISTADO-EMAIL
           END-IF.
           STOP RUN.

       200-PROCESAR-PAR.
           MOVE ZERO TO WS-T-DCLI-COUNT.
           MOVE ZERO TO WS-T-GPA-COUNT.
           MOVE ZERO TO WS-MARKUP-RUN.
           MOVE ZERO TO WS-SLA-RUN.
           MOVE ZERO TO WS-ANT-APLICADO-RUN.
           PERFORM 201-CONTROLAR-SOLAPE.
           IF WS-NRO-FACTURACION > WS-NRO-TOPE
               DISPLAY "BLOQUE DE NUMERACION DE LA PARTICION "
                   WS-PARTICION " AGOTADO (HASTA " WS-NRO-TOPE
                   "), SE OMITE EL PARAMETRO"
               SUBTRACT 1 FROM WS-NRO-FACTURACION
           ELSE
               IF WS-SOLAPE = 'S' AND WS-PERMITIR-SOLAPE NOT = 'S'
                   DISPLAY "PERIODO DEL PARAMETRO SOLAPA CON LA "
                       "FACTURACION APROBADA " WS-SOLAPE-NRO
                       ", SE OMITE (VER PERMITIR_SOLAPE.DAT)"
                   SUBTRACT 1 FROM WS-NRO-FACTURACION
               ELSE
                   PERFORM 202-PROCESAR-PAR-CUERPO
               END-IF
           END-IF.
           PERFORM 050-LEER-PAR.

           MOVE WS-FEC-8-MM TO WS-FEC-MM.
           MOVE WS-FEC-8-DD   TO WS-FEC-DD.
           MOVE WS-FECHA TO PARAM-FVIGENCIA-HASTA.
           PERFORM 202B-FECHA-COTIZ-EXPO.
           MOVE ZERO TO WS-TOTAL-GRAL.
           MOVE ZERO TO WS-TOTAL-GRAL-IVA.
           PERFORM 070-IMPRIMIR-ENCAB.
             ON ASCENDING KEY REG-TRA-COD-CONS
             ON ASCENDING KEY REG-TRA-CLIENTE
             ON ASCENDING KEY REG-TRA-FECHA
             ON ASCENDING KEY REG-TRA-SECUENCIA
             USING PRECIADO
             OUTPUT PROCEDURE 110-IMPRIMIR-LISTADO
           MOVE ZERO TO WS-TOTAL-GRAL-POR-CLI.
             ON ASCENDING KEY REG-TRA-CLIENTE
             ON ASCENDING KEY REG-TRA-COD-CONS
             ON ASCENDING KEY REG-TRA-FECHA
             ON ASCENDING KEY REG-TRA-SECUENCIA
             USING PRECIADO
             OUTPUT PROCEDURE 115-IMPRIMIR-LISTADO-CLI
           IF PERIODO-PROCESADO AND MODO-REAL
               SUBTRACT 1 FROM WS-NRO-FACTURACION
           END-IF.

      * Dia habil anterior a la fecha del comprobante (cierre del
      * periodo): fija el tipo de cambio de los comprobantes E.
       202B-FECHA-COTIZ-EXPO.
           MOVE PAR-FECHA-HASTA TO WS-FEX-FECHA-NUM.
           COMPUTE WS-FEX-JULIANO =
               FUNCTION INTEGER-OF-DATE(WS-FEX-FECHA-NUM).
           MOVE 'N' TO WS-FEX-HABIL.
           PERFORM UNTIL WS-FEX-HABIL = 'S'
               SUBTRACT 1 FROM WS-FEX-JULIANO
               COMPUTE WS-FEX-FECHA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-FEX-JULIANO)
               MOVE WS-FEX-FECHA-NUM TO WS-FEX-FECHA-COTIZ
               MOVE 'S' TO WS-FEX-HABIL
               COMPUTE WS-FEX-DIA-SEMANA =
                   FUNCTION MOD(WS-FEX-JULIANO, 7)
               IF WS-FEX-DIA-SEMANA = 6 OR WS-FEX-DIA-SEMANA = 0
                   MOVE 'N' TO WS-FEX-HABIL
               END-IF
               IF WS-FEX-HABIL = 'S' AND WS-HAY-FERIADOS = 'S'
                   MOVE WS-FEX-FECHA-COTIZ TO FER-FECHA
                   READ FER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'N' TO WS-FEX-HABIL
                   END-READ
               END-IF
           END-PERFORM.

       210-REGISTRAR-APROBACION.
           OPEN OUTPUT NROFACT.
           MOVE WS-NRO-FACTURACION TO NROFACT-REG.
                 INTO GLEXP-LINEA
               WRITE GLEXP-LINEA
           END-IF.
      *    Los creditos SLA salen netos de los ingresos por cliente;
      *    se exponen brutos contra su cuenta regularizadora.
           IF WS-SLA-RUN NOT = ZERO
               MOVE WS-SLA-RUN TO WS-GL-NUM-SLA
               STRING WS-NRO-FACTURACION    DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      PAR-FECHA-HASTA       DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WS-CTA-CREDSLA        DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WS-GL-NUM-SLA         DELIMITED BY SIZE
                      ",0,00"               DELIMITED BY SIZE
                 INTO GLEXP-LINEA
               WRITE GLEXP-LINEA
               STRING WS-NRO-FACTURACION    DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      PAR-FECHA-HASTA       DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WS-CTA-INGRESOS       DELIMITED BY SIZE
                      ",0,00,"              DELIMITED BY SIZE
                      WS-GL-NUM-SLA         DELIMITED BY SIZE
                 INTO GLEXP-LINEA
               WRITE GLEXP-LINEA
           END-IF.
           MOVE WS-TOTAL-GRAL-IVA TO WS-GL-NUM-IVA.
           STRING WS-NRO-FACTURACION        DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
           END-IF.

       010-INICIO.
           ACCEPT WS-PARTICION FROM COMMAND-LINE.
           IF WS-PARTICION NOT = SPACES
               PERFORM 009-PREPARAR-PARTICION
           END-IF.
           PERFORM 011-TOMAR-TRABA.
           OPEN INPUT CON.
           OPEN INPUT CLI.
               END-READ
               CLOSE EMPRESA
           END-IF.
           MOVE WS-COD-EMPRESA TO WS-EMPRESA-DEFECTO.
           IF WS-PARTICION NOT = SPACES
               MOVE WS-PARTICION TO WS-COD-EMPRESA
           END-IF.
           OPEN INPUT OPERADOR.
           IF OPERADOR-FS = '00'
               READ OPERADOR RECORD
               PERFORM 014-CARGAR-RECARGO UNTIL RECARGOS-EOF
           END-IF.
           CLOSE RECARGOS.
           OPEN INPUT UNIFACT.
           IF UNIFACT-OK
               PERFORM 014F-CARGAR-UNIDAD UNTIL UNIFACT-EOF
           END-IF.
           CLOSE UNIFACT.
           OPEN INPUT DTOVOL.
           IF DTOVOL-OK
               PERFORM 014B-CARGAR-DESCUENTO UNTIL DTOVOL-EOF
           CLOSE TRANSFER.
           OPEN INPUT PTOVTA.
           IF PTOVTA-FS = '00'
               IF WS-PARTICION = SPACES
                   READ PTOVTA RECORD
                       AT END CONTINUE
                       NOT AT END MOVE PTOVTA-NRO TO WS-PTO-VTA
                   END-READ
               ELSE
                   PERFORM 009C-BUSCAR-PTOVTA-EMPRESA
                       UNTIL PTOVTA-FS NOT = '00' OR
                           WS-PTOVTA-HALLADO = 'S'
               END-IF
               CLOSE PTOVTA
           END-IF.
           IF WS-PARTICION NOT = SPACES AND WS-PTOVTA-HALLADO = 'N'
               DISPLAY "SIN PUNTO DE VENTA PARA LA EMPRESA "
                   WS-PARTICION " EN PTOVENTA.DAT"
               PERFORM 011B-LIBERAR-TRABA
               STOP RUN
           END-IF.
           OPEN INPUT PTOVTAEXP.
           IF PTOVTAEXP-FS = '00'
               PERFORM 009D-BUSCAR-PTOVTA-EXPO
                   UNTIL PTOVTAEXP-FS NOT = '00' OR
                       WS-PTX-HALLADO = 'S'
               CLOSE PTOVTAEXP
           END-IF.
           OPEN I-O NROCOMP.
           IF NOT NROCOMP-OK
               OPEN OUTPUT NROCOMP
               NOT AT END MOVE NROFACT-REG TO WS-NRO-FACTURACION
           END-READ.
           CLOSE NROFACT.
           IF WS-PARTICION NOT = SPACES
               PERFORM 009B-REGISTRAR-PARTICION
           END-IF.
           OPEN INPUT CHKPT.
           READ CHKPT RECORD
               AT END MOVE ZERO TO WS-CHKPT-RESUME-COUNT
           IF CTR-OK
               MOVE 'S' TO WS-HAY-CONTRATOS
           END-IF.
           OPEN INPUT CFD.
           IF CFD-OK
               MOVE 'S' TO WS-HAY-CONFORMIDAD
           END-IF.
           OPEN INPUT SLA.
           OPEN INPUT SLR.
           IF SLA-OK AND SLR-OK AND WS-HAY-CONTRATOS = 'S'
               MOVE 'S' TO WS-HAY-SLA
           ELSE
               IF SLA-OK
                   CLOSE SLA
               END-IF
               IF SLR-OK
                   CLOSE SLR
               END-IF
           END-IF.
           OPEN I-O BCO.
           IF BCO-OK
               MOVE 'S' TO WS-HAY-BANCOS
           MOVE 'O' TO COD-OPER.
           CALL 'TARIFAS' USING PAR-ENTRADA,PAR-SALIDA,COD-OPER.
           MOVE 'P' TO COD-OPER.
           MOVE 'A' TO HCN-OPER.
           CALL 'HISTCONS' USING HCN-PARAM.
           IF(NOT CON-OK) AND (NOT CON-EOF)
               DISPLAY "ERROR APERTURA CON"
               PERFORM 011B-LIBERAR-TRABA
               STOP RUN.


      * Nombres de los archivos propios de la particion: el mismo
      * nombre de siempre con el codigo de empresa como sufijo.
       009-PREPARAR-PARTICION.
           IF WS-PARTICION IS NOT NUMERIC OR WS-PARTICION = "000"
               DISPLAY "EMPRESA DE LA PARTICION INVALIDA: "
                   WS-PARTICION
               STOP RUN
           END-IF.
           MOVE WS-PARTICION TO WS-PARTICION-NUM.
           DISPLAY "CORRIDA PARTICIONADA, EMPRESA " WS-PARTICION.
           MOVE SPACES TO WS-FACT-CSV-NOMBRE.
           STRING "FACTURACION_" WS-PARTICION ".CSV"
               DELIMITED BY SIZE INTO WS-FACT-CSV-NOMBRE.
           MOVE SPACES TO WS-EXCEP-NOMBRE.
           STRING "EXCEPCIONES_" WS-PARTICION ".CSV"
               DELIMITED BY SIZE INTO WS-EXCEP-NOMBRE.
           MOVE SPACES TO WS-GLEXP-NOMBRE.
           STRING "GL_EXPORT_" WS-PARTICION ".CSV"
               DELIMITED BY SIZE INTO WS-GLEXP-NOMBRE.
           MOVE SPACES TO WS-CTLCORR-NOMBRE.
           STRING "CONTROL_CORRIDA_" WS-PARTICION ".PRN"
               DELIMITED BY SIZE INTO WS-CTLCORR-NOMBRE.
           MOVE SPACES TO WS-RETENIDA-NOMBRE.
           STRING "FACT_RETENIDA_" WS-PARTICION ".PRN"
               DELIMITED BY SIZE INTO WS-RETENIDA-NOMBRE.
           MOVE SPACES TO WS-LISTADO-NOMBRE.
           STRING "LISTADO_" WS-PARTICION ".PRN"
               DELIMITED BY SIZE INTO WS-LISTADO-NOMBRE.
           MOVE SPACES TO WS-HOLDREP-NOMBRE.
           STRING "HOLDS_CREDITO_" WS-PARTICION ".PRN"
               DELIMITED BY SIZE INTO WS-HOLDREP-NOMBRE.
           MOVE SPACES TO WS-NROFACT-NOMBRE.
           STRING "NROFACT_" WS-PARTICION ".DAT"
               DELIMITED BY SIZE INTO WS-NROFACT-NOMBRE.
           MOVE SPACES TO WS-CHKPT-NOMBRE.
           STRING "CHECKPOINT_" WS-PARTICION ".DAT"
               DELIMITED BY SIZE INTO WS-CHKPT-NOMBRE.
           MOVE SPACES TO WS-RUNJRN-NOMBRE.
           STRING "RUN_JOURNAL_" WS-PARTICION ".DAT"
               DELIMITED BY SIZE INTO WS-RUNJRN-NOMBRE.
           MOVE SPACES TO WS-RUNEST-NOMBRE.
           STRING "RUN_ESTADO_" WS-PARTICION ".DAT"
               DELIMITED BY SIZE INTO WS-RUNEST-NOMBRE.
           MOVE SPACES TO WS-PRECIADO-NOMBRE.
           STRING "PRECIADO_" WS-PARTICION ".TMP"
               DELIMITED BY SIZE INTO WS-PRECIADO-NOMBRE.

      * La particion queda EN CURSO hasta que termina bien; si se cae
      * se vuelve a correr sola, retoma desde su checkpoint y sigue
      * con el bloque de numeros que ya tenia reservado. El registro
      * y la reserva se hacen bajo la traba de numeracion.
       009B-REGISTRAR-PARTICION.
           MOVE WS-PTO-VTA-EXPO TO WS-PTC-PTOVTA-EXPO.
           IF WS-PTC-PTOVTA-EXPO = ZERO
               MOVE WS-PTO-VTA TO WS-PTC-PTOVTA-EXPO
           END-IF.
           PERFORM 009F-TOMAR-TRABA-NUMERACION.
           OPEN I-O PTC.
           IF PTC-FS = '35'
               OPEN OUTPUT PTC
               CLOSE PTC
               OPEN I-O PTC
           END-IF.
           IF NOT PTC-OK
               DISPLAY "ERROR APERTURA PARTICIONES.DAT"
               PERFORM 009G-LIBERAR-TRABA-NUMERACION
               PERFORM 011B-LIBERAR-TRABA
               STOP RUN
           END-IF.
           PERFORM 009K-CONTROLAR-PTOVTA-EN-USO.
           IF WS-PTC-CHOCA = 'S'
               DISPLAY "EL PUNTO DE VENTA " WS-PTO-VTA " O "
                   WS-PTC-PTOVTA-EXPO " LO ESTA USANDO LA PARTICION "
                   WS-PTC-CHOCA-EMPRESA " EN CURSO; CORRA ESTA "
                   "EMPRESA CUANDO TERMINE"
               CLOSE PTC
               PERFORM 009G-LIBERAR-TRABA-NUMERACION
               PERFORM 011B-LIBERAR-TRABA
               STOP RUN
           END-IF.
           MOVE WS-PARTICION TO PTC-EMPRESA.
           MOVE 'S' TO WS-PTC-EXISTE.
           READ PTC
               INVALID KEY MOVE 'N' TO WS-PTC-EXISTE
           END-READ.
           IF WS-PTC-EXISTE = 'S' AND PTC-ESTADO = "EN CURSO" AND
               PTC-RESERVA-HASTA > ZERO
               COMPUTE WS-PTC-NRO-INICIAL = PTC-NRO-DESDE - 1
               MOVE PTC-RESERVA-HASTA TO WS-PTC-RESERVA-HASTA
               IF WS-NRO-FACTURACION < WS-PTC-NRO-INICIAL OR
                   WS-NRO-FACTURACION > WS-PTC-RESERVA-HASTA
                   MOVE WS-PTC-NRO-INICIAL TO WS-NRO-FACTURACION
               END-IF
               DISPLAY "SE RETOMA EL BLOQUE DE NUMERACION "
                   PTC-NRO-DESDE " A " WS-PTC-RESERVA-HASTA
           ELSE
               PERFORM 009E-RESERVAR-NUMERACION
           END-IF.
           MOVE WS-PTC-RESERVA-HASTA TO WS-NRO-TOPE.
           MOVE WS-PARTICION TO PTC-EMPRESA.
           MOVE "EN CURSO" TO PTC-ESTADO.
           COMPUTE PTC-NRO-DESDE = WS-PTC-NRO-INICIAL + 1.
           MOVE WS-NRO-FACTURACION TO PTC-NRO-HASTA.
           IF MODO-REAL
               MOVE WS-PTC-RESERVA-HASTA TO PTC-RESERVA-HASTA
           ELSE
               MOVE ZERO TO PTC-RESERVA-HASTA
           END-IF.
           MOVE WS-PTO-VTA TO PTC-PTOVTA.
           MOVE WS-PTC-PTOVTA-EXPO TO PTC-PTOVTA-EXPO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PTC-INICIO.
           MOVE SPACES TO PTC-FIN.
           MOVE ZERO TO PTC-LEIDAS.
           MOVE ZERO TO PTC-FACTURADAS.
           IF WS-PTC-EXISTE = 'S'
               REWRITE PTC-REG
           ELSE
               WRITE PTC-REG
           END-IF.
           CLOSE PTC.
           PERFORM 009G-LIBERAR-TRABA-NUMERACION.

      * Reserva de un bloque en la secuencia compartida: NROFACT.DAT
      * queda al final del bloque y el contador propio de la
      * particion al principio. En borrador no se reserva nada.
       009E-RESERVAR-NUMERACION.
           PERFORM 009H-LEER-NRO-GLOBAL.
           MOVE WS-NRO-GLOBAL TO WS-NRO-FACTURACION.
           MOVE WS-NRO-GLOBAL TO WS-PTC-NRO-INICIAL.
           IF WS-NRO-GLOBAL > 999999 - WS-PTC-BLOQUE
               DISPLAY "NUMERACION DE CORRIDAS AGOTADA EN NROFACT.DAT"
               CLOSE PTC
               PERFORM 009G-LIBERAR-TRABA-NUMERACION
               PERFORM 011B-LIBERAR-TRABA
               STOP RUN
           END-IF.
           COMPUTE WS-PTC-RESERVA-HASTA = WS-NRO-GLOBAL + WS-PTC-BLOQUE.
           IF MODO-REAL
               MOVE WS-PTC-RESERVA-HASTA TO WS-NRO-GLOBAL
               PERFORM 009I-GRABAR-NRO-GLOBAL
               OPEN OUTPUT NROFACT
               MOVE WS-NRO-FACTURACION TO NROFACT-REG
               WRITE NROFACT-REG
               CLOSE NROFACT
               COMPUTE WS-NRO-GLOBAL = WS-PTC-NRO-INICIAL + 1
               DISPLAY "BLOQUE DE NUMERACION RESERVADO: "
                   WS-NRO-GLOBAL " A " WS-PTC-RESERVA-HASTA
           END-IF.

      * Una sola traba para todas las particiones; si otra la tiene
      * se espera de a un segundo. La traba que quedo de una caida de
      * la misma empresa se toma igual.
       009F-TOMAR-TRABA-NUMERACION.
           MOVE 'N' TO WS-LCKNUM-TOMADA.
           MOVE ZERO TO WS-LCKNUM-INTENTOS.
           PERFORM 009J-INTENTAR-TRABA-NUMERACION
               UNTIL WS-LCKNUM-TOMADA = 'S' OR
                   WS-LCKNUM-INTENTOS > 60.
           IF WS-LCKNUM-TOMADA = 'N'
               DISPLAY "LA TRABA DE NUMERACION (NUMERACION.LCK) LA "
                   "TIENE LA EMPRESA " LCKNUM-LINEA(1:3)
                   ". SI ESA PARTICION NO ESTA CORRIENDO, BORRE LA "
                   "TRABA Y REINTENTE"
               PERFORM 011B-LIBERAR-TRABA
               STOP RUN
           END-IF.

       009J-INTENTAR-TRABA-NUMERACION.
           ADD 1 TO WS-LCKNUM-INTENTOS.
           MOVE SPACES TO LCKNUM-LINEA.
           OPEN INPUT LCKNUM.
           IF LCKNUM-FS = '00'
               READ LCKNUM RECORD
                   AT END MOVE SPACES TO LCKNUM-LINEA
               END-READ
               CLOSE LCKNUM
               IF LCKNUM-LINEA(1:3) = WS-PARTICION
                   MOVE 'S' TO WS-LCKNUM-TOMADA
               ELSE
                   CALL "C$SLEEP" USING WS-LCKNUM-ESPERA
               END-IF
           ELSE
               CLOSE LCKNUM
               OPEN OUTPUT LCKNUM
               MOVE WS-PARTICION TO LCKNUM-LINEA
               WRITE LCKNUM-LINEA
               CLOSE LCKNUM
      *        Se relee: si otra particion la grabo al mismo tiempo,
      *        queda la ultima y la otra vuelve a esperar.
               OPEN INPUT LCKNUM
               READ LCKNUM RECORD
                   AT END MOVE SPACES TO LCKNUM-LINEA
               END-READ
               CLOSE LCKNUM
               IF LCKNUM-LINEA(1:3) = WS-PARTICION
                   MOVE 'S' TO WS-LCKNUM-TOMADA
               END-IF
           END-IF.

       009G-LIBERAR-TRABA-NUMERACION.
           CALL "CBL_DELETE_FILE" USING WS-LCKNUM-NOMBRE
               RETURNING WS-BORRA-LCK-RC.

      * NROFACT.DAT de la secuencia compartida, leido y grabado con
      * el mismo archivo del contador propio de la particion.
       009H-LEER-NRO-GLOBAL.
           MOVE WS-NROFACT-NOMBRE TO WS-NROFACT-PROPIO.
           MOVE "NROFACT.DAT" TO WS-NROFACT-NOMBRE.
           OPEN INPUT NROFACT.
           READ NROFACT RECORD
               AT END MOVE ZERO TO WS-NRO-GLOBAL
               NOT AT END MOVE NROFACT-REG TO WS-NRO-GLOBAL
           END-READ.
           CLOSE NROFACT.
           MOVE WS-NROFACT-PROPIO TO WS-NROFACT-NOMBRE.

       009I-GRABAR-NRO-GLOBAL.
           MOVE WS-NROFACT-NOMBRE TO WS-NROFACT-PROPIO.
           MOVE "NROFACT.DAT" TO WS-NROFACT-NOMBRE.
           OPEN OUTPUT NROFACT.
           MOVE WS-NRO-GLOBAL TO NROFACT-REG.
           WRITE NROFACT-REG.
           CLOSE NROFACT.
           MOVE WS-NROFACT-PROPIO TO WS-NROFACT-NOMBRE.

      * Otra particion EN CURSO que numera comprobantes en el mismo
      * punto de venta (comun o de exportacion): NROCOMP.DAT no se
      * comparte entre corridas simultaneas.
       009K-CONTROLAR-PTOVTA-EN-USO.
           MOVE 'N' TO WS-PTC-CHOCA.
           MOVE LOW-VALUE TO PTC-EMPRESA.
           MOVE 'N' TO WS-PTC-FIN.
           START PTC KEY IS NOT LESS THAN PTC-EMPRESA
               INVALID KEY MOVE 'S' TO WS-PTC-FIN
           END-START.
           PERFORM 009L-EXAMINAR-PTOVTA-PARTICION
               UNTIL WS-PTC-FIN = 'S'.

       009L-EXAMINAR-PTOVTA-PARTICION.
           READ PTC NEXT RECORD
               AT END MOVE 'S' TO WS-PTC-FIN
           END-READ.
           IF WS-PTC-FIN = 'N' AND PTC-EMPRESA NOT = WS-PARTICION AND
               PTC-ESTADO = "EN CURSO"
               IF PTC-PTOVTA = WS-PTO-VTA OR
                   PTC-PTOVTA = WS-PTC-PTOVTA-EXPO OR
                   PTC-PTOVTA-EXPO = WS-PTO-VTA OR
                   PTC-PTOVTA-EXPO = WS-PTC-PTOVTA-EXPO
                   MOVE 'S' TO WS-PTC-CHOCA
                   MOVE PTC-EMPRESA TO WS-PTC-CHOCA-EMPRESA
               END-IF
           END-IF.

      * Punto de venta propio de la empresa; la linea sin empresa
      * vale para la empresa por defecto si no hay una explicita.
       009C-BUSCAR-PTOVTA-EMPRESA.
           READ PTOVTA RECORD
               AT END CONTINUE
               NOT AT END
                   IF PTOVTA-EMPRESA = WS-PARTICION
                       MOVE PTOVTA-NRO TO WS-PTO-VTA
                       MOVE 'S' TO WS-PTOVTA-HALLADO
                   END-IF
                   IF PTOVTA-EMPRESA = SPACES AND
                       WS-PARTICION = WS-EMPRESA-DEFECTO AND
                       WS-PTOVTA-HALLADO = 'N'
                       MOVE PTOVTA-NRO TO WS-PTO-VTA
                       MOVE 'D' TO WS-PTOVTA-HALLADO
                   END-IF
           END-READ.

      * Punto de venta de exportacion de la empresa de la corrida;
      * sin particion rige la primera linea.
       009D-BUSCAR-PTOVTA-EXPO.
           READ PTOVTAEXP RECORD
               AT END CONTINUE
               NOT AT END
                   IF WS-PARTICION = SPACES OR
                       PTX-EMPRESA = WS-PARTICION
                       MOVE PTX-NRO TO WS-PTO-VTA-EXPO
                       MOVE 'S' TO WS-PTX-HALLADO
                   END-IF
                   IF PTX-EMPRESA = SPACES AND
                       WS-PARTICION = WS-EMPRESA-DEFECTO AND
                       WS-PTX-HALLADO = 'N'
                       MOVE PTX-NRO TO WS-PTO-VTA-EXPO
                       MOVE 'D' TO WS-PTX-HALLADO
                   END-IF
           END-READ.

       011-TOMAR-TRABA.
           OPEN INPUT LCKMANT.
           IF LCKMANT-FS = '00'
                   STOP RUN
               END-IF
           END-IF.
           IF WS-PARTICION = SPACES
               PERFORM 011C-VER-OTRAS-PARTICIONES
               PERFORM 011E-LEER-TRABA-FACTURACION
               IF LCKFACT-LINEA = "CORRIDA DE FACTURACION ACTIVA"
                   MOVE 'S' TO WS-PTC-OTRA-EN-CURSO
               END-IF
               IF WS-PTC-OTRA-EN-CURSO = 'S'
                   DISPLAY "HAY PARTICIONES EN CURSO EN "
                       "PARTICIONES.DAT. TERMINELAS Y UNALAS ANTES DE "
                       "CORRER LA FACTURACION SIN PARTICION."
                   STOP RUN
               END-IF
           ELSE
               PERFORM 011E-LEER-TRABA-FACTURACION
           END-IF.
           OPEN OUTPUT LCKFACT.
           IF WS-PARTICION = SPACES
               MOVE WS-LCKFACT-SIMPLE TO LCKFACT-LINEA
           ELSE
               MOVE "CORRIDA DE FACTURACION ACTIVA" TO LCKFACT-LINEA
           END-IF.
           WRITE LCKFACT-LINEA.
           CLOSE LCKFACT.

      * Una particion no arranca mientras corre una facturacion sin
      * particion: esa numera sobre NROFACT.DAT y el primer punto de
      * venta sin reservar nada. Se mira antes de grabar la traba,
      * que es la misma para las dos. A la corrida sin particion le
      * sirve lo leido para ver si una particion esta arrancando
      * (tiene la traba y todavia no figura EN CURSO).
       011E-LEER-TRABA-FACTURACION.
           MOVE SPACES TO LCKFACT-LINEA.
           OPEN INPUT LCKFACT.
           IF LCKFACT-FS = '00'
               READ LCKFACT RECORD
                   AT END MOVE SPACES TO LCKFACT-LINEA
               END-READ
               CLOSE LCKFACT
               IF LCKFACT-LINEA = WS-LCKFACT-SIMPLE AND
                   WS-PARTICION NOT = SPACES
                   DISPLAY "HAY UNA CORRIDA DE FACTURACION SIN "
                       "PARTICION ACTIVA (FACTURACION.LCK). SI NO ESTA "
                       "CORRIENDO, BORRE LA TRABA Y REINTENTE"
                   STOP RUN
               END-IF
           END-IF.

      * Un abort temprano no debe dejar la traba puesta: los
      * mantenimientos quedarian bloqueados hasta borrarla a mano.
      * Con particiones la traba es una sola para todas: la libera
      * la ultima que termina, y una particion caida (que queda EN
      * CURSO) la retiene hasta que se la vuelva a correr. Sin
      * particion tambien se mira, y la corrida sin particion no
      * arranca mientras haya alguna EN CURSO (011-TOMAR-TRABA).
       011B-LIBERAR-TRABA.
           MOVE 'N' TO WS-PTC-OTRA-EN-CURSO.
           PERFORM 011C-VER-OTRAS-PARTICIONES.
           IF WS-PTC-OTRA-EN-CURSO = 'N'
               CALL "CBL_DELETE_FILE" USING WS-LCK-NOMBRE
                   RETURNING WS-BORRA-LCK-RC
           ELSE
               DISPLAY "LA TRABA DE FACTURACION QUEDA PUESTA: HAY "
                   "OTRAS PARTICIONES EN CURSO"
           END-IF.

       011C-VER-OTRAS-PARTICIONES.
           OPEN INPUT PTC.
           IF PTC-OK
               MOVE LOW-VALUE TO PTC-EMPRESA
               MOVE 'N' TO WS-PTC-FIN
               START PTC KEY IS NOT LESS THAN PTC-EMPRESA
                   INVALID KEY MOVE 'S' TO WS-PTC-FIN
               END-START
               PERFORM 011D-EXAMINAR-PARTICION UNTIL WS-PTC-FIN = 'S'
               CLOSE PTC
           END-IF.

       011D-EXAMINAR-PARTICION.
           READ PTC NEXT RECORD
               AT END MOVE 'S' TO WS-PTC-FIN
           END-READ.
           IF WS-PTC-FIN = 'N' AND PTC-EMPRESA NOT = WS-PARTICION AND
               PTC-ESTADO = "EN CURSO"
               MOVE 'S' TO WS-PTC-OTRA-EN-CURSO
           END-IF.

       014-CARGAR-RECARGO.
           READ RECARGOS RECORD
               MOVE RCG-PORCENTAJE TO WS-T-RCG-PCT(WS-T-RCG-COUNT)
           END-IF.

      * Umbral de jornada por omision 4 horas; horas por unidad por
      * omision 8.
       014F-CARGAR-UNIDAD.
           READ UNIFACT RECORD
               AT END CONTINUE
           END-READ.
           IF NOT UNIFACT-EOF AND WS-T-UNI-COUNT < 200
               ADD 1 TO WS-T-UNI-COUNT
               MOVE UNI-CLIENTE TO WS-T-UNI-CLIENTE(WS-T-UNI-COUNT)
               MOVE UNI-UNIDAD TO WS-T-UNI-UNIDAD(WS-T-UNI-COUNT)
               MOVE UNI-UMBRAL TO WS-T-UNI-UMBRAL(WS-T-UNI-COUNT)
               MOVE UNI-HS-UNIDAD
                   TO WS-T-UNI-HS-UNIDAD(WS-T-UNI-COUNT)
               IF UNI-UMBRAL NOT NUMERIC OR UNI-UMBRAL = ZERO
                   MOVE 4 TO WS-T-UNI-UMBRAL(WS-T-UNI-COUNT)
               END-IF
               IF UNI-HS-UNIDAD NOT NUMERIC OR UNI-HS-UNIDAD = ZERO
                   MOVE 8 TO WS-T-UNI-HS-UNIDAD(WS-T-UNI-COUNT)
               END-IF
           END-IF.

      * Bloqueo automatico por limite de credito: el saldo abierto
      * (FACTCLI menos aplicaciones de cobro) de cada cliente se
      * compara con su limite; el que lo supera factura retenido,
           PERFORM 013F-EVALUAR-LIMITE
               VARYING WS-SDO-K FROM 1 BY 1
               UNTIL WS-SDO-K > WS-T-SDO-COUNT.
           IF WS-T-HOLD-COUNT > ZERO
               DISPLAY "CLIENTES RETENIDOS POR LIMITE DE CREDITO: "
                   WS-T-HOLD-COUNT " (VER HOLDS_CREDITO.PRN)"
           END-IF.
           OPEN INPUT ALTADOC.
           IF ALTADOC-FS = '00'
               MOVE ZERO TO WS-DOC-CLI-ANT
               PERFORM 013H-CONTROLAR-ALTA
                   UNTIL ALTADOC-FS NOT = '00'
               CLOSE ALTADOC
           END-IF.
           CLOSE HOLDREP.
           IF WS-CANT-HOLD-ALTA > ZERO
               DISPLAY "CLIENTES RETENIDOS POR ALTA INCOMPLETA: "
                   WS-CANT-HOLD-ALTA " (VER HOLDS_CREDITO.PRN)"
           END-IF.

       013C-CARGAR-OVERRIDE.
           READ OVRLIM RECORD
           END-IF.

       013F-EVALUAR-LIMITE.
           MOVE WS-T-SDO-CLIENTE(WS-SDO-K) TO WS-PTC-CLIENTE.
           PERFORM 101-CONTROLAR-PARTICION.
           MOVE WS-T-SDO-CLIENTE(WS-SDO-K) TO CLI-COD-CLIENTE.
           PERFORM 035-LEER-CLI.
           IF WS-CLI-FOUND = "SI" AND CLI-LIMITE-CREDITO > ZERO AND
               WS-T-SDO-SALDO(WS-SDO-K) > CLI-LIMITE-CREDITO AND
               WS-CLI-EN-PARTICION = 'S'
               PERFORM VARYING WS-OVR-K FROM 1 BY 1
                   UNTIL WS-OVR-K > WS-T-OVR-COUNT
                   IF WS-T-OVR-CLIENTE(WS-OVR-K) =
               END-IF
           END-IF.

      * Cliente con documentacion de alta pendiente: factura
      * retenido igual que el que supero su limite de credito. Sin
      * override: se libera registrando la recepcion en DOCCLIENTES.
       013H-CONTROLAR-ALTA.
           READ ALTADOC NEXT RECORD
               AT END MOVE '10' TO ALTADOC-FS
           END-READ.
           IF ALTADOC-FS = '00' AND DOC-PENDIENTE
               IF DOC-CLIENTE NOT = WS-DOC-CLI-ANT
                   MOVE DOC-CLIENTE TO WS-DOC-CLI-ANT
                   MOVE DOC-CLIENTE TO WS-PTC-CLIENTE
                   PERFORM 101-CONTROLAR-PARTICION
                   MOVE 'N' TO WS-EN-HOLD
                   PERFORM VARYING WS-HOLD-K FROM 1 BY 1
                       UNTIL WS-HOLD-K > WS-T-HOLD-COUNT
                       IF WS-T-HOLD-CLIENTE(WS-HOLD-K) = DOC-CLIENTE
                           MOVE 'S' TO WS-EN-HOLD
                       END-IF
                   END-PERFORM
                   IF WS-EN-HOLD = 'N' AND WS-CLI-EN-PARTICION = 'S'
                       IF WS-T-HOLD-COUNT >= 200
                           DISPLAY "ERROR: HOLDS DE CREDITO "
                               "DESBORDADOS (200), CORRIDA ABORTADA"
                           PERFORM 011B-LIBERAR-TRABA
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-T-HOLD-COUNT
                       MOVE DOC-CLIENTE
                           TO WS-T-HOLD-CLIENTE(WS-T-HOLD-COUNT)
                       ADD 1 TO WS-CANT-HOLD-ALTA
                   END-IF
               END-IF
               IF WS-CLI-EN-PARTICION = 'S'
                   MOVE SPACES TO HOLDREP-LINEA
                   STRING "CLIENTE " DOC-CLIENTE
                       "  ALTA INCOMPLETA: FALTA " DOC-TIPO " "
                       DOC-DESCRIPCION DELIMITED BY SIZE
                       INTO HOLDREP-LINEA
                   WRITE HOLDREP-LINEA
               END-IF
           END-IF.

       014B-CARGAR-DESCUENTO.
           READ DTOVOL RECORD
               AT END CONTINUE
                       MOVE CTA-CUENTA TO WS-CTA-IVA
                   WHEN "FEEGASTOS"
                       MOVE CTA-CUENTA TO WS-CTA-FEEGASTOS
                   WHEN "CREDSLA"
                       MOVE CTA-CUENTA TO WS-CTA-CREDSLA
               END-EVALUATE
           END-IF.

           IF WS-HAY-CONTRATOS = 'S'
               CLOSE CTR
           END-IF.
           IF WS-HAY-SLA = 'S'
               CLOSE SLA
               CLOSE SLR
           END-IF.
           IF WS-HAY-CONFORMIDAD = 'S'
               CLOSE CFD
           END-IF.
           IF WS-HAY-BANCOS = 'S'
               CLOSE BCO
           END-IF.
           END-IF.
           MOVE 'C' TO COD-OPER.
           CALL 'TARIFAS' USING PAR-ENTRADA,PAR-SALIDA,COD-OPER.
           MOVE 'C' TO HCN-OPER.
           CALL 'HISTCONS' USING HCN-PARAM.
           IF MODO-REAL
               CLOSE RUNJRN
               OPEN OUTPUT RUNEST
               CLOSE RUNEST
           END-IF.
           PERFORM 025-GRABAR-CONTROL.
           IF WS-PARTICION NOT = SPACES
               PERFORM 028-CERRAR-PARTICION
           END-IF.
           PERFORM 011B-LIBERAR-TRABA.

       025-GRABAR-CONTROL.
           OPEN OUTPUT CTLCORR.
           MOVE "NO FACTURABLES / INTERNAS:" TO WS-LIN-CTL-TXT.
           MOVE WS-CTL-NO-FACTURABLES TO WS-LIN-CTL-VAL.
           PERFORM 026-GRABAR-LINEA-CTL.
           MOVE "SIN CONFORMIDAD DEL CLIENTE:" TO WS-LIN-CTL-TXT.
           MOVE WS-CTL-SIN-CONFORMIDAD TO WS-LIN-CTL-VAL.
           PERFORM 026-GRABAR-LINEA-CTL.
           MOVE "CARGOS INTERCOMPANY GENERADOS:" TO WS-LIN-CTL-TXT.
           MOVE WS-CTL-INTERCO TO WS-LIN-CTL-VAL.
           PERFORM 026-GRABAR-LINEA-CTL.
           MOVE "EXCEP. TASA DE CAMBIO:" TO WS-LIN-CTL-TXT.
           MOVE WS-CTL-EXC-MONEDA TO WS-LIN-CTL-VAL.
           PERFORM 026-GRABAR-LINEA-CTL.
           MOVE "AVISO TASA DE CAMBIO SUPLENTE:" TO WS-LIN-CTL-TXT.
           MOVE WS-CTL-TASA-SUPLENTE TO WS-LIN-CTL-VAL.
           PERFORM 026-GRABAR-LINEA-CTL.
           MOVE "HASH DE HORAS FACTURADAS:" TO WS-LIN-CTL-TXT.
           MOVE WS-CTL-HASH-HORAS TO WS-LIN-CTL-VAL.
           PERFORM 026-GRABAR-LINEA-CTL.
           WRITE CORRLOG-LINEA.
           CLOSE CORRLOG.

      * La particion terminada queda COMPLETA, lista para unir. La
      * parte del bloque que no uso vuelve a NROFACT.DAT si nadie
      * reservo despues; si no, queda anotada como reserva sin usar.
       028-CERRAR-PARTICION.
           IF MODO-REAL
               PERFORM 028B-DEVOLVER-RESERVA
           END-IF.
           OPEN I-O PTC.
           MOVE WS-PARTICION TO PTC-EMPRESA.
           READ PTC
               INVALID KEY
                   DISPLAY "PARTICION " WS-PARTICION
                       " NO REGISTRADA EN PARTICIONES.DAT"
               NOT INVALID KEY
                   MOVE "COMPLETA" TO PTC-ESTADO
                   MOVE WS-NRO-FACTURACION TO PTC-NRO-HASTA
                   IF MODO-REAL
                       MOVE WS-PTC-RESERVA-HASTA TO PTC-RESERVA-HASTA
                   END-IF
                   MOVE FUNCTION CURRENT-DATE(1:14) TO PTC-FIN
                   MOVE WS-CTL-LEIDAS TO PTC-LEIDAS
                   MOVE WS-CTL-FACTURADAS TO PTC-FACTURADAS
                   REWRITE PTC-REG
           END-READ.
           CLOSE PTC.
           DISPLAY "PARTICION " WS-PARTICION " COMPLETA, ULTIMA "
               "CORRIDA " WS-NRO-FACTURACION.

       028B-DEVOLVER-RESERVA.
           PERFORM 009F-TOMAR-TRABA-NUMERACION.
           PERFORM 009H-LEER-NRO-GLOBAL.
           IF WS-NRO-GLOBAL = WS-PTC-RESERVA-HASTA
               MOVE WS-NRO-FACTURACION TO WS-NRO-GLOBAL
               PERFORM 009I-GRABAR-NRO-GLOBAL
               MOVE WS-NRO-FACTURACION TO WS-PTC-RESERVA-HASTA
           END-IF.
           PERFORM 009G-LIBERAR-TRABA-NUMERACION.
           IF WS-PTC-RESERVA-HASTA > WS-NRO-FACTURACION
               OPEN EXTEND NRORSV
               MOVE WS-PARTICION TO NRORSV-EMPRESA
               COMPUTE NRORSV-DESDE = WS-PTC-NRO-INICIAL + 1
               MOVE WS-NRO-FACTURACION TO NRORSV-USADO-HASTA
               MOVE WS-PTC-RESERVA-HASTA TO NRORSV-HASTA
               MOVE FUNCTION CURRENT-DATE(1:8) TO NRORSV-FECHA
               WRITE NRORSV-REG
               CLOSE NRORSV
               COMPUTE WS-NRO-GLOBAL = WS-NRO-FACTURACION + 1
               DISPLAY "NUMEROS RESERVADOS SIN USAR: " WS-NRO-GLOBAL
                   " A " WS-PTC-RESERVA-HASTA
                   " (NUMERACION_RESERVAS.DAT)"
           END-IF.

       030-LEER-CON.
           READ CON RECORD.
           IF CON-NO
               MOVE "SI" TO WS-CON-FOUND
           END-IF.

      * El perfil y la empresa del maestro son los actuales; para
      * tarifar, describir y cargar interempresa se usan los vigentes
      * el dia trabajado.
       031-APLICAR-HISTORIA-CON.
           MOVE 'V' TO HCN-OPER.
           MOVE CON-COD-CONS TO HCN-CONS.
           MOVE HOR-FECHA TO HCN-FECHA.
           MOVE CON-PERFIL TO HCN-PERFIL.
           MOVE CON-EMPRESA TO HCN-EMPRESA.
           MOVE HOR-SUCURSAL TO HCN-SUCURSAL.
           CALL 'HISTCONS' USING HCN-PARAM.
           MOVE HCN-PERFIL TO CON-PERFIL.
           MOVE HCN-EMPRESA TO CON-EMPRESA.

       035-LEER-CLI.
           READ CLI RECORD.
           IF CLI-NO
       075-GENERAR-PRECIADO.
           OPEN OUTPUT PRECIADO.
           PERFORM 080-RECORRER-HOR.
           PERFORM 103D-EMITIR-UNIDAD VARYING WS-GRU-K FROM 1 BY 1
               UNTIL WS-GRU-K > WS-T-GRU-COUNT.
           CLOSE PRECIADO.

       080-RECORRER-HOR.


       100-PROCESAR-CONS-HOR.
           MOVE HOR-CLIENTE TO WS-PTC-CLIENTE.
           PERFORM 101-CONTROLAR-PARTICION.
           IF HOR-FECHA <= PAR-FECHA-HASTA AND
           HOR-CLIENTE <= PAR-CLIENTE-HASTA AND
           HOR-CONS >= PAR-CONSULTOR-DESDE AND
           HOR-CONS <= PAR-CONSULTOR-HASTA AND
           WS-CLI-EN-PARTICION = 'S'
               PERFORM 102-PROCESAR-HORA-ESTADO
           ELSE
               ADD 1 TO WS-CTL-FILTRADAS.
           PERFORM 040-LEER-HOR.

      * En una corrida particionada solo entran los clientes de la
      * empresa de la particion; el cliente sin empresa (o que no
      * esta en el maestro, para que su excepcion salga en alguna
      * particion) es de la empresa por defecto. El registro de
      * cliente que estuviera leido queda como estaba.
       101-CONTROLAR-PARTICION.
           MOVE 'S' TO WS-CLI-EN-PARTICION.
           IF WS-PARTICION NOT = SPACES
               MOVE CLI-REG TO WS-PTC-CLI-SAV
               MOVE WS-CLI-FOUND TO WS-PTC-CLI-FOUND-SAV
               MOVE WS-PTC-CLIENTE TO CLI-COD-CLIENTE
               PERFORM 035-LEER-CLI
               MOVE SPACES TO WS-PTC-EMPRESA-CLI
               IF WS-CLI-FOUND = "SI"
                   MOVE CLI-EMPRESA TO WS-PTC-EMPRESA-CLI
               END-IF
               IF WS-PTC-EMPRESA-CLI = SPACES
                   MOVE WS-EMPRESA-DEFECTO TO WS-PTC-EMPRESA-CLI
               END-IF
               IF WS-PTC-EMPRESA-CLI NOT = WS-PARTICION
                   MOVE 'N' TO WS-CLI-EN-PARTICION
               END-IF
               MOVE WS-PTC-CLI-SAV TO CLI-REG
               MOVE WS-PTC-CLI-FOUND-SAV TO WS-CLI-FOUND
           END-IF.

      * Solo las horas aprobadas por el supervisor se facturan; las
      * observadas van al archivo de excepciones y las ingresadas
      * quedan pendientes para la proxima corrida.
                   PERFORM 104-REGISTRAR-EXCEP-OBSERVADA
               ELSE
                   IF HOR-EST-APROBADA
                       PERFORM 102B-CONTROLAR-CONFORMIDAD
                       IF WS-HORA-CONFORMADA = 'S'
                           PERFORM 103-PROCESAR-HORA-APROBADA
                       ELSE
                           ADD 1 TO WS-CTL-SIN-CONFORMIDAD
                       END-IF
                   ELSE
                       ADD 1 TO WS-CTL-PENDIENTES
                   END-IF
               END-IF
           END-IF.

      * Cliente que exige conformidad previa: la hora aprobada se
      * factura solo si su ultima respuesta en las constancias es
      * conformada y por la misma cantidad; si no, queda pendiente
      * para una proxima corrida.
       102B-CONTROLAR-CONFORMIDAD.
           MOVE 'S' TO WS-HORA-CONFORMADA.
           MOVE HOR-CLIENTE TO CLI-COD-CLIENTE.
           PERFORM 035-LEER-CLI.
           IF WS-CLI-FOUND = "SI" AND CLI-CON-CONFORMIDAD
               MOVE 'N' TO WS-HORA-CONFORMADA
               IF WS-HAY-CONFORMIDAD = 'S'
                   PERFORM 102C-BUSCAR-CONFORMIDAD
                   IF WS-CFD-ULT-ESTADO = 'C' AND
                       WS-CFD-ULT-HORAS = HOR-CANT-HORAS
                       MOVE 'S' TO WS-HORA-CONFORMADA
                   END-IF
               END-IF
           END-IF.

       102C-BUSCAR-CONFORMIDAD.
           MOVE SPACE TO WS-CFD-ULT-ESTADO.
           MOVE ZERO TO WS-CFD-ULT-NRO.
           MOVE ZERO TO WS-CFD-ULT-HORAS.
           MOVE HOR-CONS TO CFD-CONS.
           MOVE HOR-FECHA TO CFD-FECHA.
           MOVE HOR-CLIENTE TO CFD-CLIENTE.
           MOVE HOR-SECUENCIA TO CFD-SECUENCIA.
           MOVE 'N' TO WS-CFD-FIN.
           START CFD KEY IS EQUAL TO CFD-HOR-KEY
               INVALID KEY MOVE 'S' TO WS-CFD-FIN
           END-START.
           PERFORM 102D-EXAMINAR-CONFORMIDAD UNTIL WS-CFD-FIN = 'S'.

       102D-EXAMINAR-CONFORMIDAD.
           READ CFD NEXT RECORD
               AT END MOVE 'S' TO WS-CFD-FIN
           END-READ.
           IF WS-CFD-FIN = 'N'
               IF CFD-HOR-KEY NOT = HOR-KEY
                   MOVE 'S' TO WS-CFD-FIN
               ELSE
                   IF CFD-NRO >= WS-CFD-ULT-NRO
                       MOVE CFD-NRO TO WS-CFD-ULT-NRO
                       MOVE CFD-ESTADO TO WS-CFD-ULT-ESTADO
                       MOVE CFD-CANT-HORAS TO WS-CFD-ULT-HORAS
                   END-IF
               END-IF
           END-IF.

       103-PROCESAR-HORA-APROBADA.
           MOVE HOR-CONS TO CON-COD-CONS
               PERFORM 030-LEER-CON
               IF WS-CON-FOUND = "NO"
                   PERFORM 105-REGISTRAR-EXCEP-CON
               ELSE
               PERFORM 031-APLICAR-HISTORIA-CON
               MOVE HOR-CLIENTE TO CLI-COD-CLIENTE
               PERFORM 035-LEER-CLI
               IF WS-CLI-FOUND = "NO"
               MOVE HOR-CLIENTE TO REG-TRA-CLIENTE
               MOVE CLI-RAZON-SOCIAL TO REG-TRA-CLIENTE-NOM
               MOVE CLI-MONEDA TO REG-TRA-CLIENTE-MONEDA
               MOVE CLI-EXTERIOR TO REG-TRA-EXTERIOR
               MOVE HOR-FECHA TO REG-TRA-FECHA
               MOVE HOR-SECUENCIA TO REG-TRA-SECUENCIA
               MOVE HOR-HORA-DESDE TO REG-TRA-HORA-DESDE
               MOVE HOR-HORA-HASTA TO REG-TRA-HORA-HASTA
               MOVE HOR-DESCANSO TO REG-TRA-DESCANSO
               PERFORM 112E-BUSCAR-UNIDAD
               MOVE WS-UNIDAD-CLI TO REG-TRA-UNIDAD
               MOVE HOR-CANT-HORAS TO REG-TRA-HORAS-REALES
               PERFORM 112-APLICAR-REDONDEO
               MOVE WS-CANT-FACTURABLE TO REG-TRA-CANT-HORAS
               MOVE PARAM-TARIFA TO REG-TRA-TARIFA
               PERFORM 111C-CONTROLAR-HOLD-CREDITO
               IF CLI-BLOQUEADO OR WS-EN-HOLD = 'S'
                   PERFORM 111-RETENER-HORA
               ELSE
               IF NOT WS-UNIDAD-HORA
                   PERFORM 110B-REGISTRAR-INTERCO
                   PERFORM 103C-ACUMULAR-UNIDAD
                   ADD 1 TO WS-CTL-FACTURADAS
                   ADD HOR-CANT-HORAS TO WS-CTL-HASH-HORAS
               ELSE
                   PERFORM 110A-ASIGNAR-FACTURABLE
                   PERFORM 110B-REGISTRAR-INTERCO
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      * Renglon de un cliente que factura por jornada o por unidad:
      * se suma al grupo del consultor, la fecha y el cliente. La
      * tarifa se guarda sin recargo; se aplica al valorizar el grupo.
       103C-ACUMULAR-UNIDAD.
           MOVE ZERO TO WS-GRU-I.
           PERFORM VARYING WS-GRU-K FROM 1 BY 1
               UNTIL WS-GRU-K > WS-T-GRU-COUNT
               IF WS-T-GRU-CONS(WS-GRU-K) = HOR-CONS AND
                   WS-T-GRU-FECHA(WS-GRU-K) = HOR-FECHA AND
                   WS-T-GRU-CLIENTE(WS-GRU-K) = HOR-CLIENTE
                   MOVE WS-GRU-K TO WS-GRU-I
               END-IF
           END-PERFORM.
           IF WS-GRU-I = ZERO
               IF WS-T-GRU-COUNT >= 2000
                   DISPLAY "ERROR: TABLA DE JORNADAS Y UNIDADES "
                       "DESBORDADA (2000), CORRIDA ABORTADA"
                   PERFORM 011B-LIBERAR-TRABA
                   STOP RUN
               END-IF
               ADD 1 TO WS-T-GRU-COUNT
               MOVE WS-T-GRU-COUNT TO WS-GRU-I
               MOVE HOR-CONS TO WS-T-GRU-CONS(WS-GRU-I)
               MOVE HOR-FECHA TO WS-T-GRU-FECHA(WS-GRU-I)
               MOVE HOR-CLIENTE TO WS-T-GRU-CLIENTE(WS-GRU-I)
               MOVE ZERO TO WS-T-GRU-HORAS(WS-GRU-I)
               MOVE PARAM-TARIFA TO WS-T-GRU-TARIFA(WS-GRU-I)
               MOVE WS-UNI-UMBRAL TO WS-T-GRU-UMBRAL(WS-GRU-I)
               MOVE WS-UNI-HS-UNIDAD TO WS-T-GRU-HS-UNIDAD(WS-GRU-I)
               MOVE REG-TRA TO WS-T-GRU-IMAGEN(WS-GRU-I)
           END-IF.
           ADD HOR-CANT-HORAS TO WS-T-GRU-HORAS(WS-GRU-I).

      * Valorizacion de cada grupo en la unidad del cliente. J: una
      * jornada si las horas superan el umbral, si no media. M: dos
      * medias jornadas sobre el umbral, si no una. U: horas sobre
      * horas por unidad, redondeando hacia arriba. La cantidad queda
      * en la unidad pactada y las horas reales viajan aparte para la
      * utilizacion y el costo.
       103D-EMITIR-UNIDAD.
           MOVE WS-T-GRU-IMAGEN(WS-GRU-K) TO REG-TRA.
           MOVE WS-T-GRU-HORAS(WS-GRU-K) TO REG-TRA-HORAS-REALES.
           MOVE WS-T-GRU-TARIFA(WS-GRU-K) TO REG-TRA-TARIFA.
           MOVE ZERO TO REG-TRA-CANT-HORAS.
           IF WS-T-GRU-HORAS(WS-GRU-K) > ZERO
               EVALUATE REG-TRA-UNIDAD
                   WHEN 'J'
                       IF WS-T-GRU-HORAS(WS-GRU-K) >
                           WS-T-GRU-UMBRAL(WS-GRU-K)
                           MOVE 1 TO REG-TRA-CANT-HORAS
                       ELSE
                           MOVE 0,5 TO REG-TRA-CANT-HORAS
                       END-IF
                   WHEN 'M'
                       IF WS-T-GRU-HORAS(WS-GRU-K) >
                           WS-T-GRU-UMBRAL(WS-GRU-K)
                           MOVE 2 TO REG-TRA-CANT-HORAS
                       ELSE
                           MOVE 1 TO REG-TRA-CANT-HORAS
                       END-IF
                   WHEN OTHER
                       DIVIDE WS-T-GRU-HORAS(WS-GRU-K)
                           BY WS-T-GRU-HS-UNIDAD(WS-GRU-K)
                           GIVING WS-UNI-PASOS
                           REMAINDER WS-UNI-RESTO
                       IF WS-UNI-RESTO > ZERO
                           ADD 1 TO WS-UNI-PASOS
                       END-IF
                       MOVE WS-UNI-PASOS TO REG-TRA-CANT-HORAS
               END-EVALUATE
           END-IF.
           MOVE REG-TRA-CLIENTE TO HOR-CLIENTE.
           MOVE REG-TRA-FECHA TO HOR-FECHA.
           PERFORM 112B-APLICAR-RECARGO.
           MOVE "LI" TO REG-TRA-MECANISMO.
           IF REG-TRA-RECARGO NOT = ZERO
               MOVE "RC" TO REG-TRA-MECANISMO
           END-IF.
           PERFORM 110A-ASIGNAR-FACTURABLE.
           MOVE REG-TRA TO PRE-REG.
           WRITE PRE-REG.
           MULTIPLY REG-TRA-CANT-HORAS BY REG-TRA-TARIFA
               GIVING WS-CTL-IMP-LINEA.
           ADD WS-CTL-IMP-LINEA TO WS-CTL-HASH-IMPORTE.

      * Asignacion unica del consumo de banco de horas y del tope
      * contractual, en el orden canonico de seleccion (fecha y
      * cliente); ambos listados acumulan desde el importe asi
      * diferir de la registrada; la utilizacion sigue usando la real.
       112-APLICAR-REDONDEO.
           MOVE HOR-CANT-HORAS TO WS-CANT-FACTURABLE.
           IF HOR-CANT-HORAS > ZERO AND WS-UNIDAD-HORA
               IF CLI-RED-INCREMENTO > ZERO AND
                   (CLI-RED-SENTIDO = 'A' OR CLI-RED-SENTIDO = 'B')
                   DIVIDE WS-CANT-FACTURABLE BY CLI-RED-INCREMENTO
               END-IF
           END-IF.

      * Unidad de facturacion del cliente de la hora; sin registro en
      * UNIDADES_FACT.DAT se factura por hora.
       112E-BUSCAR-UNIDAD.
           MOVE 'H' TO WS-UNIDAD-CLI.
           MOVE 4 TO WS-UNI-UMBRAL.
           MOVE 8 TO WS-UNI-HS-UNIDAD.
           PERFORM VARYING WS-UNI-K FROM 1 BY 1
               UNTIL WS-UNI-K > WS-T-UNI-COUNT
               IF WS-T-UNI-CLIENTE(WS-UNI-K) = HOR-CLIENTE
                   MOVE WS-T-UNI-UNIDAD(WS-UNI-K) TO WS-UNIDAD-CLI
                   MOVE WS-T-UNI-UMBRAL(WS-UNI-K) TO WS-UNI-UMBRAL
                   MOVE WS-T-UNI-HS-UNIDAD(WS-UNI-K)
                       TO WS-UNI-HS-UNIDAD
               END-IF
           END-PERFORM.
           IF WS-UNIDAD-CLI NOT = 'J' AND NOT = 'M' AND NOT = 'U'
               MOVE 'H' TO WS-UNIDAD-CLI
           END-IF.

      * Sabado (resto 6) o domingo (resto 0) del calendario juliano,
      * o fecha presente en FERIADOS.DAT.
       112C-ES-DIA-PREMIUM.

      * Cada cliente tributa a la tasa de su categoria de IVA; sin
      * categoria (o sin tabla) rige la tasa general.
      * La exportacion de servicios no lleva IVA.
       109-RESOLVER-IVA-TASA.
           MOVE WS-IVA-TASA TO REG-TRA-IVA-TASA.
           IF CLI-DEL-EXTERIOR
               MOVE ZERO TO REG-TRA-IVA-TASA
           END-IF.
           IF CLI-CAT-IVA NOT = SPACES AND NOT CLI-DEL-EXTERIOR
               SEARCH ALL WS-T-IVC-CAMPO
                   AT END CONTINUE
                   WHEN WS-T-IVC-CATEGORIA(WS-T-IVC-I) = CLI-CAT-IVA
           MOVE REG-TRA-MM TO WS-LIN-IND-MM.
           MOVE REG-TRA-DD TO WS-LIN-IND-DD.
           MOVE REG-TRA-CANT-HORAS TO WS-LIN-IND-CH.
           PERFORM 143C-ROTULAR-UNIDAD.
           MOVE REG-TRA-TARIFA TO WS-LIN-IND-TAR.
           MOVE REG-TRA-OBSERV TO WS-LIN-IND-OBS.
           MULTIPLY REG-TRA-CANT-HORAS BY REG-TRA-TARIFA
                                    OR REG-TRA-CLIENTE <> WS-CLI).
           PERFORM 136-GASTOS-CLI-GRP.
           PERFORM 136B-DESCUENTO-VOLUMEN.
           PERFORM 136C-CREDITO-SLA.
           PERFORM 129-CONSUMO-BANCO-CLI.
           PERFORM 130-IMPRIMIR-LINEA.
           MOVE WS-TOTAL-CLI-POR-CLI TO WS-LIN-TOT2-CLI-VAL.
           END-IF.
           MOVE REG-TRA-CLIENTE TO CLI-COD-CLIENTE.
           PERFORM 035-LEER-CLI.
           MOVE 'N' TO WS-DOC-HORARIO.
           IF WS-CLI-FOUND = "SI" AND CLI-CON-HORARIO
               MOVE 'S' TO WS-DOC-HORARIO
           END-IF.
           PERFORM 126A-ASIGNAR-COMPROBANTE.
           MOVE REG-TRA-CLIENTE-NOM TO DOCCLI-LINEA.
           WRITE DOCCLI-LINEA.
           PERFORM 233-ENVIAR-DOC-CLIENTE.

      * Letra del comprobante segun la condicion fiscal del cliente
      * (responsable inscripto recibe A, el resto B, el del exterior
      * E) y numero propio de la secuencia del punto de venta y la
      * letra. El borrador no
      * consume numeracion. Una filial de grupo tampoco: su documento
      * es interno y el comprobante oficial sale por la factura
      * consolidada de la casa matriz.
       126A-ASIGNAR-COMPROBANTE.
           PERFORM 126B-ELEGIR-COMPROBANTE.
           IF WS-CLI-FOUND = "SI" AND NOT CLI-DEL-EXTERIOR AND
               CLI-COND-FISCAL NOT = "RI" AND
               CLI-COND-FISCAL NOT = "MO" AND
               CLI-COND-FISCAL NOT = "EX" AND
           END-IF.
           IF MODO-REAL AND WS-GRP-PADRE-CLI = ZERO AND
               WS-SPL-HAY = 'N'
               MOVE WS-PTO-VTA-COMP TO NCP-PTOVTA
               MOVE WS-LETRA-COMP TO NCP-LETRA
               MOVE 'S' TO WS-NCP-EXISTE
               READ NROCOMP
                   INVALID KEY MOVE 'N' TO WS-NCP-EXISTE
               END-READ
               IF WS-NCP-EXISTE = 'N'
                   MOVE WS-PTO-VTA-COMP TO NCP-PTOVTA
                   MOVE WS-LETRA-COMP TO NCP-LETRA
                   MOVE 1 TO NCP-ULTIMO
                   WRITE NCP-REG
               MOVE WS-NRO-FACTURACION TO CMP-NRO-FACT
               MOVE REG-TRA-CLIENTE TO CMP-CLIENTE
               MOVE WS-LETRA-COMP TO CMP-LETRA
               MOVE WS-PTO-VTA-COMP TO CMP-PTOVTA
               MOVE NCP-ULTIMO TO CMP-NRO-COMP
               WRITE CMP-REG
                   INVALID KEY REWRITE CMP-REG
               MOVE WS-ENC-COMP TO DOCCLI-LINEA
               WRITE DOCCLI-LINEA
           END-IF.
           IF WS-LETRA-COMP = 'E'
               PERFORM 126C-ARMAR-ENC-EXPO
               MOVE WS-ENC-EXP-1 TO DOCCLI-LINEA
               WRITE DOCCLI-LINEA
               MOVE WS-ENC-EXP-2 TO DOCCLI-LINEA
               WRITE DOCCLI-LINEA
               MOVE WS-ENC-EXP-3 TO DOCCLI-LINEA
               WRITE DOCCLI-LINEA
           END-IF.

      * El cliente del exterior recibe comprobante E de exportacion de
      * servicios, numerado en el punto de venta de exportacion; sin
      * ese punto de venta se numera en el de la corrida (la letra
      * igual lleva su propia secuencia).
       126B-ELEGIR-COMPROBANTE.
           MOVE WS-PTO-VTA TO WS-PTO-VTA-COMP.
           IF WS-CLI-FOUND = "SI" AND CLI-DEL-EXTERIOR
               MOVE 'E' TO WS-LETRA-COMP
               IF WS-PTO-VTA-EXPO NOT = ZERO
                   MOVE WS-PTO-VTA-EXPO TO WS-PTO-VTA-COMP
               ELSE
                   IF WS-PTX-HALLADO = 'N'
                       DISPLAY "AVISO: SIN PUNTO DE VENTA EN "
                           "PTOVENTA_EXPO.DAT, LOS COMPROBANTES E SE "
                           "NUMERAN EN EL " WS-PTO-VTA
                       MOVE 'A' TO WS-PTX-HALLADO
                   END-IF
               END-IF
           ELSE
               IF WS-CLI-FOUND = "SI" AND CLI-COND-FISCAL = "RI"
                   MOVE 'A' TO WS-LETRA-COMP
               ELSE
                   MOVE 'B' TO WS-LETRA-COMP
               END-IF
           END-IF.

      * Renglones del comprobante E: pais, identificacion fiscal,
      * incoterm, moneda y tipo de cambio del dia habil anterior al
      * cierre del periodo (el mismo que convierte sus renglones).
       126C-ARMAR-ENC-EXPO.
           MOVE CLI-PAIS TO WS-ENC-EXP-PAIS.
           MOVE CLI-ID-FISCAL-EXT TO WS-ENC-EXP-ID.
           MOVE CLI-INCOTERM TO WS-ENC-EXP-INCOTERM.
           MOVE CLI-MONEDA TO WS-ENC-EXP-MONEDA.
           MOVE WS-FEX-FECHA-COTIZ TO WS-ENC-EXP-FECHA.
           MOVE 1 TO WS-FEX-COTIZ.
           IF CLI-MONEDA NOT = "ARS" AND CLI-MONEDA NOT = SPACES
               MOVE CLI-MONEDA TO WS-TSH-MONEDA-BUSQ
               MOVE WS-FEX-FECHA-COTIZ TO WS-TSH-FECHA-BUSQ
               PERFORM 148B-ESCANEAR-TASAHIST
               IF WS-TSH-HALLADA = 'S'
                   MOVE WS-TSH-TASA TO WS-FEX-COTIZ
               ELSE
                   MOVE ZERO TO WS-FEX-COTIZ
                   SEARCH ALL WS-T-TASA-CAMPO
                       AT END
                           DISPLAY "AVISO: SIN TASA DE " CLI-MONEDA
                               " PARA EL COMPROBANTE E DEL CLIENTE "
                               CLI-COD-CLIENTE
                       WHEN WS-T-TASA-MONEDA(WS-T-TASA-I) = CLI-MONEDA
                           MOVE WS-T-TASA-VALOR(WS-T-TASA-I)
                               TO WS-FEX-COTIZ
                   END-SEARCH
               END-IF
           END-IF.
           MOVE WS-FEX-COTIZ TO WS-ENC-EXP-COTIZ.

      * Contrato de abono vigente a la fecha del renglon (0 = no):
      * primero en la tabla de estado del periodo y, si no esta,
               GAS-CONS <= PAR-CONSULTOR-HASTA
               MOVE 'S' TO WS-GAS-ELEGIDO
           END-IF.
           IF WS-GAS-ELEGIDO = 'S' AND WS-PARTICION NOT = SPACES
               MOVE GAS-CLIENTE TO WS-PTC-CLIENTE
               PERFORM 101-CONTROLAR-PARTICION
               IF WS-CLI-EN-PARTICION = 'N'
                   MOVE 'N' TO WS-GAS-ELEGIDO
               END-IF
           END-IF.

      * El gasto elegido se valoriza al momento de usarlo: moneda
      * extranjera a la tasa historica de su fecha (o la tasa
           IF WS-CLI-FOUND = "SI"
               MOVE CLI-CAT-IVA TO WS-GAS-A-CAT-IVA
               MOVE CLI-MARKUP-GASTOS TO WS-GAS-A-MARKUP-PCT
               MOVE CLI-EXTERIOR TO WS-GAS-A-EXTERIOR
           ELSE
               MOVE SPACES TO WS-GAS-A-CAT-IVA
               MOVE ZERO TO WS-GAS-A-MARKUP-PCT
               MOVE 'N' TO WS-GAS-A-EXTERIOR
           END-IF.
           IF GAS-MONEDA NOT = "ARS"
               PERFORM 069C-CONVERTIR-GASTO
                   COMPUTE WS-GAS-A-IMPORTE ROUNDED =
                       WS-GAS-A-IMPORTE *
                       WS-T-TASA-VALOR(WS-T-TASA-I)
                   MOVE "TASA UNICA DE TASAS.DAT" TO WS-TSH-ORIGEN
                   PERFORM 148E-AVISAR-SUPLENTE
               END-SEARCH
           END-IF.


       117A-TASA-IVA-GASTO.
           MOVE WS-IVA-TASA TO WS-GAS-IVA-TASA.
           IF WS-GAS-A-EXTERIOR = 'S'
               MOVE ZERO TO WS-GAS-IVA-TASA
           END-IF.
           IF WS-GAS-A-CAT-IVA NOT = SPACES AND
               WS-GAS-A-EXTERIOR NOT = 'S'
               PERFORM VARYING WS-IVC-K FROM 1 BY 1
                   UNTIL WS-IVC-K > WS-T-IVC-COUNT
                   IF WS-T-IVC-CATEGORIA(WS-IVC-K) =
               MOVE ZERO TO WS-T-DCLI-IMPORTE(WS-DCLI-K)
           END-IF.
           IF WS-DCLI-K <= WS-T-DCLI-COUNT
               IF REG-TRA-UNIDAD = 'J' OR 'M' OR 'U'
                   ADD REG-TRA-HORAS-REALES
                       TO WS-T-DCLI-HORAS(WS-DCLI-K)
               ELSE
                   ADD REG-TRA-CANT-HORAS
                       TO WS-T-DCLI-HORAS(WS-DCLI-K)
               END-IF
               ADD WS-IMP-DEVENGADO TO WS-T-DCLI-IMPORTE(WS-DCLI-K)
           END-IF.


       142E-TASA-IVA-CLIENTE.
           MOVE WS-IVA-TASA TO WS-DTO-TASA-CLI.
           IF WS-CLI-FOUND = "SI" AND CLI-DEL-EXTERIOR
               MOVE ZERO TO WS-DTO-TASA-CLI
           END-IF.
           IF WS-CLI-FOUND = "SI" AND CLI-CAT-IVA NOT = SPACES AND
               NOT CLI-DEL-EXTERIOR
               PERFORM VARYING WS-IVC-K2 FROM 1 BY 1
                   UNTIL WS-IVC-K2 > WS-T-IVC-COUNT
                   IF WS-T-IVC-CATEGORIA(WS-IVC-K2) = CLI-CAT-IVA
                   VARYING WS-DCLI-K FROM 1 BY 1
                   UNTIL WS-DCLI-K > WS-T-DCLI-COUNT
           END-IF.
           IF WS-HAY-SLA = 'S'
               PERFORM 119B-CREDITO-SLA-PASE1
                   VARYING WS-DCLI-K FROM 1 BY 1
                   UNTIL WS-DCLI-K > WS-T-DCLI-COUNT
           END-IF.

       119A-DESCUENTO-CLI-PASE1.
           MOVE WS-T-DCLI-COD(WS-DCLI-K) TO WS-CLI.
               PERFORM 130-IMPRIMIR-LINEA
           END-IF.

      * Credito por nivel de servicio del primer pase, restado del
      * total general igual que el descuento por volumen.
       119B-CREDITO-SLA-PASE1.
           MOVE WS-T-DCLI-COD(WS-DCLI-K) TO WS-CLI.
           MOVE WS-T-DCLI-IMPORTE(WS-DCLI-K) TO WS-SLA-BASE.
           PERFORM 142F-CALCULAR-CREDITO-SLA.
           IF WS-SLA-IMPORTE > ZERO
               MOVE WS-CLI TO CLI-COD-CLIENTE
               PERFORM 035-LEER-CLI
               PERFORM 142E-TASA-IVA-CLIENTE
               COMPUTE WS-SLA-IVA ROUNDED =
                   WS-SLA-IMPORTE * WS-DTO-TASA-CLI
               SUBTRACT WS-SLA-IMPORTE FROM WS-TOTAL-GRAL
               SUBTRACT WS-SLA-IVA FROM WS-TOTAL-GRAL-IVA
               PERFORM 136D-IMPRIMIR-CREDITO-SLA
           END-IF.

      * Descuento del pase por cliente: misma escala y misma base,
      * impreso como concepto propio en el documento del cliente.
       136B-DESCUENTO-VOLUMEN.
               END-IF
           END-IF.

      * Credito por nivel de servicio del pase por cliente: renglon
      * propio en el documento, en FACTURACION.CSV y, acumulado en
      * WS-SLA-RUN, en su cuenta del mayor.
       136C-CREDITO-SLA.
           IF WS-HAY-SLA = 'S'
               MOVE WS-DTO-IMP-GRP TO WS-SLA-BASE
               PERFORM 142F-CALCULAR-CREDITO-SLA
               IF WS-SLA-IMPORTE > ZERO
                   PERFORM 142E-TASA-IVA-CLIENTE
                   COMPUTE WS-SLA-IVA ROUNDED =
                       WS-SLA-IMPORTE * WS-DTO-TASA-CLI
                   SUBTRACT WS-SLA-IMPORTE
                       FROM WS-TOTAL-CLI-POR-CLI
                   SUBTRACT WS-SLA-IMPORTE
                       FROM WS-TOTAL-GRAL-POR-CLI
                   SUBTRACT WS-SLA-IVA
                       FROM WS-TOTAL-CLI-POR-CLI-IVA
                   SUBTRACT WS-SLA-IVA
                       FROM WS-TOTAL-GRAL-POR-CLI-IVA
                   ADD WS-SLA-IMPORTE TO WS-SLA-RUN
                   PERFORM 136D-IMPRIMIR-CREDITO-SLA
                   PERFORM 147-ESCRIBIR-CSV-SLA
               END-IF
           END-IF.

       136D-IMPRIMIR-CREDITO-SLA.
           MOVE WS-SLA-PCT TO WS-LIN-SLA-PCT.
           COMPUTE WS-LIN-SLA-VAL = ZERO - WS-SLA-IMPORTE.
           MOVE WS-LIN-SLA TO WS-LINEA.
           PERFORM 130-IMPRIMIR-LINEA.
           IF WS-SLA-TOPADO = 'S'
               MOVE SLA-TOPE-PCT TO WS-LIN-SLA-TOPE-PCT
               MOVE WS-LIN-SLA-TOPE TO WS-LINEA
               PERFORM 130-IMPRIMIR-LINEA
           END-IF.

      * Contrato del cliente tocado en el periodo y su definicion de
      * SLA; cada metrica incumplida en el mes suma su credito y el
      * total se limita a la penalidad maxima del contrato. Sin
      * contrato, sin definicion o sin nivel cargado no hay credito.
       142F-CALCULAR-CREDITO-SLA.
           MOVE ZERO TO WS-SLA-PCT.
           MOVE ZERO TO WS-SLA-IMPORTE.
           MOVE 'N' TO WS-SLA-TOPADO.
           MOVE ZERO TO WS-SLA-CTR-I.
           PERFORM VARYING WS-CTR-K FROM 1 BY 1
               UNTIL WS-CTR-K > WS-T-CTRE-COUNT
               IF WS-T-CTRE-CLIENTE(WS-CTR-K) = WS-CLI
                   MOVE WS-CTR-K TO WS-SLA-CTR-I
               END-IF
           END-PERFORM.
           IF WS-SLA-CTR-I NOT = ZERO
               MOVE WS-CLI TO SLA-CLIENTE
               MOVE WS-T-CTRE-VIG-DESDE(WS-SLA-CTR-I)
                   TO SLA-VIG-DESDE
               READ SLA
                   INVALID KEY MOVE ZERO TO WS-SLA-CTR-I
               END-READ
           END-IF.
           IF WS-SLA-CTR-I NOT = ZERO
               IF WS-T-CTRE-ABONO(WS-SLA-CTR-I) > ZERO
                   MOVE WS-T-CTRE-ABONO(WS-SLA-CTR-I) TO WS-SLA-BASE
               END-IF
               PERFORM 142G-EVALUAR-METRICA-SLA
                   VARYING WS-SLA-K FROM 1 BY 1
                   UNTIL WS-SLA-K > SLA-CANT-MET OR WS-SLA-K > 5
               IF WS-SLA-PCT > SLA-TOPE-PCT
                   MOVE SLA-TOPE-PCT TO WS-SLA-PCT
                   MOVE 'S' TO WS-SLA-TOPADO
               END-IF
               IF WS-SLA-BASE > ZERO
                   COMPUTE WS-SLA-IMPORTE ROUNDED =
                       WS-SLA-BASE * WS-SLA-PCT / 100
               END-IF
           END-IF.

       142G-EVALUAR-METRICA-SLA.
           MOVE WS-CLI TO SLR-CLIENTE.
           MOVE PAR-FECHA-HASTA(1:6) TO SLR-PERIODO.
           MOVE SLA-MET-COD(WS-SLA-K) TO SLR-METRICA.
           READ SLR
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF (SLA-MET-SENTIDO(WS-SLA-K) = 'X' AND
                       SLR-LOGRADO > SLA-MET-OBJETIVO(WS-SLA-K)) OR
                      (SLA-MET-SENTIDO(WS-SLA-K) NOT = 'X' AND
                       SLR-LOGRADO < SLA-MET-OBJETIVO(WS-SLA-K))
                       ADD SLA-MET-CREDITO(WS-SLA-K) TO WS-SLA-PCT
                   END-IF
           END-READ.

      * Pase por cliente: seccion de gastos dentro del grupo del
      * cliente, leyendo GASTOS.DAT por clave; el gasto queda
      * estampado con la facturacion. Al final se vuelve a leer el
           END-IF.
           ADD REG-TRA-IMP-FACTURABLE REG-TRA-ABONO
               GIVING WS-IMP-DEVENGADO.
           IF REG-TRA-UNIDAD = 'J' OR 'M' OR 'U'
               ADD REG-TRA-HORAS-REALES TO WS-DTO-HORAS-GRP
           ELSE
               ADD REG-TRA-CANT-HORAS TO WS-DTO-HORAS-GRP
           END-IF.
           ADD WS-IMP-DEVENGADO TO WS-DTO-IMP-GRP.
           ADD WS-IMP-DEVENGADO TO WS-TOTAL-CONS-POR-CLI.
           ADD WS-IMP-DEVENGADO TO WS-TOTAL-CLI-POR-CLI.
      * casa matriz (un solo FACTCLI consolidado) y el subtotal de
      * la filial queda para el documento del grupo.
       128-GRABAR-FACTCLI.
      *    WS-GRP-PADRE-CLI quedo resuelto al abrir el documento (126A).
           IF WS-GRP-PADRE-CLI NOT = ZERO
               PERFORM 133B-ACUMULAR-FILIAL
           END-IF.
               WRITE RUNJRN-LINEA
           END-IF.

      * Si la casa matriz y la filial no coinciden en ser del
      * exterior, el comprobante del grupo tendria una letra que no
      * corresponde al IVA de las lineas: se avisa y la filial se
      * factura por su cuenta como siempre.
       133-BUSCAR-PADRE-GRUPO.
           MOVE ZERO TO WS-GRP-PADRE-CLI.
           PERFORM VARYING WS-GRP-K FROM 1 BY 1
                       TO WS-GRP-PADRE-CLI
               END-IF
           END-PERFORM.
           IF WS-GRP-PADRE-CLI NOT = ZERO
               PERFORM 133D-EXTERIOR-TRABAJADO
               MOVE WS-GRP-PADRE-CLI TO CLI-COD-CLIENTE
               PERFORM 133C-EXTERIOR-PAGADOR
               IF WS-EXT-PAGADOR NOT = WS-EXT-TRABAJADO
                   DISPLAY "AVISO: LA CASA MATRIZ " WS-GRP-PADRE-CLI
                       " Y EL CLIENTE " WS-CLI " DIFIEREN EN SER DEL "
                       "EXTERIOR, SE FACTURA SIN AGRUPAR"
                   MOVE ZERO TO WS-GRP-PADRE-CLI
               END-IF
           END-IF.

      * Lee el maestro del pagador de CLI-COD-CLIENTE sin perder el
      * registro de cliente que estuviera leido. Es del exterior
      * con el mismo criterio de la letra E (126B).
       133C-EXTERIOR-PAGADOR.
           MOVE CLI-REG TO WS-EXT-CLI-SAV.
           MOVE WS-CLI-FOUND TO WS-EXT-CLI-FOUND-SAV.
           PERFORM 035-LEER-CLI.
           MOVE 'N' TO WS-EXT-PAGADOR.
           IF WS-CLI-FOUND = "SI" AND CLI-DEL-EXTERIOR
               MOVE 'S' TO WS-EXT-PAGADOR
           END-IF.
           MOVE WS-EXT-CLI-SAV TO CLI-REG.
           MOVE WS-EXT-CLI-FOUND-SAV TO WS-CLI-FOUND.

       133D-EXTERIOR-TRABAJADO.
           MOVE 'N' TO WS-EXT-TRABAJADO.
           IF REG-TRA-EXTERIOR = 'S'
               MOVE 'S' TO WS-EXT-TRABAJADO
           END-IF.

       133B-ACUMULAR-FILIAL.
           IF WS-T-GPA-COUNT < 200
      * filiales no consumen la toma el documento consolidado que
      * recibe la casa matriz, con la letra de su condicion fiscal.
       134C-ASIGNAR-COMP-GRUPO.
           PERFORM 126B-ELEGIR-COMPROBANTE.
           IF MODO-REAL
               MOVE WS-PTO-VTA-COMP TO NCP-PTOVTA
               MOVE WS-LETRA-COMP TO NCP-LETRA
               MOVE 'S' TO WS-NCP-EXISTE
               READ NROCOMP
                   INVALID KEY MOVE 'N' TO WS-NCP-EXISTE
               END-READ
               IF WS-NCP-EXISTE = 'N'
                   MOVE WS-PTO-VTA-COMP TO NCP-PTOVTA
                   MOVE WS-LETRA-COMP TO NCP-LETRA
                   MOVE 1 TO NCP-ULTIMO
                   WRITE NCP-REG
               MOVE WS-NRO-FACTURACION TO CMP-NRO-FACT
               MOVE WS-GRP-PADRE-CLI TO CMP-CLIENTE
               MOVE WS-LETRA-COMP TO CMP-LETRA
               MOVE WS-PTO-VTA-COMP TO CMP-PTOVTA
               MOVE NCP-ULTIMO TO CMP-NRO-COMP
               WRITE CMP-REG
                   INVALID KEY REWRITE CMP-REG
               MOVE CMP-NRO-COMP TO WS-ENC-COMP-NRO
               MOVE WS-ENC-COMP TO DOCGRP-LINEA
               WRITE DOCGRP-LINEA
               IF WS-LETRA-COMP = 'E'
                   PERFORM 126C-ARMAR-ENC-EXPO
                   MOVE WS-ENC-EXP-1 TO DOCGRP-LINEA
                   WRITE DOCGRP-LINEA
                   MOVE WS-ENC-EXP-2 TO DOCGRP-LINEA
                   WRITE DOCGRP-LINEA
                   MOVE WS-ENC-EXP-3 TO DOCGRP-LINEA
                   WRITE DOCGRP-LINEA
               END-IF
           END-IF.

      * Un split rige si el cliente trabajado tiene registros
      * vigentes al cierre del periodo y los porcentajes suman
      * exactamente 100; si no suman, se avisa y se factura al
      * cliente trabajado como siempre. Lo mismo si algun pagador
      * no coincide con el cliente trabajado en ser del exterior:
      * su comprobante llevaria una letra que no corresponde al IVA
      * de las lineas.
       128A-VERIFICAR-SPLIT.
           MOVE 'N' TO WS-SPL-HAY.
           MOVE ZERO TO WS-SPL-SUMA.
           MOVE 'N' TO WS-EXT-DIFIERE.
           PERFORM 133D-EXTERIOR-TRABAJADO.
           PERFORM VARYING WS-SPL-K FROM 1 BY 1
               UNTIL WS-SPL-K > WS-T-SPL-COUNT
               IF WS-T-SPL-TRABAJADO(WS-SPL-K) = WS-CLI AND
                   PAR-FECHA-HASTA <= WS-T-SPL-HASTA(WS-SPL-K)
                   MOVE 'S' TO WS-SPL-HAY
                   ADD WS-T-SPL-PCT(WS-SPL-K) TO WS-SPL-SUMA
                   MOVE WS-T-SPL-PAGADOR(WS-SPL-K) TO CLI-COD-CLIENTE
                   PERFORM 133C-EXTERIOR-PAGADOR
                   IF WS-EXT-PAGADOR NOT = WS-EXT-TRABAJADO
                       MOVE 'S' TO WS-EXT-DIFIERE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SPL-HAY = 'S' AND WS-SPL-SUMA NOT = 100
                   "FACTURA SIN COMPARTIR"
               MOVE 'N' TO WS-SPL-HAY
           END-IF.
           IF WS-SPL-HAY = 'S' AND WS-EXT-DIFIERE = 'S'
               DISPLAY "AVISO: ALGUN PAGADOR DEL SPLIT DEL CLIENTE "
                   WS-CLI " DIFIERE EN SER DEL EXTERIOR, SE FACTURA "
                   "SIN COMPARTIR"
               MOVE 'N' TO WS-SPL-HAY
           END-IF.

      * Un registro FACTCLI y un documento propio por cada pagador,
      * con su porcentaje del total del cliente trabajado.
      * con la letra de su condicion fiscal; el documento del
      * cliente trabajado no consume numeracion.
       128D-ASIGNAR-COMP-PAGADOR.
           PERFORM 126B-ELEGIR-COMPROBANTE.
           IF MODO-REAL
               MOVE WS-PTO-VTA-COMP TO NCP-PTOVTA
               MOVE WS-LETRA-COMP TO NCP-LETRA
               MOVE 'S' TO WS-NCP-EXISTE
               READ NROCOMP
                   INVALID KEY MOVE 'N' TO WS-NCP-EXISTE
               END-READ
               IF WS-NCP-EXISTE = 'N'
                   MOVE WS-PTO-VTA-COMP TO NCP-PTOVTA
                   MOVE WS-LETRA-COMP TO NCP-LETRA
                   MOVE 1 TO NCP-ULTIMO
                   WRITE NCP-REG
               MOVE WS-NRO-FACTURACION TO CMP-NRO-FACT
               MOVE WS-SPL-PAG TO CMP-CLIENTE
               MOVE WS-LETRA-COMP TO CMP-LETRA
               MOVE WS-PTO-VTA-COMP TO CMP-PTOVTA
               MOVE NCP-ULTIMO TO CMP-NRO-COMP
               WRITE CMP-REG
                   INVALID KEY REWRITE CMP-REG
               MOVE CMP-NRO-COMP TO WS-ENC-COMP-NRO
               MOVE WS-ENC-COMP TO DOCPAG-LINEA
               WRITE DOCPAG-LINEA
               IF WS-LETRA-COMP = 'E'
                   PERFORM 126C-ARMAR-ENC-EXPO
                   MOVE WS-ENC-EXP-1 TO DOCPAG-LINEA
                   WRITE DOCPAG-LINEA
                   MOVE WS-ENC-EXP-2 TO DOCPAG-LINEA
                   WRITE DOCPAG-LINEA
                   MOVE WS-ENC-EXP-3 TO DOCPAG-LINEA
                   WRITE DOCPAG-LINEA
               END-IF
           END-IF.

       135-IMPRIMIR-CONS-GRP.
           MOVE REG-TRA-MM TO WS-LIN-IND-MM.
           MOVE REG-TRA-DD TO WS-LIN-IND-DD.
           MOVE REG-TRA-CANT-HORAS TO WS-LIN-IND-CH.
           PERFORM 143C-ROTULAR-UNIDAD.
           MOVE REG-TRA-TARIFA TO WS-LIN-IND-TAR.
           MOVE REG-TRA-OBSERV TO WS-LIN-IND-OBS.
           MULTIPLY REG-TRA-CANT-HORAS BY REG-TRA-TARIFA
           MOVE WS-LIN-IND TO WS-LINEA.
           PERFORM 130-IMPRIMIR-LINEA.
           PERFORM 143-IMPRIMIR-RECARGO.
           PERFORM 143B-IMPRIMIR-HORARIO.
           PERFORM 143D-IMPRIMIR-HORAS-REALES.
           PERFORM 141-SUMAR-PROYECTO.
           RETURN ARCHTRABAJO INTO REG-TRA
               AT END
               PERFORM 130-IMPRIMIR-LINEA
           END-IF.

      * Horario desde/hasta del renglon en el anexo de horas, solo
      * para los clientes que lo piden en su ficha.
       143B-IMPRIMIR-HORARIO.
           IF WS-DOC-HORARIO = 'S' AND REG-TRA-HORA-DESDE NOT = ZERO
               MOVE REG-TRA-DESDE-HH TO WS-LIN-HOR-DESDE-HH
               MOVE REG-TRA-DESDE-MM TO WS-LIN-HOR-DESDE-MM
               MOVE REG-TRA-HASTA-HH TO WS-LIN-HOR-HASTA-HH
               MOVE REG-TRA-HASTA-MM TO WS-LIN-HOR-HASTA-MM
               MOVE REG-TRA-DESCANSO TO WS-LIN-HOR-DESCANSO
               MOVE WS-LIN-HORARIO TO WS-LINEA
               PERFORM 130-IMPRIMIR-LINEA
           END-IF.

      * La cantidad del renglon va en la unidad pactada con el
      * cliente; la hora no lleva rotulo.
       143C-ROTULAR-UNIDAD.
           EVALUATE REG-TRA-UNIDAD
               WHEN 'J'
                   MOVE " JOR" TO WS-LIN-IND-UNI
               WHEN 'M'
                   MOVE " MJ" TO WS-LIN-IND-UNI
               WHEN 'U'
                   MOVE " UNI" TO WS-LIN-IND-UNI
               WHEN OTHER
                   MOVE SPACES TO WS-LIN-IND-UNI
           END-EVALUATE.

      * Horas efectivamente trabajadas detras de una jornada o unidad.
       143D-IMPRIMIR-HORAS-REALES.
           IF REG-TRA-UNIDAD = 'J' OR 'M' OR 'U'
               MOVE REG-TRA-HORAS-REALES TO WS-LIN-HS-REALES-VAL
               MOVE WS-LIN-HS-REALES TO WS-LINEA
               PERFORM 130-IMPRIMIR-LINEA
           END-IF.

       141-SUMAR-PROYECTO.
           MOVE 'N' TO WS-PRY-HALLADO.
           PERFORM VARYING WS-PRY-K FROM 1 BY 1
           WRITE FACT-CSV-LINEA.
           PERFORM 146-GRABAR-FACTDET.

      * Renglon del credito SLA en el CSV: consultor "SLA", fecha de
      * cierre del periodo e importe negativo; la moneda del cliente
      * se convierte con la tasa unica de TASAS.DAT. No va al
      * historico de detalle, que es por hora trabajada.
       147-ESCRIBIR-CSV-SLA.
           MOVE WS-SLA-IMPORTE TO WS-SLA-IMPORTE-MON.
           IF CLI-MONEDA NOT = SPACES
               SEARCH ALL WS-T-TASA-CAMPO
                   AT END CONTINUE
                   WHEN WS-T-TASA-MONEDA(WS-T-TASA-I) = CLI-MONEDA
                   DIVIDE WS-SLA-IMPORTE
                       BY WS-T-TASA-VALOR(WS-T-TASA-I)
                       GIVING WS-SLA-IMPORTE-MON ROUNDED
               END-SEARCH
           END-IF.
           MOVE SPACES TO FACT-CSV-LINEA.
           COMPUTE WS-CSV-NUM = ZERO - WS-SLA-IMPORTE.
           COMPUTE WS-CSV-MON-NUM = ZERO - WS-SLA-IMPORTE-MON.
           MOVE ZERO TO WS-CSV-HORAS.
           STRING WS-NRO-FACTURACION        DELIMITED BY SIZE
                  ",SLA,"                   DELIMITED BY SIZE
                  WS-CLI                    DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  PAR-FECHA-HASTA(1:4)      DELIMITED BY SIZE
                  "/"                       DELIMITED BY SIZE
                  PAR-FECHA-HASTA(5:2)      DELIMITED BY SIZE
                  "/"                       DELIMITED BY SIZE
                  PAR-FECHA-HASTA(7:2)      DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-CSV-HORAS              DELIMITED BY SIZE
                  ",0,"                     DELIMITED BY SIZE
                  WS-CSV-NUM                DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  CLI-MONEDA                DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-CSV-MON-NUM            DELIMITED BY SIZE
                  ",CREDITO SLA"            DELIMITED BY SIZE
             INTO FACT-CSV-LINEA.
           WRITE FACT-CSV-LINEA.

       146-GRABAR-FACTDET.
           IF MODO-REAL
               MOVE WS-NRO-FACTURACION TO FDE-NRO-FACT
               MOVE REG-TRA-COD-CONS TO FDE-CONS
               MOVE REG-TRA-CLIENTE TO FDE-CLIENTE
               MOVE REG-TRA-FECHA TO FDE-FECHA
               MOVE REG-TRA-SECUENCIA TO FDE-SECUENCIA
               MOVE REG-TRA-CANT-HORAS TO FDE-CANT-HORAS
               MOVE REG-TRA-UNIDAD TO FDE-UNIDAD
               MOVE REG-TRA-CANT-HORAS TO FDE-CANT-UNIDAD
               IF REG-TRA-UNIDAD = 'J' OR 'M' OR 'U'
                   MOVE REG-TRA-HORAS-REALES TO FDE-CANT-HORAS
               END-IF
               MOVE REG-TRA-TARIFA TO FDE-TARIFA
               MOVE WS-IMPORTE TO FDE-IMPORTE
               MOVE REG-TRA-CLIENTE-MONEDA TO FDE-MONEDA
                   FDE-CLIENTE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FDE-FECHA DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FDE-SECUENCIA DELIMITED BY SIZE
                   INTO RUNJRN-LINEA
               WRITE RUNJRN-LINEA
           END-IF.
                        REG-TRA-CLIENTE-MONEDA
                   DIVIDE WS-IMPORTE BY WS-T-TASA-VALOR(WS-T-TASA-I)
                       GIVING WS-IMPORTE-MON ROUNDED
                   MOVE "TASA UNICA DE TASAS.DAT" TO WS-TSH-ORIGEN
                   PERFORM 148E-AVISAR-SUPLENTE
               END-SEARCH
           END-IF.

      * Tasa con mayor fecha de vigencia no posterior a la fecha
      * trabajada del renglon; el comprobante E de exportacion va
      * todo a la tasa del dia habil anterior a su fecha.
       148A-BUSCAR-TASA-HISTORICA.
           MOVE REG-TRA-CLIENTE-MONEDA TO WS-TSH-MONEDA-BUSQ.
           IF REG-TRA-EXTERIOR = 'S'
               MOVE WS-FEX-FECHA-COTIZ TO WS-TSH-FECHA-BUSQ
           ELSE
               MOVE REG-TRA-FECHA TO WS-TSH-FECHA-BUSQ
           END-IF.
           PERFORM 148B-ESCANEAR-TASAHIST.
           IF WS-TSH-HALLADA = 'S'
               DIVIDE WS-IMPORTE BY WS-TSH-TASA
                   UNTIL TASAHIST-FS NOT = '00'
           END-IF.
           CLOSE TASAHIST.
           IF WS-TSH-HALLADA = 'S' AND
               WS-TSH-MEJOR-FVIG < WS-TSH-FECHA-BUSQ
               PERFORM 148D-CONTROLAR-DIA-HABIL
               IF WS-TSH-HABIL = 'S'
                   MOVE SPACES TO WS-TSH-ORIGEN
                   STRING "ULTIMA TASA, VIGENCIA " DELIMITED BY SIZE
                       WS-TSH-MEJOR-FVIG DELIMITED BY SIZE
                       INTO WS-TSH-ORIGEN
                   PERFORM 148E-AVISAR-SUPLENTE
               END-IF
           END-IF.

       148C-EXAMINAR-TASAHIST.
           READ TASAHIST RECORD
               END-IF
           END-IF.

      * Dia habil sin tasa propia en el historial: la conversion usa
      * la ultima anterior. Fines de semana y feriados no tienen
      * publicacion y no se avisan.
       148D-CONTROLAR-DIA-HABIL.
           MOVE 'S' TO WS-TSH-HABIL.
           MOVE WS-TSH-FECHA-BUSQ TO WS-TSH-FECHA-NUM.
           COMPUTE WS-TSH-JULIANO =
               FUNCTION INTEGER-OF-DATE(WS-TSH-FECHA-NUM).
           COMPUTE WS-TSH-DIA-SEMANA =
               FUNCTION MOD(WS-TSH-JULIANO, 7).
           IF WS-TSH-DIA-SEMANA = 6 OR WS-TSH-DIA-SEMANA = 0
               MOVE 'N' TO WS-TSH-HABIL
           END-IF.
           IF WS-TSH-HABIL = 'S' AND WS-HAY-FERIADOS = 'S'
               MOVE WS-TSH-FECHA-BUSQ TO FER-FECHA
               READ FER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'N' TO WS-TSH-HABIL
               END-READ
           END-IF.

       148E-AVISAR-SUPLENTE.
           ADD 1 TO WS-CTL-TASA-SUPLENTE.
           MOVE 'N' TO WS-SUP-HALLADO.
           PERFORM VARYING WS-SUP-K FROM 1 BY 1
               UNTIL WS-SUP-K > WS-T-SUP-COUNT OR WS-SUP-HALLADO = 'S'
               IF WS-T-SUP-MONEDA(WS-SUP-K) = WS-TSH-MONEDA-BUSQ
                   AND WS-T-SUP-FECHA(WS-SUP-K) = WS-TSH-FECHA-BUSQ
                   MOVE 'S' TO WS-SUP-HALLADO
               END-IF
           END-PERFORM.
           IF WS-SUP-HALLADO = 'N' AND WS-T-SUP-COUNT < 100
               ADD 1 TO WS-T-SUP-COUNT
               MOVE WS-TSH-MONEDA-BUSQ
                   TO WS-T-SUP-MONEDA(WS-T-SUP-COUNT)
               MOVE WS-TSH-FECHA-BUSQ TO WS-T-SUP-FECHA(WS-T-SUP-COUNT)
               DISPLAY "AVISO: SIN TASA DE " WS-TSH-MONEDA-BUSQ
                   " DEL " WS-TSH-FECHA-BUSQ ", SE USA "
                   WS-TSH-ORIGEN
           END-IF.

       149-REGISTRAR-EXCEP-MONEDA.
           ADD 1 TO WS-CTL-EXC-MONEDA.
           MOVE "MO" TO WS-EXF-TIPO.
