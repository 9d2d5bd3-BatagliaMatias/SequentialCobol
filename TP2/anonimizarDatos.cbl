       IDENTIFICATION DIVISION.

       PROGRAM-ID. ANONIMIZAR.

      * Copia anonimizada del juego de datos, para capacitacion y
      * pruebas. Se graba en otro directorio (nunca sobre los archivos
      * de produccion): el programa se niega si el destino esta en
      * blanco o resulta ser el directorio actual.
      * Los archivos con datos personales o bancarios se regraban con
      * valores ficticios y consistentes:
      *   - razon social, domicilio y telefono por codigo de cliente
      *     ("CLIENTE 0012" en CLIENTES.DAT y en los renglones de
      *     FACTDET.DAT); lo mismo para consultores, ejecutivos,
      *     proveedores, contactos y usuarios;
      *   - el CUIT se transforma a partir del CUIT real con la clave
      *     que ingresa el operador (la misma clave da el mismo CUIT
      *     ficticio), con digito verificador valido; asi coinciden
      *     clientes, proveedores y el padron de IIBB;
      *   - CBU ficticio con digitos verificadores validos;
      *   - destino y receptor de la entrega de cada facturacion;
      *   - direcciones de mail en el dominio anonimo.invalid, que
      *     nunca se entrega;
      *   - la clave de cada usuario pasa a ser su propio USU-ID, con
      *     cambio forzado en el primer ingreso.
      * Importes, fechas y claves quedan intactos, de modo que
      * FACTCLI.DAT, COBRANZAS.DAT y el resto se copian sin cambios y
      * siguen conciliando. Los listados y CSV (.PRN, .CSV, .TXT) no
      * se copian: se regeneran corriendo los programas sobre la
      * copia. Tampoco se copian la auditoria, el diario de
      * recuperacion, los cambios pendientes de revision ni los
      * respaldos, porque guardan imagenes con los datos reales.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT MARCA ASSIGN USING WS-DEST-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARCA-FS.

           SELECT MARCALOC ASSIGN TO "ANONIMIZAR.MRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARCALOC-FS.

           SELECT CLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-COD-CLIENTE
               FILE STATUS IS CLI-FS.

           SELECT CLIA ASSIGN USING WS-DEST-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIA-COD
               FILE STATUS IS NUEVO-FS.

           SELECT CTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTO-KEY
               FILE STATUS IS CTO-FS.

           SELECT CTOA ASSIGN USING WS-DEST-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTOA-KEY
               FILE STATUS IS NUEVO-FS.

           SELECT ENT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENT-KEY
               FILE STATUS IS ENT-FS.

           SELECT ENTA ASSIGN USING WS-DEST-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTA-KEY
               FILE STATUS IS NUEVO-FS.

           SELECT CON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CON-COD-CONS
               FILE STATUS IS CON-FS.

           SELECT CONA ASSIGN USING WS-DEST-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONA-COD
               FILE STATUS IS NUEVO-FS.

           SELECT FACTDET ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDE-KEY
               FILE STATUS IS FACTDET-FS.

           SELECT FDEA ASSIGN USING WS-DEST-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDEA-KEY
               FILE STATUS IS NUEVO-FS.

           SELECT FDH ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDH-KEY
               FILE STATUS IS FDH-FS.

           SELECT USU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USU-ID
               FILE STATUS IS USU-FS.

           SELECT USUA ASSIGN USING WS-DEST-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USUA-ID
               FILE STATUS IS NUEVO-FS.

           SELECT EJE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EJE-COD
               FILE STATUS IS EJE-FS.

           SELECT EJEA ASSIGN USING WS-DEST-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EJEA-COD
               FILE STATUS IS NUEVO-FS.

           SELECT PRV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRV-CODIGO
               ALTERNATE RECORD KEY IS PRV-CONS WITH DUPLICATES
               FILE STATUS IS PRV-FS.

           SELECT PRVA ASSIGN USING WS-DEST-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRVA-CODIGO
               ALTERNATE RECORD KEY IS PRVA-CONS WITH DUPLICATES
               FILE STATUS IS NUEVO-FS.

           SELECT PAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAD-KEY
               FILE STATUS IS PAD-FS.

           SELECT PADA ASSIGN USING WS-DEST-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PADA-KEY
               FILE STATUS IS NUEVO-FS.

           SELECT OPTIONAL EMAILDEST ASSIGN TO
               "EMAIL_DESTINATARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMAILDEST-FS.

           SELECT OPTIONAL EMAILCONS ASSIGN TO
               "EMAIL_CONSULTORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMAILCONS-FS.

           SELECT SALIDA ASSIGN USING WS-DEST-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUEVO-FS.

       DATA DIVISION.

       FILE SECTION.

       FD MARCA
           LABEL RECORD OMITTED.
       01 MARCA-LINEA                  PIC X(20).

       FD MARCALOC
           LABEL RECORD OMITTED.
       01 MARCALOC-LINEA               PIC X(20).

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
           03 CLI-RED-INCREMENTO PIC 9V99.
           03 CLI-RED-SENTIDO PIC X.
           03 CLI-MIN-DIARIO PIC 9V99.
           03 CLI-DEBITO-AUTO PIC X.
           03 CLI-CBU PIC X(22).
           03 CLI-JURISDICCION PIC X(3).
           03 CLI-MARKUP-GASTOS PIC 9(2)V99.
           03 CLI-LIMITE-CREDITO PIC 9(9)V99.
           03 CLI-CONFORMIDAD PIC X.
           03 CLI-HORARIO-ANEXO PIC X.
           03 CLI-EJECUTIVO PIC 9(3).
           03 CLI-CICLO-FACT PIC X.
           03 CLI-DIA-CORTE PIC 9(2).
           03 CLI-PLAZO-DESDE PIC X.
           03 CLI-ZONA-VIAJE PIC X(2).
           03 CLI-EXTERIOR PIC X.
           03 CLI-PAIS PIC X(3).
           03 CLI-ID-FISCAL-EXT PIC X(20).
           03 CLI-INCOTERM PIC X(3).

       FD CLIA.
       01 CLIA-REG.
           03 CLIA-COD                 PIC 9(4).
           03 CLIA-RESTO               PIC X(179).

       FD CTO
           VALUE OF FILE-ID IS "CONTACTOS.DAT".
       01 CTO-REG.
           02 CTO-KEY.
               03 CTO-CLIENTE PIC 9(4).
               03 CTO-SEC PIC 9(2).
           02 CTO-DATOS.
               03 CTO-NOMBRE PIC X(25).
               03 CTO-ROL PIC X.
               03 CTO-EMAIL PIC X(60).

       FD CTOA.
       01 CTOA-REG.
           03 CTOA-KEY                 PIC X(6).
           03 CTOA-RESTO               PIC X(86).

       FD ENT
           VALUE OF FILE-ID IS "ENTREGAS.DAT".
       01 ENT-REG.
           02 ENT-KEY.
               03 ENT-NRO-FACT PIC 9(6).
               03 ENT-CLIENTE PIC 9(4).
           02 ENT-DATOS.
               03 ENT-MEDIO PIC X.
               03 ENT-DESTINO PIC X(40).
               03 ENT-FECHA-ENVIO PIC X(8).
               03 ENT-ESTADO PIC X(10).
               03 ENT-FECHA-ENTREGA PIC X(8).
               03 ENT-FECHA-ACUSE PIC X(8).
               03 ENT-ACUSE-POR PIC X(25).

       FD ENTA.
       01 ENTA-REG.
           03 ENTA-KEY                 PIC X(10).
           03 ENTA-RESTO               PIC X(100).

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
           03 CON-FECHA-BAJA PIC X(8).
           03 CON-COD-EMPRESA PIC X(3).
           03 CON-SUBCONTRATADO PIC X.

       FD CONA.
       01 CONA-REG.
           03 CONA-COD                 PIC 9(3).
           03 CONA-RESTO               PIC X(77).

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

       FD FDEA.
       01 FDEA-REG.
           03 FDEA-KEY                 PIC X(23).
           03 FDEA-RESTO               PIC X(148).

       FD FDH
           VALUE OF FILE-ID IS "FACTDET_ARCHIVO.DAT".
       01 FDH-REG.
           03 FDH-KEY                  PIC X(23).
           03 FDH-RESTO                PIC X(148).

       FD USU
           VALUE OF FILE-ID IS "USUARIOS.DAT".
       01 USU-REG.
           03 USU-ID PIC X(8).
           03 USU-NOMBRE PIC X(25).
           03 USU-ROL PIC X.
           03 USU-CLAVE PIC X(8).
           03 USU-CLAVE-HASH PIC 9(9).
           03 USU-FECHA-CLAVE PIC X(8).
           03 USU-FORZAR-CAMBIO PIC X.
           03 USU-INTENTOS PIC 9.
           03 USU-CUENTA-BLOQ PIC X.
           03 USU-HASH-ANT1 PIC 9(9).
           03 USU-HASH-ANT2 PIC 9(9).
           03 USU-HASH-ANT3 PIC 9(9).
           03 USU-CONS PIC 9(3).

       FD USUA.
       01 USUA-REG.
           03 USUA-ID                  PIC X(8).
           03 USUA-RESTO               PIC X(84).

       FD EJE
           VALUE OF FILE-ID IS "EJECUTIVOS.DAT".
       01 EJE-REG.
           03 EJE-COD PIC 9(3).
           03 EJE-NOMBRE PIC X(25).
           03 EJE-PORC-COMISION PIC 9(2)V99.
           03 EJE-BAJA PIC X.

       FD EJEA.
       01 EJEA-REG.
           03 EJEA-COD                 PIC 9(3).
           03 EJEA-RESTO               PIC X(30).

       FD PRV
           VALUE OF FILE-ID IS "PROVEEDORES.DAT".
       01 PRV-REG.
           03 PRV-CODIGO PIC 9(4).
           03 PRV-RAZON-SOCIAL PIC X(30).
           03 PRV-DIRECCION PIC X(20).
           03 PRV-CUIT PIC 9(11).
           03 PRV-COND-IVA PIC X(2).
           03 PRV-COND-GAN PIC X.
           03 PRV-REGIMEN-GAN PIC 9(3).
           03 PRV-ALIC-IIBB PIC 9(2)V99.
           03 PRV-JURISDICCION PIC X(3).
           03 PRV-CONS PIC 9(3).

       FD PRVA.
       01 PRVA-REG.
           03 PRVA-CODIGO              PIC 9(4).
           03 PRVA-RESTO               PIC X(74).
           03 PRVA-CONS                PIC 9(3).

       FD PAD
           VALUE OF FILE-ID IS "PADRONIIBB.DAT".
       01 PAD-REG.
           02 PAD-KEY.
               03 PAD-CUIT PIC 9(11).
               03 PAD-JURISDICCION PIC X(3).
               03 PAD-VIG-DESDE PIC X(8).
           02 PAD-DATOS.
               03 PAD-VIG-HASTA PIC X(8).
               03 PAD-ALIC-RET PIC 9(2)V99.
               03 PAD-ALIC-PERC PIC 9(2)V99.
               03 PAD-FECHA-PUBLIC PIC X(8).
               03 PAD-FECHA-IMPORT PIC X(8).

       FD PADA.
       01 PADA-REG.
           03 PADA-KEY                 PIC X(22).
           03 PADA-RESTO               PIC X(32).

       FD EMAILDEST
           LABEL RECORD OMITTED.
       01 EMAILDEST-DIRECCION          PIC X(60).

       FD EMAILCONS
           LABEL RECORD OMITTED.
       01 ECO-REG.
           03 ECO-CONS                 PIC 9(3).
           03 ECO-DIRECCION            PIC X(60).

       FD SALIDA
           LABEL RECORD OMITTED.
       01 SALIDA-LINEA                 PIC X(63).

       WORKING-STORAGE SECTION.

       01 MARCA-FS                     PIC X(2).
       01 MARCALOC-FS                  PIC X(2).
       01 NUEVO-FS                     PIC X(2).
       01 CLI-FS                       PIC X(2).
       01 CTO-FS                       PIC X(2).
       01 ENT-FS                       PIC X(2).
       01 CON-FS                       PIC X(2).
       01 FACTDET-FS                   PIC X(2).
       01 FDH-FS                       PIC X(2).
       01 USU-FS                       PIC X(2).
       01 EJE-FS                       PIC X(2).
       01 PRV-FS                       PIC X(2).
       01 PAD-FS                       PIC X(2).
       01 EMAILDEST-FS                 PIC X(2).
       01 EMAILCONS-FS                 PIC X(2).

       01 WS-CONFIRMA                  PIC X.
       01 WS-FIN                       PIC X.
       01 WS-DESTINO                   PIC X(60).
       01 WS-DESTINO-OK                PIC X.
       01 WS-DEST-LARGO                PIC 9(3).
       01 WS-DEST-MALOS                PIC 9(3).
       01 WS-DEST-NOMBRE               PIC X(90).
       01 WS-NOMBRE-DAT                PIC X(24).
       01 WS-NOMBRE-MARCA              PIC X(20) VALUE
           "ANONIMIZAR.MRK".
       01 WS-BORRA-RC                  PIC S9(9) COMP.
       01 WS-CANT-REGS                 PIC 9(7).
       01 WS-CANT-DUP                  PIC 9(7).
       01 WS-CANT-ARCH                 PIC 9(3) VALUE ZERO.
       01 WS-CANT-COPIA                PIC 9(3) VALUE ZERO.
       01 WS-CMD                       PIC X(180).
       01 WS-NRO-MAIL                  PIC 9(3).

      * Clave de anonimizacion: con la misma clave se obtienen los
      * mismos CUIT ficticios en todas las corridas.
       01 WS-SEMILLA                   PIC 9(9).

       01 WS-CUIT                      PIC 9(11).
       01 WS-CUIT-R REDEFINES WS-CUIT.
           03 WS-CUIT-PRE              PIC 9(2).
           03 WS-CUIT-CUERPO           PIC 9(8).
           03 WS-CUIT-DV               PIC 9.
       01 WS-CUIT-D REDEFINES WS-CUIT.
           03 WS-CUIT-DIG OCCURS 11 TIMES PIC 9.
       01 WS-PESOS-CUIT                PIC X(10) VALUE "5432765432".
       01 FILLER REDEFINES WS-PESOS-CUIT.
           03 WS-PESO-CUIT OCCURS 10 TIMES PIC 9.

       01 WS-CBU                       PIC X(22).
       01 WS-CBU-D REDEFINES WS-CBU.
           03 WS-CBU-DIG OCCURS 22 TIMES PIC 9.
       01 WS-PESOS-CBU                 PIC X(13) VALUE
           "3971397139713".
       01 FILLER REDEFINES WS-PESOS-CBU.
           03 WS-PESO-CBU OCCURS 13 TIMES PIC 9.

       01 WS-CODIGO                    PIC 9(4).
       01 WS-SUMA                      PIC 9(5).
       01 WS-DV                        PIC 9(2).
       01 WS-K                         PIC 9(2).
       01 WS-J                         PIC 9(2).

       01 WS-CLAVE                     PIC X(8).
       01 WS-HASH                      PIC 9(9).
       01 WS-ORD                       PIC 9(3).

      * Archivos sin datos personales: se copian tal cual (con sus
      * indices) desde el directorio actual al destino.
       01 WS-T-COPIA-NOMBRES.
           03 FILLER PIC X(24) VALUE "AJUSTES_TARIFA.DAT".
           03 FILLER PIC X(24) VALUE "ANTCON.DAT".
           03 FILLER PIC X(24) VALUE "ANTCON_MOV.DAT".
           03 FILLER PIC X(24) VALUE "ANTICIPOS.DAT".
           03 FILLER PIC X(24) VALUE "ANTICIPOS_MOV.DAT".
           03 FILLER PIC X(24) VALUE "APROBACIONES.DAT".
           03 FILLER PIC X(24) VALUE "ASIGIND.DAT".
           03 FILLER PIC X(24) VALUE "ASIGNACIONES.DAT".
           03 FILLER PIC X(24) VALUE "AUSENCIAS.DAT".
           03 FILLER PIC X(24) VALUE "BANCOHORAS.DAT".
           03 FILLER PIC X(24) VALUE "BANCOHORAS_MOV.DAT".
           03 FILLER PIC X(24) VALUE "BANCOS.DAT".
           03 FILLER PIC X(24) VALUE "CAEAINF.DAT".
           03 FILLER PIC X(24) VALUE "CASTIGOS.DAT".
           03 FILLER PIC X(24) VALUE "CHECKPOINT.DAT".
           03 FILLER PIC X(24) VALUE "CHEQUES.DAT".
           03 FILLER PIC X(24) VALUE "CIERRES.DAT".
           03 FILLER PIC X(24) VALUE "COBRANZAS.DAT".
           03 FILLER PIC X(24) VALUE "COBRANZAS_ARCHIVO.DAT".
           03 FILLER PIC X(24) VALUE "COBRO_APLIC.DAT".
           03 FILLER PIC X(24) VALUE "COBRO_APLIC_ARCHIVO.DAT".
           03 FILLER PIC X(24) VALUE "COMPROB.DAT".
           03 FILLER PIC X(24) VALUE "CONFDETALLE.DAT".
           03 FILLER PIC X(24) VALUE "CONFHORAS.DAT".
           03 FILLER PIC X(24) VALUE "CONTRATOS.DAT".
           03 FILLER PIC X(24) VALUE "CONVENIO.DAT".
           03 FILLER PIC X(24) VALUE "COSTOS.DAT".
           03 FILLER PIC X(24) VALUE "COSTOSIND.DAT".
           03 FILLER PIC X(24) VALUE "COSTOSUB.DAT".
           03 FILLER PIC X(24) VALUE "COSTOS_UMBRAL.DAT".
           03 FILLER PIC X(24) VALUE "COTIZ.DAT".
           03 FILLER PIC X(24) VALUE "COTIZDET.DAT".
           03 FILLER PIC X(24) VALUE "CUENTAS.DAT".
           03 FILLER PIC X(24) VALUE "DESCUENTOS.DAT".
           03 FILLER PIC X(24) VALUE "DEVOLUCIONES.DAT".
           03 FILLER PIC X(24) VALUE "DIFCAMBIO.DAT".
           03 FILLER PIC X(24) VALUE "DOCCLIENTES.DAT".
           03 FILLER PIC X(24) VALUE "EMPRESA.DAT".
           03 FILLER PIC X(24) VALUE "ETCTAREAS.DAT".
           03 FILLER PIC X(24) VALUE "EXCEPFACT.DAT".
           03 FILLER PIC X(24) VALUE "FACCOMPRAS.DAT".
           03 FILLER PIC X(24) VALUE "FACPROV.DAT".
           03 FILLER PIC X(24) VALUE "FACTCLI.DAT".
           03 FILLER PIC X(24) VALUE "FACTCLI_ARCHIVO.DAT".
           03 FILLER PIC X(24) VALUE "FERIADOS.DAT".
           03 FILLER PIC X(24) VALUE "GASTOS.DAT".
           03 FILLER PIC X(24) VALUE "GESTIONES.DAT".
           03 FILLER PIC X(24) VALUE "GRUPOS.DAT".
           03 FILLER PIC X(24) VALUE "HISTCONS.DAT".
           03 FILLER PIC X(24) VALUE "HITOS.DAT".
           03 FILLER PIC X(24) VALUE "HORAS.DAT".
           03 FILLER PIC X(24) VALUE "HORAS_ARCHIVO.DAT".
           03 FILLER PIC X(24) VALUE "HORAS_BORRADOR.DAT".
           03 FILLER PIC X(24) VALUE "IIBB_ALIC.DAT".
           03 FILLER PIC X(24) VALUE "INDICES.DAT".
           03 FILLER PIC X(24) VALUE "INTERCO.DAT".
           03 FILLER PIC X(24) VALUE "IVACATEG.DAT".
           03 FILLER PIC X(24) VALUE "LIBROBANCO.DAT".
           03 FILLER PIC X(24) VALUE "LIQCOMISION.DAT".
           03 FILLER PIC X(24) VALUE "LIQTARJETAS.DAT".
           03 FILLER PIC X(24) VALUE "LOTES_IMPORT.DAT".
           03 FILLER PIC X(24) VALUE "MORA_CORTE.DAT".
           03 FILLER PIC X(24) VALUE "NROCOMP.DAT".
           03 FILLER PIC X(24) VALUE "NROCONF.DAT".
           03 FILLER PIC X(24) VALUE "NRODEVOL.DAT".
           03 FILLER PIC X(24) VALUE "NROFACT.DAT".
           03 FILLER PIC X(24) VALUE "NROORDPAGO.DAT".
           03 FILLER PIC X(24) VALUE "NRORECIBO.DAT".
           03 FILLER PIC X(24) VALUE "OPERADOR.DAT".
           03 FILLER PIC X(24) VALUE "ORDENCOMPRA.DAT".
           03 FILLER PIC X(24) VALUE "ORDENESPAGO.DAT".
           03 FILLER PIC X(24) VALUE "OVERRIDE_LIMITE.DAT".
           03 FILLER PIC X(24) VALUE "PARAMETROS.DAT".
           03 FILLER PIC X(24) VALUE "PARTICIONES.DAT".
           03 FILLER PIC X(24) VALUE "PERFILES.DAT".
           03 FILLER PIC X(24) VALUE "PERFILSKILL.DAT".
           03 FILLER PIC X(24) VALUE "PERMITIR_SOLAPE.DAT".
           03 FILLER PIC X(24) VALUE "PLANCUOTAS.DAT".
           03 FILLER PIC X(24) VALUE "PLANES.DAT".
           03 FILLER PIC X(24) VALUE "PLANFACT.DAT".
           03 FILLER PIC X(24) VALUE "POLGASTOS.DAT".
           03 FILLER PIC X(24) VALUE "PORCPAGO.DAT".
           03 FILLER PIC X(24) VALUE "POSIVA.DAT".
           03 FILLER PIC X(24) VALUE "PRESUPUESTOS.DAT".
           03 FILLER PIC X(24) VALUE "PREVISION_SALDO.DAT".
           03 FILLER PIC X(24) VALUE "PREV_PORC.DAT".
           03 FILLER PIC X(24) VALUE "PROYECTOS.DAT".
           03 FILLER PIC X(24) VALUE "PTOVENTA.DAT".
           03 FILLER PIC X(24) VALUE "RECARGOS.DAT".
           03 FILLER PIC X(24) VALUE "RECIBOS_EMITIDOS.DAT".
           03 FILLER PIC X(24) VALUE "RECLAMOS.DAT".
           03 FILLER PIC X(24) VALUE "RENOVACIONES.DAT".
           03 FILLER PIC X(24) VALUE "RETCERT.DAT".
           03 FILLER PIC X(24) VALUE "RETENCION.DAT".
           03 FILLER PIC X(24) VALUE "RETGAN_ESCALA.DAT".
           03 FILLER PIC X(24) VALUE "RUN_ESTADO.DAT".
           03 FILLER PIC X(24) VALUE "RUN_JOURNAL.DAT".
           03 FILLER PIC X(24) VALUE "SIMULACION.DAT".
           03 FILLER PIC X(24) VALUE "SKILLS.DAT".
           03 FILLER PIC X(24) VALUE "SLA.DAT".
           03 FILLER PIC X(24) VALUE "SLARESUL.DAT".
           03 FILLER PIC X(24) VALUE "SPLITS.DAT".
           03 FILLER PIC X(24) VALUE "SUSPENSO_BANCO.DAT".
           03 FILLER PIC X(24) VALUE "TAREAS.DAT".
           03 FILLER PIC X(24) VALUE "TARIFAS.DAT".
           03 FILLER PIC X(24) VALUE "TARIFAS_ESCENARIO.DAT".
           03 FILLER PIC X(24) VALUE "TASAS.DAT".
           03 FILLER PIC X(24) VALUE "TASASHIST.DAT".
           03 FILLER PIC X(24) VALUE "TASASMORA.DAT".
           03 FILLER PIC X(24) VALUE "TASAS_LIMITE.DAT".
           03 FILLER PIC X(24) VALUE "TOPESHORAS.DAT".
           03 FILLER PIC X(24) VALUE "TOPEVARIANZA.DAT".
           03 FILLER PIC X(24) VALUE "TRANSFER.DAT".
           03 FILLER PIC X(24) VALUE "UMBRAL_FIRMA2.DAT".
           03 FILLER PIC X(24) VALUE "UNIDADES_FACT.DAT".
           03 FILLER PIC X(24) VALUE "VAL-HORA.DAT".
           03 FILLER PIC X(24) VALUE "VARIANZA_CTL.DAT".
           03 FILLER PIC X(24) VALUE "VIATICOS_ZONA.DAT".
           03 FILLER PIC X(24) VALUE "VIGENCIA_CLAVE.DAT".
           03 FILLER PIC X(24) VALUE "WIP_EJECUTADO.DAT".
       01 FILLER REDEFINES WS-T-COPIA-NOMBRES.
           03 WS-T-COPIA OCCURS 120 TIMES PIC X(24).
       01 WS-T-COPIA-CANT              PIC 9(3) VALUE 120.
       01 WS-I                         PIC 9(3).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "COPIA ANONIMIZADA DE LOS DATOS (CAPACITACION Y "
               "PRUEBAS)".
           DISPLAY "SE GRABA EN OTRO DIRECTORIO; LOS ARCHIVOS DE "
               "PRODUCCION NO SE MODIFICAN. CONFIRMA (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY "PROCESO CANCELADO"
               STOP RUN.
           PERFORM 010-PEDIR-DESTINO.
           IF WS-DESTINO-OK NOT = 'S'
               DISPLAY "PROCESO CANCELADO"
               STOP RUN.
           DISPLAY "CLAVE DE ANONIMIZACION (HASTA 9 DIGITOS; LA "
               "MISMA CLAVE DA LOS MISMOS CUIT): ".
           ACCEPT WS-SEMILLA.
           PERFORM 100-ANON-CLIENTES.
           PERFORM 150-ANON-CONTACTOS.
           PERFORM 200-ANON-CONSULTORES.
           PERFORM 250-ANON-FACTDET.
           PERFORM 270-ANON-FACTDET-ARCH.
           PERFORM 300-ANON-USUARIOS.
           PERFORM 350-ANON-EJECUTIVOS.
           PERFORM 400-ANON-PROVEEDORES.
           PERFORM 450-ANON-PADRON.
           PERFORM 500-ANON-EMAIL-DEST.
           PERFORM 550-ANON-EMAIL-CONS.
           PERFORM 570-ANON-ENTREGAS.
           PERFORM 600-COPIAR-RESTO.
           DISPLAY "COPIA TERMINADA EN " WS-DESTINO.
           DISPLAY "  ARCHIVOS ANONIMIZADOS: " WS-CANT-ARCH.
           DISPLAY "  ARCHIVOS COPIADOS SIN CAMBIOS: " WS-CANT-COPIA.
           DISPLAY "LOS LISTADOS Y CSV SE REGENERAN CORRIENDO LOS "
               "PROGRAMAS EN EL DESTINO.".
           STOP RUN.

      * El destino debe ser un directorio existente, sin blancos ni
      * caracteres especiales, y distinto del actual. Para saber si
      * es el mismo directorio (aunque se escriba con otra ruta) se
      * graba un archivo marca en el destino y se busca aqui.
       010-PEDIR-DESTINO.
           MOVE 'N' TO WS-DESTINO-OK.
           DISPLAY "DIRECTORIO DESTINO DE LA COPIA: ".
           ACCEPT WS-DESTINO.
           MOVE ZERO TO WS-DEST-LARGO.
           INSPECT WS-DESTINO TALLYING WS-DEST-LARGO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ZERO TO WS-DEST-MALOS.
           INSPECT WS-DESTINO TALLYING WS-DEST-MALOS
               FOR ALL ";" ALL "`" ALL "$" ALL "(" ALL ")"
                   ALL "|" ALL "&" ALL "<" ALL ">" ALL "*"
                   ALL "~" ALL "{" ALL "}" ALL "\" ALL X"22"
                   ALL X"27" ALL "?".
           IF WS-DEST-LARGO = ZERO
               OR WS-DESTINO = "." OR WS-DESTINO = "./"
               DISPLAY "EL DESTINO NO PUEDE SER EL DIRECTORIO ACTUAL"
               GO TO 010-EXIT.
           IF WS-DEST-LARGO < 60
               IF WS-DESTINO(WS-DEST-LARGO + 1:) NOT = SPACES
                   MOVE 1 TO WS-DEST-MALOS
               END-IF
           END-IF.
           IF WS-DEST-MALOS > ZERO
               DISPLAY "DESTINO INVALIDO (BLANCOS O CARACTERES "
                   "ESPECIALES)"
               GO TO 010-EXIT.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-MARCA
               RETURNING WS-BORRA-RC.
           MOVE WS-NOMBRE-MARCA TO WS-NOMBRE-DAT.
           PERFORM 900-ARMAR-DESTINO.
           OPEN OUTPUT MARCA.
           IF MARCA-FS NOT = '00'
               DISPLAY "NO SE PUEDE ESCRIBIR EN " WS-DESTINO
                   " (ESTADO " MARCA-FS ")"
               GO TO 010-EXIT.
           MOVE "ANONIMIZAR" TO MARCA-LINEA.
           WRITE MARCA-LINEA.
           CLOSE MARCA.
           OPEN INPUT MARCALOC.
           IF MARCALOC-FS = '00'
               CLOSE MARCALOC
               DISPLAY "EL DESTINO ES EL DIRECTORIO ACTUAL: SE "
                   "PISARIAN LOS ARCHIVOS DE PRODUCCION"
           ELSE
               MOVE 'S' TO WS-DESTINO-OK
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-DEST-NOMBRE
               RETURNING WS-BORRA-RC.
       010-EXIT.
           EXIT.

      * CLIENTES.DAT: nombre, domicilio, telefono, CUIT y CBU.
       100-ANON-CLIENTES.
           MOVE "CLIENTES.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT CLI.
           IF CLI-FS NOT = '00'
               DISPLAY "CLIENTES.DAT: SE OMITE (ESTADO " CLI-FS ")"
           ELSE
               PERFORM 900-ARMAR-DESTINO
               OPEN OUTPUT CLIA
               MOVE ZERO TO WS-CANT-REGS
               MOVE ZERO TO WS-CANT-DUP
               MOVE 'N' TO WS-FIN
               PERFORM 110-ANON-CLIENTE UNTIL WS-FIN = 'S'
               CLOSE CLI
               CLOSE CLIA
               PERFORM 910-INFORMAR
           END-IF.

       110-ANON-CLIENTE.
           READ CLI NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO CLI-RAZON-SOCIAL
               STRING "CLIENTE " DELIMITED BY SIZE
                   CLI-COD-CLIENTE DELIMITED BY SIZE
                   INTO CLI-RAZON-SOCIAL
               MOVE SPACES TO CLI-DIRECCION
               STRING "DOMICILIO " DELIMITED BY SIZE
                   CLI-COD-CLIENTE DELIMITED BY SIZE
                   INTO CLI-DIRECCION
               IF CLI-TELEFONO NOT = ZERO
                   COMPUTE CLI-TELEFONO = 1140000000 + CLI-COD-CLIENTE
               END-IF
               MOVE CLI-CUIT TO WS-CUIT
               PERFORM 800-CUIT-FICTICIO
               MOVE WS-CUIT TO CLI-CUIT
               IF CLI-CBU NOT = SPACES
                   MOVE CLI-COD-CLIENTE TO WS-CODIGO
                   PERFORM 820-CBU-FICTICIO
                   MOVE WS-CBU TO CLI-CBU
               END-IF
               MOVE CLI-REG TO CLIA-REG
               WRITE CLIA-REG
                   INVALID KEY ADD 1 TO WS-CANT-DUP
                   NOT INVALID KEY ADD 1 TO WS-CANT-REGS
               END-WRITE
           END-IF.

      * CONTACTOS.DAT: nombre y mail por cliente y secuencia.
       150-ANON-CONTACTOS.
           MOVE "CONTACTOS.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT CTO.
           IF CTO-FS NOT = '00'
               DISPLAY "CONTACTOS.DAT: SE OMITE (ESTADO " CTO-FS ")"
           ELSE
               PERFORM 900-ARMAR-DESTINO
               OPEN OUTPUT CTOA
               MOVE ZERO TO WS-CANT-REGS
               MOVE ZERO TO WS-CANT-DUP
               MOVE 'N' TO WS-FIN
               PERFORM 160-ANON-CONTACTO UNTIL WS-FIN = 'S'
               CLOSE CTO
               CLOSE CTOA
               PERFORM 910-INFORMAR
           END-IF.

       160-ANON-CONTACTO.
           READ CTO NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO CTO-NOMBRE
               STRING "CONTACTO " DELIMITED BY SIZE
                   CTO-CLIENTE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CTO-SEC DELIMITED BY SIZE
                   INTO CTO-NOMBRE
               IF CTO-EMAIL NOT = SPACES
                   MOVE SPACES TO CTO-EMAIL
                   STRING "contacto" DELIMITED BY SIZE
                       CTO-CLIENTE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       CTO-SEC DELIMITED BY SIZE
                       "@anonimo.invalid" DELIMITED BY SIZE
                       INTO CTO-EMAIL
               END-IF
               MOVE CTO-REG TO CTOA-REG
               WRITE CTOA-REG
                   INVALID KEY ADD 1 TO WS-CANT-DUP
                   NOT INVALID KEY ADD 1 TO WS-CANT-REGS
               END-WRITE
           END-IF.

      * CONSULTORES.DAT: apellido y nombre, domicilio y telefono.
       200-ANON-CONSULTORES.
           MOVE "CONSULTORES.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT CON.
           IF CON-FS NOT = '00'
               DISPLAY "CONSULTORES.DAT: SE OMITE (ESTADO " CON-FS ")"
           ELSE
               PERFORM 900-ARMAR-DESTINO
               OPEN OUTPUT CONA
               MOVE ZERO TO WS-CANT-REGS
               MOVE ZERO TO WS-CANT-DUP
               MOVE 'N' TO WS-FIN
               PERFORM 210-ANON-CONSULTOR UNTIL WS-FIN = 'S'
               CLOSE CON
               CLOSE CONA
               PERFORM 910-INFORMAR
           END-IF.

       210-ANON-CONSULTOR.
           READ CON NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO CON-APEYNOM
               STRING "CONSULTOR " DELIMITED BY SIZE
                   CON-COD-CONS DELIMITED BY SIZE
                   INTO CON-APEYNOM
               MOVE SPACES TO CON-DIRECCION
               STRING "DOMICILIO C" DELIMITED BY SIZE
                   CON-COD-CONS DELIMITED BY SIZE
                   INTO CON-DIRECCION
               IF CON-TELEFONO NOT = ZERO
                   COMPUTE CON-TELEFONO = 1150000000 + CON-COD-CONS
               END-IF
               MOVE CON-REG TO CONA-REG
               WRITE CONA-REG
                   INVALID KEY ADD 1 TO WS-CANT-DUP
                   NOT INVALID KEY ADD 1 TO WS-CANT-REGS
               END-WRITE
           END-IF.

      * FACTDET.DAT guarda copia del nombre del consultor y del
      * cliente en cada renglon: se reemplazan con los mismos
      * valores ficticios que en los maestros. Igual su historico
      * FACTDET_ARCHIVO.DAT.
       250-ANON-FACTDET.
           MOVE "FACTDET.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT FACTDET.
           IF FACTDET-FS NOT = '00'
               DISPLAY "FACTDET.DAT: SE OMITE (ESTADO " FACTDET-FS ")"
           ELSE
               PERFORM 900-ARMAR-DESTINO
               OPEN OUTPUT FDEA
               MOVE ZERO TO WS-CANT-REGS
               MOVE ZERO TO WS-CANT-DUP
               MOVE 'N' TO WS-FIN
               PERFORM 260-ANON-RENGLON UNTIL WS-FIN = 'S'
               CLOSE FACTDET
               CLOSE FDEA
               PERFORM 910-INFORMAR
           END-IF.

       260-ANON-RENGLON.
           READ FACTDET NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               PERFORM 265-ANON-DATOS-RENGLON
           END-IF.

       265-ANON-DATOS-RENGLON.
           IF FDE-APEYNOM NOT = SPACES
               MOVE SPACES TO FDE-APEYNOM
               STRING "CONSULTOR " DELIMITED BY SIZE
                   FDE-CONS DELIMITED BY SIZE
                   INTO FDE-APEYNOM
           END-IF
           IF FDE-CLIENTE-NOM NOT = SPACES
               MOVE SPACES TO FDE-CLIENTE-NOM
               STRING "CLIENTE " DELIMITED BY SIZE
                   FDE-CLIENTE DELIMITED BY SIZE
                   INTO FDE-CLIENTE-NOM
           END-IF
           MOVE FDE-REG TO FDEA-REG
           WRITE FDEA-REG
               INVALID KEY ADD 1 TO WS-CANT-DUP
               NOT INVALID KEY ADD 1 TO WS-CANT-REGS
           END-WRITE.

       270-ANON-FACTDET-ARCH.
           MOVE "FACTDET_ARCHIVO.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT FDH.
           IF FDH-FS NOT = '00'
               DISPLAY "FACTDET_ARCHIVO.DAT: SE OMITE (ESTADO " FDH-FS
                   ")"
           ELSE
               PERFORM 900-ARMAR-DESTINO
               OPEN OUTPUT FDEA
               MOVE ZERO TO WS-CANT-REGS
               MOVE ZERO TO WS-CANT-DUP
               MOVE 'N' TO WS-FIN
               PERFORM 280-ANON-RENGLON-ARCH UNTIL WS-FIN = 'S'
               CLOSE FDH
               CLOSE FDEA
               PERFORM 910-INFORMAR
           END-IF.

       280-ANON-RENGLON-ARCH.
           READ FDH NEXT RECORD INTO FDE-REG
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               PERFORM 265-ANON-DATOS-RENGLON
           END-IF.

      * USUARIOS.DAT: nombre ficticio; la clave pasa a ser el propio
      * USU-ID, sin historial, con cambio forzado al ingresar.
       300-ANON-USUARIOS.
           MOVE "USUARIOS.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT USU.
           IF USU-FS NOT = '00'
               DISPLAY "USUARIOS.DAT: SE OMITE (ESTADO " USU-FS ")"
           ELSE
               PERFORM 900-ARMAR-DESTINO
               OPEN OUTPUT USUA
               MOVE ZERO TO WS-CANT-REGS
               MOVE ZERO TO WS-CANT-DUP
               MOVE 'N' TO WS-FIN
               PERFORM 310-ANON-USUARIO UNTIL WS-FIN = 'S'
               CLOSE USU
               CLOSE USUA
               PERFORM 910-INFORMAR
           END-IF.

       310-ANON-USUARIO.
           READ USU NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO USU-NOMBRE
               STRING "USUARIO " DELIMITED BY SIZE
                   USU-ID DELIMITED BY SPACE
                   INTO USU-NOMBRE
               MOVE USU-ID TO WS-CLAVE
               PERFORM 850-CALCULAR-HASH
               MOVE SPACES TO USU-CLAVE
               MOVE WS-HASH TO USU-CLAVE-HASH
               MOVE 'S' TO USU-FORZAR-CAMBIO
               MOVE ZERO TO USU-INTENTOS
               MOVE 'N' TO USU-CUENTA-BLOQ
               MOVE ZERO TO USU-HASH-ANT1
               MOVE ZERO TO USU-HASH-ANT2
               MOVE ZERO TO USU-HASH-ANT3
               MOVE USU-REG TO USUA-REG
               WRITE USUA-REG
                   INVALID KEY ADD 1 TO WS-CANT-DUP
                   NOT INVALID KEY ADD 1 TO WS-CANT-REGS
               END-WRITE
           END-IF.

       350-ANON-EJECUTIVOS.
           MOVE "EJECUTIVOS.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT EJE.
           IF EJE-FS NOT = '00'
               DISPLAY "EJECUTIVOS.DAT: SE OMITE (ESTADO " EJE-FS ")"
           ELSE
               PERFORM 900-ARMAR-DESTINO
               OPEN OUTPUT EJEA
               MOVE ZERO TO WS-CANT-REGS
               MOVE ZERO TO WS-CANT-DUP
               MOVE 'N' TO WS-FIN
               PERFORM 360-ANON-EJECUTIVO UNTIL WS-FIN = 'S'
               CLOSE EJE
               CLOSE EJEA
               PERFORM 910-INFORMAR
           END-IF.

       360-ANON-EJECUTIVO.
           READ EJE NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO EJE-NOMBRE
               STRING "EJECUTIVO " DELIMITED BY SIZE
                   EJE-COD DELIMITED BY SIZE
                   INTO EJE-NOMBRE
               MOVE EJE-REG TO EJEA-REG
               WRITE EJEA-REG
                   INVALID KEY ADD 1 TO WS-CANT-DUP
                   NOT INVALID KEY ADD 1 TO WS-CANT-REGS
               END-WRITE
           END-IF.

      * PROVEEDORES.DAT: razon social, domicilio y CUIT (con la misma
      * transformacion que los clientes).
       400-ANON-PROVEEDORES.
           MOVE "PROVEEDORES.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT PRV.
           IF PRV-FS NOT = '00'
               DISPLAY "PROVEEDORES.DAT: SE OMITE (ESTADO " PRV-FS ")"
           ELSE
               PERFORM 900-ARMAR-DESTINO
               OPEN OUTPUT PRVA
               MOVE ZERO TO WS-CANT-REGS
               MOVE ZERO TO WS-CANT-DUP
               MOVE 'N' TO WS-FIN
               PERFORM 410-ANON-PROVEEDOR UNTIL WS-FIN = 'S'
               CLOSE PRV
               CLOSE PRVA
               PERFORM 910-INFORMAR
           END-IF.

       410-ANON-PROVEEDOR.
           READ PRV NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO PRV-RAZON-SOCIAL
               STRING "PROVEEDOR " DELIMITED BY SIZE
                   PRV-CODIGO DELIMITED BY SIZE
                   INTO PRV-RAZON-SOCIAL
               MOVE SPACES TO PRV-DIRECCION
               STRING "DOMICILIO P" DELIMITED BY SIZE
                   PRV-CODIGO DELIMITED BY SIZE
                   INTO PRV-DIRECCION
               MOVE PRV-CUIT TO WS-CUIT
               PERFORM 800-CUIT-FICTICIO
               MOVE WS-CUIT TO PRV-CUIT
               MOVE PRV-REG TO PRVA-REG
               WRITE PRVA-REG
                   INVALID KEY ADD 1 TO WS-CANT-DUP
                   NOT INVALID KEY ADD 1 TO WS-CANT-REGS
               END-WRITE
           END-IF.

      * PADRONIIBB.DAT: el CUIT es parte de la clave; se graba con el
      * CUIT ficticio para que las retenciones sigan encontrando la
      * alicuota del cliente o proveedor.
       450-ANON-PADRON.
           MOVE "PADRONIIBB.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT PAD.
           IF PAD-FS NOT = '00'
               DISPLAY "PADRONIIBB.DAT: SE OMITE (ESTADO " PAD-FS ")"
           ELSE
               PERFORM 900-ARMAR-DESTINO
               OPEN OUTPUT PADA
               MOVE ZERO TO WS-CANT-REGS
               MOVE ZERO TO WS-CANT-DUP
               MOVE 'N' TO WS-FIN
               PERFORM 460-ANON-PADRON-UNO UNTIL WS-FIN = 'S'
               CLOSE PAD
               CLOSE PADA
               PERFORM 910-INFORMAR
           END-IF.

       460-ANON-PADRON-UNO.
           READ PAD NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE PAD-CUIT TO WS-CUIT
               PERFORM 800-CUIT-FICTICIO
               MOVE WS-CUIT TO PAD-CUIT
               MOVE PAD-REG TO PADA-REG
               WRITE PADA-REG
                   INVALID KEY ADD 1 TO WS-CANT-DUP
                   NOT INVALID KEY ADD 1 TO WS-CANT-REGS
               END-WRITE
           END-IF.

       500-ANON-EMAIL-DEST.
           MOVE "EMAIL_DESTINATARIOS.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT EMAILDEST.
           IF EMAILDEST-FS NOT = '00'
               CLOSE EMAILDEST
               DISPLAY "EMAIL_DESTINATARIOS.DAT: SE OMITE (NO EXISTE)"
           ELSE
               PERFORM 900-ARMAR-DESTINO
               OPEN OUTPUT SALIDA
               MOVE ZERO TO WS-CANT-REGS
               MOVE ZERO TO WS-CANT-DUP
               MOVE ZERO TO WS-NRO-MAIL
               MOVE 'N' TO WS-FIN
               PERFORM 510-ANON-EMAIL-DEST-UNO UNTIL WS-FIN = 'S'
               CLOSE EMAILDEST
               CLOSE SALIDA
               PERFORM 910-INFORMAR
           END-IF.

       510-ANON-EMAIL-DEST-UNO.
           READ EMAILDEST RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               MOVE SPACES TO SALIDA-LINEA
               IF EMAILDEST-DIRECCION NOT = SPACES
                   ADD 1 TO WS-NRO-MAIL
                   STRING "destinatario" DELIMITED BY SIZE
                       WS-NRO-MAIL DELIMITED BY SIZE
                       "@anonimo.invalid" DELIMITED BY SIZE
                       INTO SALIDA-LINEA
               END-IF
               WRITE SALIDA-LINEA
               ADD 1 TO WS-CANT-REGS
           END-IF.

       550-ANON-EMAIL-CONS.
           MOVE "EMAIL_CONSULTORES.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT EMAILCONS.
           IF EMAILCONS-FS NOT = '00'
               CLOSE EMAILCONS
               DISPLAY "EMAIL_CONSULTORES.DAT: SE OMITE (NO EXISTE)"
           ELSE
               PERFORM 900-ARMAR-DESTINO
               OPEN OUTPUT SALIDA
               MOVE ZERO TO WS-CANT-REGS
               MOVE ZERO TO WS-CANT-DUP
               MOVE 'N' TO WS-FIN
               PERFORM 560-ANON-EMAIL-CONS-UNO UNTIL WS-FIN = 'S'
               CLOSE EMAILCONS
               CLOSE SALIDA
               PERFORM 910-INFORMAR
           END-IF.

       560-ANON-EMAIL-CONS-UNO.
           READ EMAILCONS RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               IF ECO-DIRECCION NOT = SPACES
                   MOVE SPACES TO ECO-DIRECCION
                   STRING "consultor" DELIMITED BY SIZE
                       ECO-CONS DELIMITED BY SIZE
                       "@anonimo.invalid" DELIMITED BY SIZE
                       INTO ECO-DIRECCION
               END-IF
               MOVE ECO-REG TO SALIDA-LINEA
               WRITE SALIDA-LINEA
               ADD 1 TO WS-CANT-REGS
           END-IF.

      * ENTREGAS.DAT: destino del envio (mail, portal o guia) y
      * quien firmo el acuse.
       570-ANON-ENTREGAS.
           MOVE "ENTREGAS.DAT" TO WS-NOMBRE-DAT.
           OPEN INPUT ENT.
           IF ENT-FS NOT = '00'
               DISPLAY "ENTREGAS.DAT: SE OMITE (ESTADO " ENT-FS ")"
           ELSE
               PERFORM 900-ARMAR-DESTINO
               OPEN OUTPUT ENTA
               MOVE ZERO TO WS-CANT-REGS
               MOVE ZERO TO WS-CANT-DUP
               MOVE 'N' TO WS-FIN
               PERFORM 580-ANON-ENTREGA UNTIL WS-FIN = 'S'
               CLOSE ENT
               CLOSE ENTA
               PERFORM 910-INFORMAR
           END-IF.

       580-ANON-ENTREGA.
           READ ENT NEXT RECORD
               AT END MOVE 'S' TO WS-FIN
           END-READ.
           IF WS-FIN = 'N'
               IF ENT-DESTINO NOT = SPACES
                   MOVE SPACES TO ENT-DESTINO
                   IF ENT-MEDIO = 'E'
                       STRING "cliente" DELIMITED BY SIZE
                           ENT-CLIENTE DELIMITED BY SIZE
                           "@anonimo.invalid" DELIMITED BY SIZE
                           INTO ENT-DESTINO
                   ELSE
                       STRING "DESTINO " DELIMITED BY SIZE
                           ENT-NRO-FACT DELIMITED BY SIZE
                           INTO ENT-DESTINO
                   END-IF
               END-IF
               IF ENT-ACUSE-POR NOT = SPACES
                   MOVE SPACES TO ENT-ACUSE-POR
                   STRING "RECEPTOR " DELIMITED BY SIZE
                       ENT-CLIENTE DELIMITED BY SIZE
                       INTO ENT-ACUSE-POR
               END-IF
               MOVE ENT-REG TO ENTA-REG
               WRITE ENTA-REG
                   INVALID KEY ADD 1 TO WS-CANT-DUP
                   NOT INVALID KEY ADD 1 TO WS-CANT-REGS
               END-WRITE
           END-IF.

      * Copia tal cual de los archivos sin datos personales. El
      * comodin lleva tambien los archivos de indice que acompanan a
      * cada indexado.
       600-COPIAR-RESTO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-T-COPIA-CANT
               MOVE SPACES TO WS-CMD
               STRING "cp -p " DELIMITED BY SIZE
                   WS-T-COPIA(WS-I) DELIMITED BY SPACE
                   "* " DELIMITED BY SIZE
                   WS-DESTINO DELIMITED BY SPACE
                   "/ 2>/dev/null" DELIMITED BY SIZE
                   INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               IF RETURN-CODE = ZERO
                   ADD 1 TO WS-CANT-COPIA
               ELSE
                   DISPLAY WS-T-COPIA(WS-I) ": NO EXISTE, SE OMITE"
               END-IF
           END-PERFORM.
           MOVE ZERO TO RETURN-CODE.

      * CUIT ficticio: se conserva el tipo (20, 27, 30...) y el cuerpo
      * de 8 digitos se permuta con la clave del operador (la
      * multiplicacion por un primo distinto de 2 y 5 no repite
      * valores). El digito verificador se recalcula; si da 10 se usa
      * el prefijo 23 o 33, como hace AFIP.
       800-CUIT-FICTICIO.
           IF WS-CUIT NOT = ZERO
               COMPUTE WS-CUIT-CUERPO = FUNCTION MOD(
                   WS-CUIT-CUERPO * 7919 + WS-SEMILLA, 100000000)
               PERFORM 810-DV-CUIT
               IF WS-DV = 10
                   IF WS-CUIT-PRE < 30
                       MOVE 23 TO WS-CUIT-PRE
                   ELSE
                       MOVE 33 TO WS-CUIT-PRE
                   END-IF
                   PERFORM 810-DV-CUIT
               END-IF
               IF WS-DV = 10
                   MOVE 9 TO WS-CUIT-DV
               ELSE
                   MOVE WS-DV TO WS-CUIT-DV
               END-IF
           END-IF.

       810-DV-CUIT.
           MOVE ZERO TO WS-SUMA.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
               COMPUTE WS-SUMA = WS-SUMA
                   + WS-CUIT-DIG(WS-K) * WS-PESO-CUIT(WS-K)
           END-PERFORM.
           COMPUTE WS-DV = 11 - FUNCTION MOD(WS-SUMA, 11).
           IF WS-DV = 11
               MOVE ZERO TO WS-DV
           END-IF.

      * CBU ficticio: banco 999, sucursal 0001 y cuenta con el codigo
      * de cliente; ambos bloques con su digito verificador.
       820-CBU-FICTICIO.
           MOVE "9990001" TO WS-CBU(1:7).
           MOVE ZERO TO WS-SUMA.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 7
               COMPUTE WS-J = WS-K + 6
               COMPUTE WS-SUMA = WS-SUMA
                   + WS-CBU-DIG(WS-K) * WS-PESO-CBU(WS-J)
           END-PERFORM.
           COMPUTE WS-DV = FUNCTION MOD(10 - FUNCTION MOD(WS-SUMA, 10),
               10).
           MOVE WS-DV TO WS-CBU-DIG(8).
           MOVE "000000000" TO WS-CBU(9:9).
           MOVE WS-CODIGO TO WS-CBU(18:4).
           MOVE ZERO TO WS-SUMA.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 13
               COMPUTE WS-J = WS-K + 8
               COMPUTE WS-SUMA = WS-SUMA
                   + WS-CBU-DIG(WS-J) * WS-PESO-CBU(WS-K)
           END-PERFORM.
           COMPUTE WS-DV = FUNCTION MOD(10 - FUNCTION MOD(WS-SUMA, 10),
               10).
           MOVE WS-DV TO WS-CBU-DIG(22).

      * Mismo hash que USUARIOS y SIGNON.
       850-CALCULAR-HASH.
           MOVE 7 TO WS-HASH.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
               COMPUTE WS-ORD = FUNCTION ORD(WS-CLAVE(WS-K:1))
               COMPUTE WS-HASH =
                   FUNCTION MOD(WS-HASH * 131 + WS-ORD, 999999937)
           END-PERFORM.

       900-ARMAR-DESTINO.
           MOVE SPACES TO WS-DEST-NOMBRE.
           STRING WS-DESTINO DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-NOMBRE-DAT DELIMITED BY SPACE
               INTO WS-DEST-NOMBRE.

       910-INFORMAR.
           ADD 1 TO WS-CANT-ARCH.
           DISPLAY WS-NOMBRE-DAT ": " WS-CANT-REGS
               " REGISTROS ANONIMIZADOS".
           IF WS-CANT-DUP > ZERO
               DISPLAY "  AVISO: " WS-CANT-DUP
                   " REGISTROS CON CLAVE REPETIDA EN LA COPIA"
           END-IF.

       END PROGRAM ANONIMIZAR.
