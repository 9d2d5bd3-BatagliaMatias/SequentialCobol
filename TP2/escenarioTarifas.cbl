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

       FD APROB
          VALUE OF FILE-ID IS "APROBACIONES.DAT".
            02 TAR-DATA.
                03 TAR-TARIFA PIC 9(7)V99.
                03 TAR-FVIG-HASTA PIC X(10).
                03 TAR-FMODIF PIC X(8).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 WS-TARIFA-CONS               PIC 9(7)V99.
       01 WS-TARIFA-NUEVA              PIC 9(7)V99.
       01 WS-IMPORTE-NUEVO             PIC S9(9)V99.
       01 WS-CANT-FACTURADA            PIC S9(3)V99.
       01 WS-I                         PIC 9(4).
       01 WS-HALLADO                   PIC X.
       01 WS-CANT-SIN-TARIFA           PIC 9(5) VALUE ZERO.
      * tarifario candidato, respetando la especificidad del
      * tarifario real: consultor, luego cliente, luego general.
       110-REPRECIAR-LINEA.
           MOVE FDE-CANT-HORAS TO WS-CANT-FACTURADA.
           IF FDE-UNIDAD = 'J' OR 'M' OR 'U'
               MOVE FDE-CANT-UNIDAD TO WS-CANT-FACTURADA
           END-IF.
           PERFORM 120-PERFIL-DEL-CONSULTOR.
           PERFORM 130-BUSCAR-TARIFA-CANDIDATA.
           IF WS-TARIFA-NUEVA = ZERO
           ELSE
               ADD 1 TO WS-CANT-LINEAS
               COMPUTE WS-IMPORTE-NUEVO ROUNDED =
                   WS-CANT-FACTURADA * WS-TARIFA-NUEVA
               ADD FDE-IMPORTE TO WS-TOT-ACTUAL
               ADD WS-IMPORTE-NUEVO TO WS-TOT-NUEVO
               PERFORM 140-SUMAR-CLIENTE
