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

       FD CON
          VALUE OF FILE-ID IS "CONSULTORES.DAT".
            02 TAR-DATA.
                03 TAR-TARIFA PIC 9(7)V99.
                03 TAR-FVIG-HASTA PIC X(10).
                03 TAR-FMODIF PIC X(8).

       FD LISTADO
           LABEL RECORD OMITTED.
       01 WS-TARIFA-EFECTIVA           PIC 9(7)V99.
       01 WS-FUGA-LINEA                PIC S9(9)V99.
       01 WS-IMPORTE-LISTA             PIC S9(9)V99.
       01 WS-CANT-FACTURADA            PIC S9(3)V99.
       01 WS-I                         PIC 9(4).
       01 WS-HALLADO                   PIC X.
       01 WS-CANT-SIN-LISTA            PIC 9(5) VALUE ZERO.

      * Tarifa efectiva del renglon contra la tarifa de lista del
      * perfil vigente a la fecha trabajada; la diferencia por las
      * horas es la fuga (o el premio, si es negativa). En los
      * clientes por jornada o unidad la comparacion es por unidad.
       110-PROCESAR-LINEA.
           MOVE FDE-CANT-HORAS TO WS-CANT-FACTURADA.
           IF FDE-UNIDAD = 'J' OR 'M' OR 'U'
               MOVE FDE-CANT-UNIDAD TO WS-CANT-FACTURADA
           END-IF.
           COMPUTE WS-TARIFA-EFECTIVA ROUNDED =
               FDE-IMPORTE / WS-CANT-FACTURADA.
           PERFORM 120-PERFIL-DEL-CONSULTOR.
           PERFORM 130-BUSCAR-TARIFA-LISTA.
           IF WS-TARIFA-LISTA = ZERO
               ADD 1 TO WS-CANT-SIN-LISTA
           ELSE
               COMPUTE WS-IMPORTE-LISTA ROUNDED =
                   WS-CANT-FACTURADA * WS-TARIFA-LISTA
               COMPUTE WS-FUGA-LINEA =
                   WS-IMPORTE-LISTA - FDE-IMPORTE
               ADD WS-IMPORTE-LISTA TO WS-TOT-LISTA
