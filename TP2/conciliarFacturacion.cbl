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

       FD FACT-CSV
           LABEL RECORD OMITTED.
                   END-UNSTRING
                   COMPUTE WS-CSV-FACT-NUM =
                       FUNCTION NUMVAL(WS-CSV-F-FACT)
      *            El credito SLA (consultor "SLA") no tiene renglon
      *            en el historico de detalle.
                   IF WS-CSV-FACT-NUM = WS-NRO-FACT
                       AND WS-CSV-F-CONS NOT = "SLA"
                       MOVE 'S' TO WS-HAY-CSV
                       COMPUTE WS-SUMA-CSV = WS-SUMA-CSV +
                           FUNCTION NUMVAL(WS-CSV-F-IMPORTE)
