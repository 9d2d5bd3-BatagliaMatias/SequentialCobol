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

       FD CUENTAS
           LABEL RECORD OMITTED.
