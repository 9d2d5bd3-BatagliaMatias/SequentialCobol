            02 ASG-DATOS.
                03 ASG-HASTA PIC X(8).
                03 ASG-ROL PIC X.
                03 ASG-PROYECTO PIC X(6).
                03 ASG-HORAS-DIA PIC 9(2)V99.

         FD AUS
          VALUE OF FILE-ID IS "AUSENCIAS.DAT".
