           02 TAR-DATA.
               03 TAR-TARIFA PIC 9(7)V99.
               03 TAR-FVIG-HASTA PIC X(10).
               03 TAR-FMODIF PIC X(8).

       FD PER LABEL RECORD IS STANDARD
       VALUE OF FILE-ID IS "PERFILES.DAT".
