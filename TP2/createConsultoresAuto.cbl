             LABEL RECORD OMITTED.
         01 EMPRESA-REG.
             03 EMPRESA-COD PIC X(3).
             03 EMPRESA-MES-INICIO PIC 9(2).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
