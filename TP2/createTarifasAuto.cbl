            02 TAR-DATA.
                03 TARIFA PIC 9(7)V99.
                03 FVIG-HASTA PIC X(10).
                03 FMODIF PIC X(8).

         WORKING-STORAGE SECTION.
          01 CHOICE PIC 9.
         MOVE '2014-12-14' TO FVIGENCIA.
         MOVE 125 TO TARIFA.
         MOVE SPACES TO FVIG-HASTA.
         MOVE SPACES TO FMODIF.
         WRITE TAR-REG.

         MOVE 'X' TO PERFIL.
         MOVE '2012-12-12' TO FVIGENCIA.
         MOVE 100 TO TARIFA.
         MOVE SPACES TO FVIG-HASTA.
         MOVE SPACES TO FMODIF.
         WRITE TAR-REG.

         MOVE 'Z' TO PERFIL.
         MOVE '2014-12-14' TO FVIGENCIA.
         MOVE 200 TO TARIFA.
         MOVE SPACES TO FVIG-HASTA.
         MOVE SPACES TO FMODIF.
         WRITE TAR-REG.

         MOVE 'Z' TO PERFIL.
         MOVE '2012-12-12' TO FVIGENCIA.
         MOVE 100 TO TARIFA.
         MOVE SPACES TO FVIG-HASTA.
         MOVE SPACES TO FMODIF.
         WRITE TAR-REG.

         MOVE 'A' TO PERFIL.
         MOVE '2014-12-14' TO FVIGENCIA.
         MOVE 200 TO TARIFA.
         MOVE SPACES TO FVIG-HASTA.
         MOVE SPACES TO FMODIF.
         WRITE TAR-REG.

         MOVE 'A' TO PERFIL.
         MOVE '2012-12-12' TO FVIGENCIA.
         MOVE 100 TO TARIFA.
         MOVE SPACES TO FVIG-HASTA.
         MOVE SPACES TO FMODIF.
         WRITE TAR-REG.


         MOVE '2014-12-14' TO FVIGENCIA.
         MOVE 200 TO TARIFA.
         MOVE SPACES TO FVIG-HASTA.
         MOVE SPACES TO FMODIF.
         WRITE TAR-REG.

         MOVE 'B' TO PERFIL.
         MOVE '2012-12-12' TO FVIGENCIA.
         MOVE 100 TO TARIFA.
         MOVE SPACES TO FVIG-HASTA.
         MOVE SPACES TO FMODIF.
         WRITE TAR-REG.

         MOVE 'X' TO PERFIL.
         MOVE 1 TO CLIENTE.
         MOVE 150 TO TARIFA.
         MOVE SPACES TO FVIG-HASTA.
         MOVE SPACES TO FMODIF.
         WRITE TAR-REG.
         MOVE ZERO TO CLIENTE.

