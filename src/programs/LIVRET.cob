       01 F-CARNET-LIGNE         PIC X(80).

       FD F-ARCHIVE.
       01 F-ARC-TRANS            PIC X(199).

       WORKING-STORAGE SECTION.
       COPY COMPTE.
           END-IF.

           IF TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
               OR TRN-GESTE
               ADD W-TRN-MONTANT TO WS-SOLDE-COURANT
           ELSE
               SUBTRACT W-TRN-MONTANT FROM WS-SOLDE-COURANT
