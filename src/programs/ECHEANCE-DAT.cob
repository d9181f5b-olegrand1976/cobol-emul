      *>               (BAREMES-TAUX.dat) plutot qu'au vieux taux
      *>               fige ; sans bareme applicable, le taux fige
      *>               est conserve.
      *>             Un depot nanti en garantie d'un pret (SURETES) est
      *>             toujours reconduit, quelle que soit l'instruction,
      *>             tant que le nantissement court.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHEANCE-DAT.
                   W-DAT-MONTANT * W-DAT-TAUX
                   * W-DAT-DUREE-MOIS / 12.

           IF DAT-RECONDUCTION OR NOT DAT-LIBRE
               PERFORM RECONDUIRE-DEPOT
           ELSE
               PERFORM PAYER-DEPOT
               DISPLAY "DAT " W-DAT-ID " reconduit au "
                       W-DAT-DATE-ECHEANCE " (interets capitalises "
                       WS-INTERET-AFF ")."
               IF NOT DAT-LIBRE
                   DISPLAY "    depot nanti (pret " W-DAT-PRET-NANTI
                           ") : reconduit d'office."
               END-IF
           ELSE
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "DAT " W-DAT-ID " ECHEC de reconduction."
