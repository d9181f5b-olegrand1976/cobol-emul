                   WHEN W-TRN-DATE >= WS-DATE-DEBUT
                       SET FIN-LECTURE TO TRUE
                   WHEN TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
                           OR TRN-GESTE
                       ADD W-TRN-MONTANT TO WS-SOLDE-OUVERTURE
                   WHEN TRN-RETRAIT OR TRN-VIREMENT OR TRN-FRAIS
                       SUBTRACT W-TRN-MONTANT FROM WS-SOLDE-OUVERTURE
               MOVE W-TRN-DATE TO WS-DATE-SEGMENT
           END-IF.
           IF TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
               OR TRN-GESTE
               ADD W-TRN-MONTANT TO WS-SOLDE-SIM
               ADD W-TRN-MONTANT TO WS-MVT-NET
           ELSE
