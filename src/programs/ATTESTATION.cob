                   WHEN W-TRN-DATE <= WS-DATE-ATTESTATION
                       CONTINUE
                   WHEN TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
                           OR TRN-GESTE
                       SUBTRACT W-TRN-MONTANT FROM WS-SOLDE-ASOF
                   WHEN TRN-RETRAIT OR TRN-VIREMENT OR TRN-FRAIS
                       ADD W-TRN-MONTANT TO WS-SOLDE-ASOF
