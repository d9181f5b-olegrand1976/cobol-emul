                       ADD W-TRN-MONTANT TO WS-SOLDE-ATTENDU
                   WHEN TRN-REMISE-CHEQUE
                       ADD W-TRN-MONTANT TO WS-SOLDE-ATTENDU
                   WHEN TRN-GESTE
                       ADD W-TRN-MONTANT TO WS-SOLDE-ATTENDU
                   WHEN TRN-VIR-SORTANT
                       SUBTRACT W-TRN-MONTANT FROM WS-SOLDE-ATTENDU
                   WHEN TRN-PRELEVEMENT
