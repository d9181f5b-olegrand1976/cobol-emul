
           ADD 1 TO WS-CTG-NB(WS-IDX-CTG).
           IF TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
                   OR TRN-REMISE-CHEQUE OR TRN-GESTE
               ADD W-TRN-MONTANT TO WS-CTG-CREDITS(WS-IDX-CTG)
           ELSE
               ADD W-TRN-MONTANT TO WS-CTG-DEBITS(WS-IDX-CTG)
