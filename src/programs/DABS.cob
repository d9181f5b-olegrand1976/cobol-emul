                   CONTINUE
               WHEN '30'
                   DISPLAY "Refuse : le coffre n'a pas ce billetage "
                           "en stock libre (hors billets reserves "
                           "aux commandes de fonds)."
                   PERFORM FERMER-DABS
                   EXIT PARAGRAPH
               WHEN OTHER
