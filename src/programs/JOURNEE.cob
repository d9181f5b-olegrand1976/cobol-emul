       CALL "JOURNEE-IO" USING WS-OP W-JOURNEE W-CODE-RETOUR.
       DISPLAY "Journee comptable du " W-JRN-DATE " : statut "
               W-JRN-STATUT ".".
       IF JRN-MODE-SECOURS
           DISPLAY "Mode degrade guichet declare le "
                   W-JRN-SECOURS-DATE " par " W-JRN-SECOURS-PAR
                   " (levee au PUPITRE)."
       END-IF.

       DISPLAY "(F)ermer la journee ou (O)uvrir la suivante ? : "
               WITH NO ADVANCING.
