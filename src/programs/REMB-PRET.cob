       01 WS-MONTANT-DU          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-DISPONIBLE          PIC S9(11)V99 COMP-3.
       01 WS-CODE-DISPO          PIC X(2).
       01 WS-DATE-OPERATION      PIC 9(8).
       01 WS-DECOUVERT-VIGUEUR   PIC S9(11)V99 COMP-3.
       01 WS-CODE-DECOUV         PIC X(2).
       01 WS-TAUX-MENSUEL        PIC 9(3)V9(7) COMP-3.
       01 WS-FACTEUR             PIC 9(7)V9(7) COMP-3.
       01 WS-MOIS-RESTANTS       PIC 9(3).
      *> un decompte ne puise pas dans des fonds bloques.
       CALL "DISPONIBLE" USING W-CPT-NUMERO W-CPT-SOLDE
                               WS-DISPONIBLE WS-CODE-DISPO.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-OPERATION.
       CALL "DECOUVERT-VIGUEUR" USING W-CPT-NUMERO
                                      WS-DATE-OPERATION
                                      W-CPT-DECOUVERT-AUTORISE
                                      WS-DECOUVERT-VIGUEUR
                                      WS-CODE-DECOUV.
       IF WS-MONTANT-DU >
               WS-DISPONIBLE + WS-DECOUVERT-VIGUEUR
           DISPLAY "Refuse : provision insuffisante sur le compte "
                   "pour le decompte (disponible plus decouvert)."
           MOVE '30' TO W-CODE-RETOUR
