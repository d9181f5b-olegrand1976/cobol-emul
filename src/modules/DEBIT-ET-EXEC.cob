       01 WS-CODE-BRACKET        PIC X(2).
       01 WS-DISPONIBLE          PIC S9(11)V99 COMP-3.
       01 WS-CODE-DISPO          PIC X(2).
       01 WS-DATE-OPERATION      PIC 9(8).
       01 WS-DECOUVERT-VIGUEUR   PIC S9(11)V99 COMP-3.
       01 WS-CODE-DECOUV         PIC X(2).
       01 WS-AGENCE-SOURCE       PIC X(4).
       01 WS-DEVISE-SOURCE       PIC X(3).
       01 WS-DEST-INTERNE        PIC X(1).
      *> depot de la demande.
       CALL "DISPONIBLE" USING W-CPT-NUMERO W-CPT-SOLDE
                               WS-DISPONIBLE WS-CODE-DISPO.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-OPERATION.
       CALL "DECOUVERT-VIGUEUR" USING W-CPT-NUMERO
                                      WS-DATE-OPERATION
                                      W-CPT-DECOUVERT-AUTORISE
                                      WS-DECOUVERT-VIGUEUR
                                      WS-CODE-DECOUV.
       IF LK-MONTANT > WS-DISPONIBLE + WS-DECOUVERT-VIGUEUR
           MOVE '30' TO LK-CODE-RETOUR
           PERFORM DEVERROUILLER-COMPTE
           GOBACK
