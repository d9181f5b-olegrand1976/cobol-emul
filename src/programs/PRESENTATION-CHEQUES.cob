       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-CODE-OPPO           PIC X(2).
       01 WS-CODE-DISPO          PIC X(2).
       01 WS-DATE-OPERATION      PIC 9(8).
       01 WS-DECOUVERT-VIGUEUR   PIC S9(11)V99 COMP-3.
       01 WS-CODE-DECOUV         PIC X(2).
       01 WS-DISPONIBLE          PIC S9(11)V99 COMP-3.
       01 WS-CODE-INTERDIT       PIC X(2).
       01 WS-CODE-SPOOL          PIC X(2).
      *>   Provision sur le solde DISPONIBLE (reservations deduites).
           CALL "DISPONIBLE" USING W-CPT-NUMERO W-CPT-SOLDE
                                   WS-DISPONIBLE WS-CODE-DISPO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-OPERATION.
           CALL "DECOUVERT-VIGUEUR" USING W-CPT-NUMERO
                                          WS-DATE-OPERATION
                                          W-CPT-DECOUVERT-AUTORISE
                                          WS-DECOUVERT-VIGUEUR
                                          WS-CODE-DECOUV.
           IF WS-MONTANT > WS-DISPONIBLE + WS-DECOUVERT-VIGUEUR
               MOVE "provision insuffisante" TO WS-MOTIF
               PERFORM DEVERROUILLER-COMPTE
               PERFORM JOURNALISER-REJET
