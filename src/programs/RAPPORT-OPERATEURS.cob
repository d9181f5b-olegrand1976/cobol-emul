      *>             puis cumul par agence en pendant de
      *>             RAPPORT-AGENCE. Etat date dans reports/
      *>             OPERATEURS-AAAAMMJJ.txt.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-OPERATEURS.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-ETAT             PIC X(2) VALUE '00'.
       01 WS-NOM-ETAT            PIC X(40).
          88 AGENCE-TROUVEE      VALUE 'O'.

       01 WS-MONTANTS-AFF        PIC -Z(12)9.99.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

           END-PERFORM.

           CLOSE F-ETAT.
           PERFORM INSCRIRE-ETAT.
           DISPLAY "Etat : " WS-NOM-ETAT.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "OPERATEURS" TO W-ETP-ETAT.
           MOVE WS-NOM-ETAT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM RAPPORT-OPERATEURS.
