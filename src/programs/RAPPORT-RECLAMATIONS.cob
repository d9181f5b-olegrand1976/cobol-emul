      *>             ouverts et dossiers en retard sur la date limite
      *>             reglementaire. Sortie : reports/RECLAMATIONS-
      *>             AAAAMM.txt.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-RECLAMATIONS.
       COPY RECLAMATION.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RAP              PIC X(2) VALUE '00'.
       01 WS-NOM-RAPPORT         PIC X(40).
       01 WS-IDX                 PIC 9(2) COMP.
       01 WS-TROUVE              PIC X(1).
          88 ENTREE-TROUVEE      VALUE 'O'.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       END-PERFORM.

       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.
       DISPLAY "Synthese : " FUNCTION TRIM(WS-NOM-RAPPORT).

       EXIT PROGRAM.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO WS-LIGNE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "RECLAMATIONS" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM RAPPORT-RECLAMATIONS.
