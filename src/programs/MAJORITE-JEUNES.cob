      *>             Chaque migration part au rapport reports/
      *>             MAJORITE-AAAAMM.txt pour le suivi commercial de
      *>             l'agence.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJORITE-JEUNES.
       COPY SPOOL.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.
       COPY PARAMETRES.

       01 WS-FS-RAP              PIC X(2) VALUE '00'.
       01 WS-NB-MIGRES           PIC 9(5) VALUE 0.
       01 WS-RAPPORT-OUVERT      PIC X(1) VALUE 'N'.
          88 RAPPORT-OUVERT      VALUE 'O'.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF RAPPORT-OUVERT
           CLOSE F-RAPPORT
           PERFORM INSCRIRE-ETAT
       END-IF.

       DISPLAY "------------------------------------------------------".
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "MAJORITE" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM MAJORITE-JEUNES.
