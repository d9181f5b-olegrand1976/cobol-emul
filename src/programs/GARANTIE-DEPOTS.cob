      *>             (GARANTIE-PARAM.cpy) ; sortie : le fichier du
      *>             regulateur reports/GARANTIE-DEPOTS.csv et la
      *>             liste interne des personnes au-dela du plafond.
      *>             Le fichier edite est inscrit au repertoire des
      *>             etats (REPERTOIRE-CTRL) : conservation et
      *>             reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARANTIE-DEPOTS.
       COPY GARANTIE-PARAM.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-EXPORT           PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
       01 WS-TOTAL-CENTIMES      PIC 9(15).
       01 WS-COUVERT-CENTIMES    PIC 9(13).
       01 WS-NB-DEPASSEMENTS     PIC 9(3) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

           END-PERFORM.

           CLOSE F-EXPORT.
           PERFORM INSCRIRE-ETAT.

           DISPLAY "------------------------------------------------".
           DISPLAY "Beneficiaires agreges : " WS-NB-PERSONNES
                   "   au-dela du plafond : " WS-NB-DEPASSEMENTS.
           DISPLAY "Fichier regulateur : reports/GARANTIE-DEPOTS.csv".

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "GARANTIE-DEPOTS" TO W-ETP-ETAT.
           MOVE "reports/GARANTIE-DEPOTS.csv" TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM GARANTIE-DEPOTS.
