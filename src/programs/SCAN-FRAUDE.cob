      *>             cumul au-dela de VELO-MULT-BLOCAGE fois
      *>             VELO-MAX-CUMUL bloque d'office les cartes DAB du
      *>             compte a titre conservatoire.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCAN-FRAUDE.
       COPY CARTE.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-ETAT             PIC X(2) VALUE '00'.
       01 WS-NOM-ETAT            PIC X(40).
          88 FIN-CARTES          VALUE 'O'.
       01 WS-NB-CARTES-BLOQ      PIC 9(3).
       01 WS-CODE-CARTE          PIC X(2).
      *> Numero de carte affiche masque (module PAN-CTRL).
       01 WS-OP-PAN              PIC X(12).
       01 WS-CARTE-MASQUE        PIC X(16).
       01 WS-CODE-PAN            PIC X(2).
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

               WRITE F-ETAT-LIGNE
           END-IF.
           CLOSE F-ETAT.
           PERFORM INSCRIRE-ETAT.


      *>----------------------------------------------------------------
                       CALL "CARTE-IO" USING WS-OP W-CARTE
                                             WS-CODE-CARTE
                       ADD 1 TO WS-NB-CARTES-BLOQ
                       MOVE "MASQUER" TO WS-OP-PAN
                       CALL "PAN-CTRL" USING WS-OP-PAN W-CAR-NUMERO
                                             WS-CARTE-MASQUE WS-CODE-PAN
                       DISPLAY "  Carte " WS-CARTE-MASQUE " bloquee a "
                               "titre conservatoire."
                   WHEN OTHER
                       CONTINUE
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "FRAUDE" TO W-ETP-ETAT.
           MOVE WS-NOM-ETAT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM SCAN-FRAUDE.
