      *>                 partent en suspens ('S') dans
      *>                 reports/POSITION-SUSPENS.txt, comme
      *>                 RAPPROCHER-GL le fait pour les ecritures GL.
      *>                 Le rapport de suspens est inscrit au
      *>                 repertoire des etats (REPERTOIRE-CTRL) :
      *>                 conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPROCHER-PLACE.
       COPY POSITION.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RELEVE           PIC X(2) VALUE '00'.
       01 WS-FS-SUSPENS          PIC X(2) VALUE '00'.
       01 WS-NB-SUSPENS          PIC 9(5) VALUE 0.
       01 WS-SUSPENS-OUVERT      PIC X(1) VALUE 'N'.
          88 SUSPENS-OUVERT      VALUE 'O'.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

           CALL "POSIT-IO" USING WS-OP W-POSITION WS-CODE-POS.
           IF SUSPENS-OUVERT
               CLOSE F-SUSPENS
               PERFORM INSCRIRE-ETAT
           END-IF.

           DISPLAY "Ecritures rapprochees : " WS-NB-RAPPROCHEES
               INTO F-SUSPENS-LIGNE.
           WRITE F-SUSPENS-LIGNE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "POSITION-SUSPENS" TO W-ETP-ETAT.
           MOVE "reports/POSITION-SUSPENS.txt" TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM RAPPROCHER-PLACE.
