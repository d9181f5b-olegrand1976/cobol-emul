      *>             anomalie : nouvelle, persistante ou corrigee
      *>             depuis le passage precedent, pour que le
      *>             back-office voie fondre (ou pas) sa liste.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALITE-DONNEES.
       COPY ANOMALIE.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-ETAT             PIC X(2) VALUE '00'.
       01 WS-NOM-ETAT            PIC X(40).
       01 WS-NB-NOUVELLES        PIC 9(5) VALUE 0.
       01 WS-NB-PERSISTANTES     PIC 9(5) VALUE 0.
       01 WS-NB-CORRIGEES        PIC 9(5) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       IF NOT RC-OK
           DISPLAY "Aucun compte a auditer."
           CLOSE F-ETAT
           PERFORM INSCRIRE-ETAT
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.
       MOVE "CLOSE" TO WS-OP.
       CALL "ANOM-IO" USING WS-OP W-ANOMALIE WS-CODE-ANOM.
       CLOSE F-ETAT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Comptes audites : " WS-NB-COMPTES.
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "QUALITE" TO W-ETP-ETAT.
           MOVE WS-NOM-ETAT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM QUALITE-DONNEES.
