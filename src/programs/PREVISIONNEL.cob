      *>             actifs et ecrit dans reports/PREVISIONNEL-
      *>             AAAAMMJJ.txt ceux dont la projection franchit le
      *>             decouvert dans l'horizon.
      *>             Le rapport du mode batch est inscrit au
      *>             repertoire des etats (REPERTOIRE-CTRL) :
      *>             conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISIONNEL.
       COPY MANDAT.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-NOM-RAPPORT         PIC X(40).

       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-SOLDE-AFF           PIC -Z(10)9.99.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

           MOVE WS-LIGNE TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           CLOSE F-RAPPORT.
           PERFORM INSCRIRE-ETAT.

           DISPLAY "Comptes examines : " WS-NB-EXAMINES
                   "  en alerte : " WS-NB-ALERTES.
                       " : prevenir le client."
           END-IF.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "PREVISIONNEL" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM PREVISIONNEL.
