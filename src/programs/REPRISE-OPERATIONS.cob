      *>             rapport reports/SUSPENS-OPERATIONS-AAAAMMJJ.txt :
      *>             plus rien ne reste silencieusement desequilibre
      *>             entre COMPTES.dat et TRANS.dat.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRISE-OPERATIONS.
       COPY TRANSACT.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RAP              PIC X(2) VALUE '00'.
       01 WS-NOM-RAPPORT         PIC X(50).
       01 WS-TAB-BRACKETS.
          05 WS-BRACKET-ID OCCURS 100 TIMES PIC 9(10).
       01 WS-IDX                 PIC 9(3) COMP.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.


       IF RAPPORT-OUVERT
           CLOSE F-RAPPORT
           PERFORM INSCRIRE-ETAT
           DISPLAY "Rapport : " FUNCTION TRIM(WS-NOM-RAPPORT)
       END-IF.

           MOVE WS-LIGNE TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "SUSPENS-OPERATIONS" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM REPRISE-OPERATIONS.
