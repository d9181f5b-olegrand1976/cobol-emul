      *>             total par compte et le total general, dans
      *>             reports/FRAIS-INCIDENTS-AAAAMM.txt. C'est l'etat
      *>             sur lequel l'agence repond aux contestations.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-INCIDENTS.
       COPY TRANSACT.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-JOURNAL          PIC X(2) VALUE '00'.
       01 WS-NOM-JOURNAL         PIC X(50).
       01 WS-IDX                 PIC 9(3) COMP.
       01 WS-TROUVE              PIC X(1).
          88 COMPTE-TROUVE       VALUE 'O'.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.


       PERFORM EDITER-TOTAUX.
       CLOSE F-JOURNAL.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Frais d'incident du mois : " WS-NB-FRAIS.
               INTO F-JOURNAL-LIGNE.
           WRITE F-JOURNAL-LIGNE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "FRAIS-INCIDENTS" TO W-ETP-ETAT.
           MOVE WS-NOM-JOURNAL TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM JOURNAL-INCIDENTS.
