      *>             reports/BORDEREAU-ASSURANCE-AAAAMM.csv
      *>             (assureur,nb_primes,total en centimes, meme
      *>             convention que les autres fichiers d'echange).
      *>             Le bordereau est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORDEREAU-ASSURANCE.
       COPY TRANSACT.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-BORDEREAU        PIC X(2) VALUE '00'.
       01 WS-NOM-BORDEREAU       PIC X(50).

       01 WS-TOTAL-CTS           PIC 9(13).
       01 WS-NB-PRIMES           PIC 9(5) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

           ADD 1 TO WS-IDX
       END-PERFORM.
       CLOSE F-BORDEREAU.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "Primes totalisees : " WS-NB-PRIMES " pour "
               WS-NB-ASSUREURS " assureur(s).".
           ADD W-TRN-MONTANT TO WS-ASS-TOTAL(WS-IDX).
           ADD 1 TO WS-NB-PRIMES.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "BORDEREAU-ASSURANCE" TO W-ETP-ETAT.
           MOVE WS-NOM-BORDEREAU TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM BORDEREAU-ASSURANCE.
