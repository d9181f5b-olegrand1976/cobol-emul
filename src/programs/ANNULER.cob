      *>             l'ajustement inverse sur le compte concerne, et
      *>             journalise une nouvelle transaction qui reference
      *>             le ticket d'origine dans son libelle.
      *>             Compte du personnel : annulation refusee a
      *>             l'operateur lie au titulaire (module
      *>             PERSONNEL-CTRL), le refus consigne dans AUDIT.dat.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNULER.
       COPY JOURNEE.
       COPY CODES-ERR.
       COPY OPS.
       COPY AUDIT.

       01 WS-TRN-ID-ORIGINAL    PIC 9(10).
       01 WS-CPT-ORIGINAL       PIC 9(8).
       01 WS-DATE-COMPLETE      PIC X(21).
       01 WS-COMPTEUR           PIC 9(10) VALUE 0.

      *> Compte du personnel : l'operateur lie au titulaire ne peut
      *> y saisir lui-meme l'annulation (module PERSONNEL-CTRL).
       01 WS-OP-PERSONNEL       PIC X(12).
       01 WS-PRD-PERSONNEL      PIC X(4) VALUE SPACES.
       01 WS-CODE-PERSONNEL     PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

           EXIT PROGRAM
       END-IF.

       MOVE "CONFLIT" TO WS-OP-PERSONNEL.
       CALL "PERSONNEL-CTRL" USING WS-OP-PERSONNEL LK-OPERATEUR
                                   W-CPT-CLIENT WS-PRD-PERSONNEL
                                   WS-CODE-PERSONNEL.
       IF WS-CODE-PERSONNEL = '58'
           DISPLAY "Refuse : compte lie a l'operateur " LK-OPERATEUR
                   " (compte du personnel)."
           DISPLAY "L'annulation doit etre saisie par un autre "
                   "guichetier."
           PERFORM JOURNALISER-REFUS
           EXIT PROGRAM
       END-IF.

       IF WS-TYPE-ORIGINAL = 'D'
           SUBTRACT WS-MONTANT-ORIGINAL FROM W-CPT-SOLDE
       ELSE

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Consigne dans AUDIT.dat l'annulation refusee sur un compte du
      *> personnel, avec la transaction visee.
       JOURNALISER-REFUS.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           MOVE WS-COMPTEUR        TO W-AUD-ID.
           MOVE WS-CPT-ORIGINAL    TO W-AUD-CPT.
           MOVE "ANNULER"          TO W-AUD-OPERATION.
           MOVE '58'               TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR       TO W-AUD-OPERATEUR.
           MOVE SPACES TO W-AUD-MOTIF.
           STRING "Transaction " DELIMITED SIZE
                  WS-TRN-ID-ORIGINAL DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

       END PROGRAM ANNULER.
