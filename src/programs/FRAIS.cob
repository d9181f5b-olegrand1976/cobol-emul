      *>             compte actif dont le solde est sous le minimum
      *>             requis (FRAIS-SOLDE-MINIMUM), en journalisant
      *>             chaque debit comme un mouvement 'F' (frais) dans
      *>             TRANS.dat. Aucun frais n'est preleve sur le compte
      *>             d'un client sous dossier de surendettement en
      *>             vigueur (module SURENDET-CTRL). Le frais d'un
      *>             client fragile est ecrete a ses plafonds mensuel
      *>             et annuel (module FRAGILE-PLAFOND) ; plafond
      *>             atteint, rien n'est preleve. Un compte de
      *>             services bancaires de base (droit au compte) est
      *>             exonere.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAIS.
       COPY CODES-ERR.
       COPY OPS.
       COPY FRAIS-PARAM.
       COPY SURENDET.

       01 WS-FIN-CPT             PIC X(1) VALUE 'N'.
          88 FIN-COMPTES         VALUE 'O'.

       01 WS-NB-COMPTES          PIC 9(5) VALUE 0.
       01 WS-NB-PRELEVES         PIC 9(5) VALUE 0.
       01 WS-NB-SURENDET         PIC 9(5) VALUE 0.
       01 WS-CODE-SDT            PIC X(2).
       01 WS-NB-FRAGILES         PIC 9(5) VALUE 0.
       01 WS-NB-SERVICES-BASE    PIC 9(5) VALUE 0.
       01 WS-CODE-FRG            PIC X(2).
       01 WS-OP-FRG              PIC X(12).
       01 WS-FRAIS               PIC S9(11)V99 COMP-3.
       01 WS-FRAIS-EVITE         PIC S9(11)V99 COMP-3.
       01 WS-MNT-SIMUL-AFF       PIC -Z(10)9.99.

      *> Repetition generale (module SIMULATION-MODE, armee depuis le
       DISPLAY "-------------------------------------------------------".
       DISPLAY "Comptes examines : " WS-NB-COMPTES
               "   Frais preleves : " WS-NB-PRELEVES.
       DISPLAY "Suspendus (surendettement) : " WS-NB-SURENDET.
       DISPLAY "Exoneres (plafond client fragile) : " WS-NB-FRAGILES.
       DISPLAY "Exoneres (droit au compte) : " WS-NB-SERVICES-BASE.

       MOVE 0 TO RETURN-CODE.

           ADD 1 TO WS-NB-COMPTES.

           IF CPT-ACTIF AND W-CPT-SOLDE < FRAIS-SOLDE-MINIMUM
               IF CPT-SERVICES-BASE
                   ADD 1 TO WS-NB-SERVICES-BASE
                   DISPLAY "Compte " W-CPT-NUMERO " : exonere "
                           "(services bancaires de base)."
                   EXIT PARAGRAPH
               END-IF
               CALL "SURENDET-CTRL" USING W-CPT-CLIENT W-SURENDET
                                          WS-CODE-SDT
               IF WS-CODE-SDT = '48'
                   ADD 1 TO WS-NB-SURENDET
                   DISPLAY "Compte " W-CPT-NUMERO " : frais suspendus "
                           "(surendettement)."
                   EXIT PARAGRAPH
               END-IF
               PERFORM PLAFONNER-FRAGILE
               IF WS-FRAIS NOT > 0
                   ADD 1 TO WS-NB-FRAGILES
                   DISPLAY "Compte " W-CPT-NUMERO " : frais non "
                           "preleve (plafond client fragile)."
                   EXIT PARAGRAPH
               END-IF
               IF MODE-SIMULATION
                   PERFORM SIMULER-FRAIS
               ELSE
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> En repetition generale le plafond est calcule sans etre impute
      *> sur les cumuls du client.
       PLAFONNER-FRAGILE.
           MOVE FRAIS-MONTANT TO WS-FRAIS.
           IF MODE-SIMULATION
               MOVE "CALCULER" TO WS-OP-FRG
           ELSE
               MOVE "IMPUTER" TO WS-OP-FRG
           END-IF.
           CALL "FRAGILE-PLAFOND" USING WS-OP-FRG W-CPT-CLIENT WS-FRAIS
                                        WS-FRAIS-EVITE WS-CODE-FRG.

      *>----------------------------------------------------------------
      *> Repetition generale : l'ecriture potentielle part au rapport,
      *> le compte n'est pas touche.
       SIMULER-FRAIS.
           ADD 1 TO WS-NB-PRELEVES.
           MOVE WS-FRAIS TO WS-MNT-SIMUL-AFF.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           STRING "FRAIS        CPT " DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                                        WS-CODE-SIMUL.

       PRELEVER-FRAIS.
           SUBTRACT WS-FRAIS FROM W-CPT-SOLDE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-CPT-DATE-DERN-MVT.

           MOVE "REWRITE" TO WS-OP.
           MOVE W-CPT-NUMERO          TO W-TRN-CPT.
           MOVE W-CPT-NUMERO          TO W-TRN-CPT-DEST.
           MOVE 'F'                   TO W-TRN-TYPE.
           MOVE WS-FRAIS              TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
