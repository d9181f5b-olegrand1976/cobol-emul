      *>****************************************************************
      *> Programme : DEBLOCAGES
      *> Role      : Appel d'une tranche de fonds sur un pret
      *>             immobilier a deblocage progressif (VEFA,
      *>             construction ; pret ouvert par CREER-PRET en
      *>             phase de deblocage). La tranche, justifiee par une
      *>             facture ou un appel de fonds, est controlee sur le
      *>             reliquat non debloque et avant la date limite de
      *>             deblocage, puis emise en virement sortant vers le
      *>             compte du promoteur (beneficiaire enregistre du
      *>             compte de rattachement, controle BENEF-CTRL) : le
      *>             compte de rattachement est credite de la tranche
      *>             (mouvement 'E') et aussitot debite du virement
      *>             (mouvement 'S'), le virement etant parque dans
      *>             VIREMENTS-SORTANTS.dat pour EMETTRE-VIREMENTS.
      *>             Le capital restant du suit le montant debloque.
      *>             Apres la derniere tranche le pret passe en
      *>             amortissement : mensualite recalculee sur le
      *>             capital debloque et la duree contractuelle,
      *>             premiere echeance a la prochaine date mensuelle.
      *>             Les interets intercalaires et le passage d'office
      *>             a la date limite sont l'affaire d'ECHEANCES-PRETS.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBLOCAGES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY PRET.
       COPY COMPTE.
       COPY TRANSACT.
       COPY VIR-SORTANT.
       COPY JOURNEE.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-BENEF          PIC X(2).
       01 WS-CODE-JOURNAL        PIC X(2).

       01 WS-MONTANT             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-RELIQUAT            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CONFIRMATION        PIC X(1).
          88 CONFIRME            VALUE 'O' 'o'.

       01 WS-TAUX-MENSUEL        PIC 9(3)V9(7) COMP-3.
       01 WS-FACTEUR             PIC 9(7)V9(7) COMP-3.

       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-DEB-AFF             PIC -Z(10)9.99.
       01 WS-RLQ-AFF             PIC -Z(10)9.99.

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Deblocage d'une tranche de pret ---".

      *> Coupure comptable : aucun mouvement n'est accepte tant que la
      *> journee est fermee (BATCH-NUIT en cours ; cf ecran JOURNEE).
       MOVE "LIRE" TO WS-OP.
       CALL "JOURNEE-IO" USING WS-OP W-JOURNEE W-CODE-RETOUR.
       IF JRN-FERMEE
           DISPLAY "Refuse : la journee comptable du " W-JRN-DATE
                   " est fermee (traitement de nuit en cours)."
           EXIT PROGRAM
       END-IF.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "Numero du pret : " WITH NO ADVANCING.
       ACCEPT W-PRT-ID.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.
       MOVE "READ" TO WS-OP.
       CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Pret introuvable."
           PERFORM FERMER-PRETS
           EXIT PROGRAM
       END-IF.
       IF NOT PRT-EN-DEBLOCAGE
           DISPLAY "Pret hors phase de deblocage (statut: "
                   W-PRT-STATUT ")."
           PERFORM FERMER-PRETS
           EXIT PROGRAM
       END-IF.

       COMPUTE WS-RELIQUAT = W-PRT-CAPITAL-INITIAL
               - W-PRT-MONTANT-DEBLOQUE.
       MOVE W-PRT-CAPITAL-INITIAL  TO WS-MNT-AFF.
       MOVE W-PRT-MONTANT-DEBLOQUE TO WS-DEB-AFF.
       MOVE WS-RELIQUAT            TO WS-RLQ-AFF.
       DISPLAY "Capital accorde : " WS-MNT-AFF
               "  deja debloque : " WS-DEB-AFF.
       DISPLAY "Reliquat        : " WS-RLQ-AFF
               "  tranches : " W-PRT-NB-TRANCHES
               "  date limite : " W-PRT-DATE-LIMITE-DEBLOC.
       DISPLAY "Promoteur       : compte " W-PRT-CPT-PROMOTEUR.

      *> Date limite depassee : plus aucun appel de fonds, le pret
      *> passe en amortissement a la prochaine chaine de nuit.
       IF WS-DATE-JOUR > W-PRT-DATE-LIMITE-DEBLOC
           DISPLAY "Refuse : date limite de deblocage depassee, le "
                   "reliquat est annule."
           PERFORM FERMER-PRETS
           EXIT PROGRAM
       END-IF.

       MOVE W-PRT-CPT TO W-CPT-NUMERO.
       MOVE "READ" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF NOT RC-OK OR NOT CPT-ACTIF
           DISPLAY "Compte de rattachement " W-PRT-CPT
                   " introuvable ou non actif."
           PERFORM FERMER-PRETS
           EXIT PROGRAM
       END-IF.
       IF CPT-RESTREINT-KYC
           DISPLAY "Refuse : virements emis bloques, piece "
                   "d'identite expiree (regulariser via "
                   "MAJ-PIECE)."
           PERFORM FERMER-PRETS
           EXIT PROGRAM
       END-IF.

      *> Le promoteur a pu etre revoque depuis la mise en place, et
      *> le delai de carence vaut pour la premiere tranche.
       CALL "BENEF-CTRL" USING W-PRT-CPT W-PRT-CPT-PROMOTEUR
                               WS-CODE-BENEF.
       EVALUATE WS-CODE-BENEF
           WHEN '33'
               DISPLAY "Refuse : promoteur " W-PRT-CPT-PROMOTEUR
                       " non enregistre (ou revoque) comme "
                       "beneficiaire du compte " W-PRT-CPT "."
               PERFORM FERMER-PRETS
               EXIT PROGRAM
           WHEN '34'
               DISPLAY "Refuse : promoteur enregistre depuis moins "
                       "de 24 heures (delai de carence)."
               PERFORM FERMER-PRETS
               EXIT PROGRAM
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

       DISPLAY "Montant de la tranche : " WITH NO ADVANCING.
       ACCEPT WS-MONTANT.
       IF WS-MONTANT NOT > 0
           DISPLAY "Montant invalide (doit etre > 0)."
           PERFORM FERMER-PRETS
           EXIT PROGRAM
       END-IF.
       IF WS-MONTANT > WS-RELIQUAT
           DISPLAY "Refuse : tranche superieure au reliquat non "
                   "debloque (" WS-RLQ-AFF ")."
           PERFORM FERMER-PRETS
           EXIT PROGRAM
       END-IF.

       MOVE SPACES TO W-VSO-REFERENCE.
       DISPLAY "Reference facture / appel de fonds : "
               WITH NO ADVANCING.
       ACCEPT W-VSO-REFERENCE.

       MOVE WS-MONTANT TO WS-MNT-AFF.
       DISPLAY "Confirmer le virement de " WS-MNT-AFF
               " au promoteur (O/N) : " WITH NO ADVANCING.
       ACCEPT WS-CONFIRMATION.
       IF NOT CONFIRME
           DISPLAY "Deblocage annule."
           PERFORM FERMER-PRETS
           EXIT PROGRAM
       END-IF.

      *> Le pret est mis a jour d'abord : une seconde tranche saisie
      *> en parallele se heurte au reliquat deja diminue.
       ADD WS-MONTANT TO W-PRT-MONTANT-DEBLOQUE.
       ADD WS-MONTANT TO W-PRT-CAPITAL-RESTANT.
       ADD 1 TO W-PRT-NB-TRANCHES.
       IF W-PRT-MONTANT-DEBLOQUE >= W-PRT-CAPITAL-INITIAL
           PERFORM PASSER-AMORTISSEMENT
       END-IF.
       MOVE "REWRITE" TO WS-OP.
       CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Echec mise a jour du pret (code: "
                   W-CODE-RETOUR ") : deblocage annule."
           PERFORM FERMER-PRETS
           EXIT PROGRAM
       END-IF.
       PERFORM FERMER-PRETS.

       PERFORM JOURNALISER-DEBLOCAGE.
       PERFORM EMETTRE-TRANCHE.
       PERFORM JOURNALISER-VIR-PROMOTEUR.

       DISPLAY "Tranche " W-PRT-NB-TRANCHES " de " WS-MNT-AFF
               " mise en file d'emission (virement " W-VSO-ID
               ", reference " W-VSO-REFERENCE ").".
       IF PRT-ACTIF
           MOVE W-PRT-MENSUALITE TO WS-MNT-AFF
           DISPLAY "Derniere tranche : pret " W-PRT-ID
                   " en amortissement, mensualite " WS-MNT-AFF
                   " sur " W-PRT-DUREE-MOIS " mois."
           DISPLAY "Premiere echeance le " W-PRT-DATE-PROCHAINE "."
       ELSE
           COMPUTE WS-RELIQUAT = W-PRT-CAPITAL-INITIAL
                   - W-PRT-MONTANT-DEBLOQUE
           MOVE WS-RELIQUAT TO WS-RLQ-AFF
           DISPLAY "Reliquat restant a debloquer : " WS-RLQ-AFF "."
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Fonds entierement debloques : mensualite constante
      *> m = K.t.(1+t)^n / ((1+t)^n - 1) sur le capital debloque et la
      *> duree contractuelle ; la premiere echeance tombe a la
      *> prochaine date mensuelle, qui etait celle des interets
      *> intercalaires.
       PASSER-AMORTISSEMENT.
           MOVE W-PRT-MONTANT-DEBLOQUE TO W-PRT-CAPITAL-INITIAL
                                          W-PRT-CAPITAL-RESTANT.
           MOVE 0 TO W-PRT-NB-PAYEES.
           COMPUTE WS-TAUX-MENSUEL = W-PRT-TAUX / 12.
           IF WS-TAUX-MENSUEL = 0
               COMPUTE W-PRT-MENSUALITE ROUNDED =
                       W-PRT-CAPITAL-RESTANT / W-PRT-DUREE-MOIS
           ELSE
               COMPUTE WS-FACTEUR =
                       (1 + WS-TAUX-MENSUEL) ** W-PRT-DUREE-MOIS
               COMPUTE W-PRT-MENSUALITE ROUNDED =
                       W-PRT-CAPITAL-RESTANT * WS-TAUX-MENSUEL
                       * WS-FACTEUR / (WS-FACTEUR - 1)
           END-IF.
           SET PRT-ACTIF TO TRUE.

      *>----------------------------------------------------------------
      *> Les fonds du pret transitent par le compte de rattachement :
      *> credit de la tranche puis debit du virement au promoteur.
       JOURNALISER-DEBLOCAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-PRT-CPT             TO W-TRN-CPT.
           MOVE 'E'                   TO W-TRN-TYPE.
           MOVE WS-MONTANT            TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "DEBLOCAGE PRET " DELIMITED SIZE
                  W-PRT-ID DELIMITED SIZE
                  " TR " DELIMITED SIZE
                  W-PRT-NB-TRANCHES DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "PRET"                TO W-TRN-CATEGORIE.
           MOVE LK-OPERATEUR          TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ATTENTION : tranche NON JOURNALISEE "
                       "(code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Virement parque en attente, repris par EMETTRE-VIREMENTS dans
      *> le fichier interbancaire de la nuit.
       EMETTRE-TRANCHE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           MOVE WS-COMPTEUR         TO W-VSO-ID.
           MOVE W-PRT-CPT           TO W-VSO-CPT-SOURCE.
           MOVE W-PRT-CPT-PROMOTEUR TO W-VSO-CPT-DEST.
           MOVE WS-MONTANT          TO W-VSO-MONTANT.
           IF W-VSO-REFERENCE = SPACES
               STRING "DP" W-PRT-ID "-" W-PRT-NB-TRANCHES
                   DELIMITED SIZE
                   INTO W-VSO-REFERENCE
           END-IF.
           MOVE WS-DATE-JOUR TO W-VSO-DATE-DEBIT.
           SET VSO-EN-ATTENTE TO TRUE.
           SET VSO-NORMAL TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ATTENTION : tranche debloquee mais virement "
                       "NON mis en file (code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR.

      *>----------------------------------------------------------------
       JOURNALISER-VIR-PROMOTEUR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-JOURNAL.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-PRT-CPT             TO W-TRN-CPT.
           MOVE W-PRT-CPT-PROMOTEUR   TO W-TRN-CPT-DEST.
           MOVE 'S'                   TO W-TRN-TYPE.
           MOVE WS-MONTANT            TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "VIR SORTANT: " DELIMITED SIZE
                  W-VSO-REFERENCE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "PRET"                TO W-TRN-CATEGORIE.
           MOVE LK-OPERATEUR          TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-JOURNAL.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-JOURNAL.
           IF WS-CODE-JOURNAL NOT = '00'
               DISPLAY "ATTENTION : virement mis en file mais "
                       "MOUVEMENT NON JOURNALISE (code: "
                       WS-CODE-JOURNAL ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-JOURNAL.

      *>----------------------------------------------------------------
       FERMER-PRETS.
           MOVE "CLOSE" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.

       END PROGRAM DEBLOCAGES.
