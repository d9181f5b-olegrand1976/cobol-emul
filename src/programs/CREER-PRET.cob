      *>****************************************************************
      *> Programme : CREER-PRET
      *> Role      : Mise en place d'un pret amortissable sur une
      *>             demande de credit acceptee (DEMANDES-CREDIT) :
      *>             reprise du capital, du taux annuel (fixe, ou
      *>             variable/cape sur un indice de reference plus une
      *>             marge), de la duree et de l'assurance de l'offre,
      *>             calcul de la mensualite constante, impression du
      *>             tableau
      *>             d'amortissement, deversement du capital sur le
      *>             compte de rattachement (mouvement 'E') et
      *>             enregistrement du pret dans PRETS.dat. Les
      *>             echeances sont ensuite prelevees chaque mois par
      *>             ECHEANCES-PRETS (chaine BATCH-NUIT).
      *>             Pret immobilier a deblocage progressif (VEFA,
      *>             construction) : aucun deversement, le pret est
      *>             ouvert en phase de deblocage vers le compte du
      *>             promoteur (beneficiaire enregistre du compte de
      *>             rattachement) jusqu'a la date limite PRT-DEBLOC-
      *>             MOIS-MAX ; les tranches sont appelees a l'ecran
      *>             DEBLOCAGES et la mensualite affichee n'est
      *>             qu'indicative.
      *>             Avant toute mise en place, l'engagement consolide
      *>             du groupe de risque de l'emprunteur (module
      *>             EXPOSITION) augmente du capital ne peut depasser
      *>             le plafond d'engagement du groupe sans derogation
      *>             d'un superviseur, portee sur le deversement.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREER-PRET.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY PRET.
       COPY PRET-PARAM.
       COPY DEMANDE-CREDIT.
       COPY COMPTE.
       COPY TRANSACT.
       COPY EXPOSITION.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-COMPTEUR           PIC 9(10) VALUE 0.
       01 WS-DATE-COMPLETE      PIC X(21).
       01 WS-CODE-DEVERROU      PIC X(2).
       01 WS-CODE-BENEF         PIC X(2).
       01 WS-CODE-EXPO          PIC X(2).
       01 WS-CODE-ORIGINE       PIC X(2).
       01 WS-SUPERVISEUR        PIC X(8) VALUE SPACES.
       01 WS-CODE-DEROG         PIC X(2).
       01 WS-ENGAGEMENT-APRES   PIC S9(13)V99 COMP-3.
       01 WS-ENGAGEMENT-AFF     PIC -Z(12)9.99.
       01 WS-DEBLOC-PROGRESSIF  PIC X(1) VALUE 'N'.
          88 DEBLOC-PROGRESSIF  VALUE 'O'.

       01 WS-DATE-JOUR          PIC 9(8).
       01 WS-INDICE-AFF         PIC -ZZ9.9999.

       01 WS-TAUX-MENSUEL       PIC 9(3)V9(7) COMP-3.
       01 WS-FACTEUR            PIC 9(7)V9(7) COMP-3.
       DISPLAY " ".
       DISPLAY "--- Mise en place d'un pret ---".

      *> Pas de mise en place sans demande de credit instruite par
      *> DEMANDES-CREDIT et acceptee par le client apres le delai de
      *> reflexion : les conditions du pret sont celles de l'offre.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       DISPLAY "Demande de credit acceptee : " WITH NO ADVANCING.
       ACCEPT W-DMC-ID.
       PERFORM LIRE-DEMANDE-ACCEPTEE.
       IF NOT RC-OK
           EXIT PROGRAM
       END-IF.

      *> Engagement du groupe de risque, calcule avant le verrouillage
      *> du compte (EXPOSITION parcourt les comptes).
       PERFORM CONTROLER-EXPOSITION.
       IF NOT RC-OK
           EXIT PROGRAM
       END-IF.

       MOVE W-DMC-CPT TO W-PRT-CPT.
       MOVE W-PRT-CPT TO W-CPT-NUMERO.
       MOVE "READ-LOCK" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           PERFORM DEVERROUILLER-COMPTE
           EXIT PROGRAM
       END-IF.
       DISPLAY "Compte de rattachement : " W-PRT-CPT
               "  titulaire : " W-CPT-TITULAIRE.

       MOVE W-DMC-CAPITAL       TO W-PRT-CAPITAL-INITIAL.
       MOVE W-DMC-DUREE-MOIS    TO W-PRT-DUREE-MOIS.
       MOVE W-DMC-TYPE-TAUX     TO W-PRT-TYPE-TAUX.
       MOVE W-DMC-TAUX          TO W-PRT-TAUX.
       MOVE W-DMC-INDICE        TO W-PRT-INDICE.
       MOVE W-DMC-MARGE         TO W-PRT-MARGE.
       MOVE W-DMC-TAUX-PLANCHER TO W-PRT-TAUX-PLANCHER.
       MOVE W-DMC-TAUX-PLAFOND  TO W-PRT-TAUX-PLAFOND.
       MOVE W-PRT-TAUX TO WS-INDICE-AFF.
       MOVE W-PRT-CAPITAL-INITIAL TO WS-CAP-AFF.
       DISPLAY "Capital " WS-CAP-AFF " sur "
               W-PRT-DUREE-MOIS " mois, taux " WS-INDICE-AFF
               " (" W-PRT-TYPE-TAUX ")".

      *> Assurance emprunteur obligatoire : collectee par nos soins
      *> avec la mensualite (plus de second debit incomprehensible de
      *> l'assureur), remise a l'assureur via le bordereau mensuel.
      *> Assureur et prime sont ceux retenus dans l'offre.
       MOVE W-DMC-ASSUREUR      TO W-PRT-ASSUREUR.
       MOVE W-DMC-PRIME-ASSUR   TO W-PRT-PRIME-ASSUR.
       DISPLAY "Quotite emprunteur 1 (%)     : " WITH NO ADVANCING.
       ACCEPT W-PRT-QUOTITE(1).
       DISPLAY "Quotite co-emprunteur 2 (%)  : " WITH NO ADVANCING.
           EXIT PROGRAM
       END-IF.

      *> Pret en VEFA ou construction : les fonds iront au promoteur
      *> par tranches sur factures ; il doit etre enregistre au
      *> prealable comme beneficiaire du compte (CREER-BENEF), le
      *> delai de carence etant controle a chaque tranche.
       DISPLAY "Deblocage progressif sur factures (O/N) : "
               WITH NO ADVANCING.
       ACCEPT WS-DEBLOC-PROGRESSIF.
       IF DEBLOC-PROGRESSIF
           DISPLAY "Compte du promoteur / constructeur : "
                   WITH NO ADVANCING
           ACCEPT W-PRT-CPT-PROMOTEUR
           CALL "BENEF-CTRL" USING W-PRT-CPT W-PRT-CPT-PROMOTEUR
                                   WS-CODE-BENEF
           IF WS-CODE-BENEF = '33'
               DISPLAY "Refuse : promoteur non enregistre comme "
                       "beneficiaire du compte " W-PRT-CPT "."
               DISPLAY "Enregistrer d'abord le beneficiaire via "
                       "CREER-BENEF."
               PERFORM DEVERROUILLER-COMPTE
               EXIT PROGRAM
           END-IF
       ELSE
           MOVE 'N' TO WS-DEBLOC-PROGRESSIF
           MOVE 0 TO W-PRT-CPT-PROMOTEUR
       END-IF.

      *> Mensualite constante : m = K.t.(1+t)^n / ((1+t)^n - 1)
      *> avec t le taux mensuel. Un taux variable peut tomber a zero
      *> (indice negatif absorbant la marge) : la mensualite est
      *> alors le capital divise par la duree.
       COMPUTE WS-TAUX-MENSUEL = W-PRT-TAUX / 12.
       IF WS-TAUX-MENSUEL = 0
           COMPUTE W-PRT-MENSUALITE ROUNDED =
                   W-PRT-CAPITAL-INITIAL / W-PRT-DUREE-MOIS
       ELSE
           COMPUTE WS-FACTEUR =
                   (1 + WS-TAUX-MENSUEL) ** W-PRT-DUREE-MOIS
           COMPUTE W-PRT-MENSUALITE ROUNDED =
                   W-PRT-CAPITAL-INITIAL * WS-TAUX-MENSUEL * WS-FACTEUR
                   / (WS-FACTEUR - 1)
       END-IF.

       MOVE W-PRT-MENSUALITE TO WS-MENS-AFF.
       DISPLAY "Mensualite constante : " WS-MENS-AFF.
       IF DEBLOC-PROGRESSIF
           DISPLAY "(indicative : recalculee sur le capital debloque "
                   "au passage en amortissement)"
       END-IF.
       MOVE W-PRT-PRIME-ASSUR TO WS-PRIME-AFF.
       COMPUTE WS-CHARGE-TOTALE = W-PRT-MENSUALITE
               + W-PRT-PRIME-ASSUR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO W-PRT-DATE-PROCHAINE.
       PERFORM AVANCER-PROCHAINE-ECHEANCE.
       SET PRT-ACTIF TO TRUE.
       MOVE 0 TO W-PRT-MONTANT-DEBLOQUE W-PRT-DATE-LIMITE-DEBLOC
                 W-PRT-NB-TRANCHES.
       IF DEBLOC-PROGRESSIF
           PERFORM OUVRIR-PHASE-DEBLOCAGE
       END-IF.
       IF PRT-TAUX-REVISABLE
           PERFORM FIXER-DATE-REVISION
       ELSE
           MOVE SPACES TO W-PRT-INDICE
           MOVE 0 TO W-PRT-MARGE W-PRT-TAUX-PLANCHER
                     W-PRT-TAUX-PLAFOND W-PRT-DATE-REVISION
       END-IF.

      *> Deversement du capital sur le compte de rattachement, sauf
      *> en deblocage progressif ou rien n'est verse a ce stade.
       IF DEBLOC-PROGRESSIF
           PERFORM DEVERROUILLER-COMPTE
       ELSE
           PERFORM DEVERSER-CAPITAL
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       MOVE "CLOSE" TO WS-OP.
       CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.

       IF NOT DEBLOC-PROGRESSIF
           PERFORM JOURNALISER-DEVERSEMENT
       END-IF.
       PERFORM CLORE-DEMANDE.

       IF DEBLOC-PROGRESSIF
           DISPLAY "Pret " W-PRT-ID " ouvert en phase de deblocage "
                   "jusqu'au " W-PRT-DATE-LIMITE-DEBLOC "."
           DISPLAY "Tranches a appeler a l'ecran DEBLOCAGES ; "
                   "interets intercalaires a partir du "
                   W-PRT-DATE-PROCHAINE "."
           EXIT PROGRAM
       END-IF.
       DISPLAY "Pret " W-PRT-ID " mis en place : premiere echeance le "
               W-PRT-DATE-PROCHAINE ".".
       IF PRT-TAUX-REVISABLE
           DISPLAY "Taux revisable sur " W-PRT-INDICE
                   " : premiere revision le " W-PRT-DATE-REVISION "."
       END-IF.
       DISPLAY "Nouveau solde du compte : " W-CPT-SOLDE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> La demande doit etre acceptee, le delai de reflexion ecoule
      *> (PRT-DELAI-REFLEXION-JOURS apres l'offre) ; elle n'est pas
      *> encore debloquee puisqu'une demande debloquee change de statut.
       LIRE-DEMANDE-ACCEPTEE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   WS-CODE-DEVERROU.
           IF NOT RC-OK
               DISPLAY "Demande de credit introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF NOT DMC-ACCEPTEE
               DISPLAY "Demande non acceptee (statut " W-DMC-STATUT
                       ") : deblocage refuse."
               MOVE '10' TO W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(W-DMC-DATE-OFFRE)
                   + PRT-DELAI-REFLEXION-JOURS.
           IF FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   NOT > WS-JOUR-INTEGER
               DISPLAY "Delai de reflexion non ecoule : deblocage "
                       "refuse."
               MOVE '10' TO W-CODE-RETOUR
           END-IF.

      *>----------------------------------------------------------------
      *> Plafond d'engagement par groupe : l'engagement consolide du
      *> perimetre de l'emprunteur augmente du capital du pret.
       CONTROLER-EXPOSITION.
           CALL "EXPOSITION" USING W-DMC-CPT W-DMC-CLIENT W-EXPOSITION
                                   WS-CODE-EXPO.
           IF WS-CODE-EXPO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ENGAGEMENT-APRES = W-EXP-TOTAL + W-DMC-CAPITAL.
           MOVE W-EXP-TOTAL TO WS-ENGAGEMENT-AFF.
           IF W-EXP-GROUPE = 0
               DISPLAY "Engagement actuel du client    : "
                       WS-ENGAGEMENT-AFF
           ELSE
               DISPLAY "Engagement actuel du groupe " W-EXP-GROUPE
                       " : " WS-ENGAGEMENT-AFF
           END-IF.
           IF WS-ENGAGEMENT-APRES NOT > W-EXP-PLAFOND
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENGAGEMENT-APRES TO WS-ENGAGEMENT-AFF.
           DISPLAY "Engagement apres mise en place : "
                   WS-ENGAGEMENT-AFF.
           MOVE W-EXP-PLAFOND TO WS-ENGAGEMENT-AFF.
           DISPLAY "Plafond d'engagement du groupe : "
                   WS-ENGAGEMENT-AFF.
           MOVE '52' TO WS-CODE-ORIGINE.
           CALL "DEROGATION" USING WS-CODE-ORIGINE WS-SUPERVISEUR
                                   WS-CODE-DEROG W-DMC-CLIENT.
           IF WS-CODE-DEROG NOT = '00'
               DISPLAY "Plafond d'engagement depasse : mise en place "
                       "refusee sans derogation."
               MOVE '52' TO W-CODE-RETOUR
           END-IF.

      *>----------------------------------------------------------------
       DEVERSER-CAPITAL.
           ADD W-PRT-CAPITAL-INITIAL TO W-CPT-SOLDE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Echec mise a jour du compte (code: "
                       W-CODE-RETOUR ")."
               EXIT PROGRAM
           END-IF.

      *>----------------------------------------------------------------
      *> Phase de deblocage : capital restant nul tant qu'aucune tranche
      *> n'est appelee, date limite a PRT-DEBLOC-MOIS-MAX mois (meme
      *> clampage de fin de mois que les echeances). La prochaine
      *> echeance est celle des interets intercalaires.
       OUVRIR-PHASE-DEBLOCAGE.
           SET PRT-EN-DEBLOCAGE TO TRUE.
           MOVE 0 TO W-PRT-CAPITAL-RESTANT.
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE.
           MOVE WS-DATE-JOUR(5:2) TO WS-MOIS.
           MOVE WS-DATE-JOUR(7:2) TO WS-JOUR.
           ADD PRT-DEBLOC-MOIS-MAX TO WS-MOIS.
           PERFORM UNTIL WS-MOIS NOT > 12
               SUBTRACT 12 FROM WS-MOIS
               ADD 1 TO WS-ANNEE
           END-PERFORM.
           PERFORM CLAMPER-JOUR-MOIS.
           MOVE WS-ANNEE TO W-PRT-DATE-LIMITE-DEBLOC(1:4).
           MOVE WS-MOIS  TO W-PRT-DATE-LIMITE-DEBLOC(5:2).
           MOVE WS-JOUR  TO W-PRT-DATE-LIMITE-DEBLOC(7:2).

      *>----------------------------------------------------------------
      *> La demande passe a l'etat debloque avec le numero du pret.
       CLORE-DEMANDE.
           SET DMC-DEBLOQUEE TO TRUE.
           MOVE W-PRT-ID TO W-DMC-PRET.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   W-CODE-RETOUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ATTENTION : demande " W-DMC-ID " non mise a "
                       "jour (code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
      *> Premiere date anniversaire de revision : date de mise en
      *> place avancee de la periodicite contractuelle (meme clampage
      *> de fin de mois que les echeances).
       FIXER-DATE-REVISION.
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE.
           MOVE WS-DATE-JOUR(5:2) TO WS-MOIS.
           MOVE WS-DATE-JOUR(7:2) TO WS-JOUR.
           ADD PRT-REVISION-MOIS TO WS-MOIS.
           PERFORM UNTIL WS-MOIS NOT > 12
               SUBTRACT 12 FROM WS-MOIS
               ADD 1 TO WS-ANNEE
           END-PERFORM.
           PERFORM CLAMPER-JOUR-MOIS.
           MOVE WS-ANNEE TO W-PRT-DATE-REVISION(1:4).
           MOVE WS-MOIS  TO W-PRT-DATE-REVISION(5:2).
           MOVE WS-JOUR  TO W-PRT-DATE-REVISION(7:2).

      *>----------------------------------------------------------------
      *> Tableau d'amortissement theorique : part d'interets au taux
      *> mensuel sur le capital restant, part de capital en complement
           STRING "DEVERSEMENT PRET " DELIMITED SIZE
                  W-PRT-ID DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "PRET"                TO W-TRN-CATEGORIE.
           MOVE LK-OPERATEUR          TO W-TRN-OPERATEUR.
           MOVE WS-SUPERVISEUR        TO W-TRN-SUPERVISEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

