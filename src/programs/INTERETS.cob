      *>             l'assiette. Le rapport de transition reports/
      *>             INTERETS-TRANSITION-AAAAMM.txt compare ancienne
      *>             et nouvelle methode compte par compte.
      *>             Le compte d'un plan d'epargne logement actif
      *>             (PLANS-LOGEMENT.dat) est servi au taux fige a
      *>             l'ouverture du plan ; chaque credit augmente les
      *>             interets acquis et les droits a pret du plan
      *>             (coefficient de PEL-PARAM.cpy).
      *>             Les corrections de date de valeur en attente sur
      *>             un compte d'epargne (ecran CORRECTION-VALEUR) sont
      *>             regularisees en fin de passage : le mouvement
      *>             corrige rapporte (ou coute) les jours d'ecart
      *>             entre ancienne et nouvelle date de valeur au taux
      *>             du compte, base 365 ; l'ecart passe en un
      *>             mouvement unique explique ('I' en faveur du
      *>             client, 'F' categorie INTE sinon) et le resultat
      *>             est reporte au journal des corrections.
      *>             Le compte d'un titulaire lie au personnel est
      *>             servi au taux du produit du personnel designe au
      *>             catalogue (module PERSONNEL-CTRL).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERETS.
       COPY CLIENT.
       COPY FISCAL-PARAM.
       COPY SOLDE-JOUR.
       COPY PLAN-LOGEMENT.
       COPY PEL-PARAM.
       COPY CORRECTION-VALEUR.

       01 WS-FIN-CPT             PIC X(1) VALUE 'N'.
          88 FIN-COMPTES         VALUE 'O'.
       01 WS-TAUX-APPLIQUE       PIC 9(3)V9(4) COMP-3.
       01 WS-CODE-PRODUIT        PIC X(2).

      *> Conditions du personnel : produit dont le taux s'applique.
       01 WS-OP-PERSONNEL        PIC X(12).
       01 WS-OPE-PERSONNEL       PIC X(8).
       01 WS-PRODUIT-TAUX        PIC X(4).
       01 WS-CODE-PERSONNEL      PIC X(2).

      *> Bareme des taux a date d'effet (BAREMES-TAUX.dat), charge en
      *> memoire au lancement ; 0 ligne = calcul historique au taux
      *> produit ou au taux unique de TAUX.cpy.
          88 CLIENT-DISPENSE     VALUE 'O'.
       01 WS-CPT-TRAITE          PIC 9(8).

      *> Plan d'epargne logement du compte : taux fige et cumul des
      *> interets acquis / droits a pret.
       01 WS-CODE-PEL            PIC X(2).
       01 WS-CODE-PEL-FERM       PIC X(2).
       01 WS-PLAN                PIC X(1) VALUE 'N'.
          88 PLAN-LOGEMENT-ACTIF VALUE 'O'.
       01 WS-NB-PLANS            PIC 9(5) VALUE 0.

      *> Assiette du calcul : moyenne des photographies quotidiennes
      *> du mois (SOLDES-JOUR.dat), ou solde de fin de mois quand
      *> aucune photographie n'existe encore pour ce compte.
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.

      *> Regularisation des corrections de date de valeur : jours
      *> d'ecart (ancienne - nouvelle date, bornees au jour du batch)
      *> et sens du mouvement corrige (+1 credit, -1 debit).
       01 WS-CODE-CVL            PIC X(2).
       01 WS-FIN-CVL             PIC X(1) VALUE 'N'.
          88 FIN-CORRECTIONS     VALUE 'O'.
       01 WS-REG-ANCIENNE        PIC 9(8).
       01 WS-REG-NOUVELLE        PIC 9(8).
       01 WS-REG-JOURS           PIC S9(5) COMP.
       01 WS-REG-SENS            PIC S9(1) COMP.
       01 WS-NB-CORRECTIONS      PIC 9(5) VALUE 0.
       01 WS-NB-REGULS           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY " ".
       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

       PERFORM REGULARISER-VALEURS.
       PERFORM CENTRALISER-IMPOT.

       IF TRANSITION-OUVERT
       MOVE WS-TOTAL-IMPOT TO WS-IMPOT-AFF.
       DISPLAY "Retenues a la source : " WS-NB-RETENUES
               "   total preleve : " WS-IMPOT-AFF.
       DISPLAY "Plans d'epargne logement servis : " WS-NB-PLANS.
       DISPLAY "Corrections de date de valeur traitees : "
               WS-NB-CORRECTIONS "   regularisations : "
               WS-NB-REGULS.

       MOVE 0 TO RETURN-CODE.

                   ELSE
                       PERFORM RESOUDRE-TAUX-PRODUIT
                   END-IF
                   PERFORM APPLIQUER-TAUX-PLAN
                   COMPUTE WS-INTERET ROUNDED =
                           WS-SOLDE-BASE * WS-TAUX-APPLIQUE
                   IF WS-INTERET < 0
                       PERFORM ECRIRE-LIGNE-TRANSITION
                       IF WS-INTERET > 0
                           PERFORM CREDITER-INTERET
                           IF PLAN-LOGEMENT-ACTIF
                               PERFORM CUMULER-DROITS-PLAN
                           END-IF
                       END-IF
                   END-IF
               END-IF

      *> Taux mensuel du produit du compte (PRODUITS.dat) ; un compte
      *> hors catalogue, ou dont le produit est introuvable, reste au
      *> taux historique unique de TAUX.cpy. Compte du personnel :
      *> taux du produit du personnel prevu pour ce produit.
       RESOUDRE-TAUX-PRODUIT.
           MOVE TAUX-INTERET-EPARGNE TO WS-TAUX-APPLIQUE.
           IF W-CPT-PRODUIT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CPT-PRODUIT TO WS-PRODUIT-TAUX.
           MOVE "CONDITIONS" TO WS-OP-PERSONNEL.
           CALL "PERSONNEL-CTRL" USING WS-OP-PERSONNEL WS-OPE-PERSONNEL
                                       W-CPT-CLIENT WS-PRODUIT-TAUX
                                       WS-CODE-PERSONNEL.
           MOVE WS-PRODUIT-TAUX TO W-PRD-CODE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PRODUIT-IO" USING WS-OP W-PRODUIT WS-CODE-PRODUIT.
           MOVE "READ" TO WS-OP.
           MOVE "CLOSE" TO WS-OP.
           CALL "PRODUIT-IO" USING WS-OP W-PRODUIT WS-CODE-PRODUIT.

      *>----------------------------------------------------------------
      *> Plan d'epargne logement actif sur le compte : le taux fige a
      *> l'ouverture remplace bareme et taux du produit.
       APPLIQUER-TAUX-PLAN.
           MOVE 'N' TO WS-PLAN.
           MOVE W-CPT-NUMERO TO W-PEL-CPT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL.
           MOVE "READ" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL.
           MOVE "CLOSE" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL-FERM.
           IF WS-CODE-PEL = '00' AND PEL-ACTIF
               MOVE W-PEL-TAUX TO WS-TAUX-APPLIQUE
               SET PLAN-LOGEMENT-ACTIF TO TRUE
           END-IF.

      *>----------------------------------------------------------------
      *> Interets acquis du plan et droits a pret recalcules sur le
      *> cumul (interets acquis x coefficient).
       CUMULER-DROITS-PLAN.
           MOVE W-CPT-NUMERO TO W-PEL-CPT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL.
           MOVE "READ" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL.
           IF WS-CODE-PEL = '00'
               ADD WS-INTERET TO W-PEL-INTERETS-ACQUIS
               COMPUTE W-PEL-DROITS-ACQUIS ROUNDED =
                       W-PEL-INTERETS-ACQUIS * PEL-COEF-DROITS
               MOVE "REWRITE" TO WS-OP
               CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL
               ADD 1 TO WS-NB-PLANS
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL-FERM.

       CREDITER-INTERET.
           ADD WS-INTERET TO W-CPT-SOLDE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-CPT-DATE-DERN-MVT.
           MOVE "WRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Corrections de date de valeur en attente sur les comptes
      *> d'epargne (CORRECTIONS-VALEUR.dat) : chacune est regularisee
      *> ou classee sans incidence, une seule fois.
       REGULARISER-VALEURS.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.
           IF WS-CODE-CVL NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

           MOVE 'N' TO WS-FIN-CVL.
           MOVE "START-FIRST" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.
           IF WS-CODE-CVL NOT = '00'
               SET FIN-CORRECTIONS TO TRUE
           END-IF.

           PERFORM UNTIL FIN-CORRECTIONS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                      WS-CODE-CVL
               EVALUATE TRUE
                   WHEN WS-CODE-CVL NOT = '00'
                       SET FIN-CORRECTIONS TO TRUE
                   WHEN CVL-A-REGULARISER AND CVL-INTERETS
                       ADD 1 TO WS-NB-CORRECTIONS
                       PERFORM REGULARISER-CORRECTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.

      *>----------------------------------------------------------------
      *> Ecart d'interets = sens x montant x jours d'ecart x taux
      *> mensuel du compte x 12 / 365. Un credit avance (ou un debit
      *> recule) rapporte au client, l'inverse lui est repris.
       REGULARISER-CORRECTION.
           MOVE 0 TO WS-INTERET.
           MOVE W-CVL-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK OR CPT-CLOTURE
               SET CVL-SANS-INCIDENCE TO TRUE
               MOVE "COMPTE CLOS OU INTROUVABLE" TO W-CVL-OBSERVATION
               PERFORM CLORE-CORRECTION
               EXIT PARAGRAPH
           END-IF.

           EVALUATE W-CVL-TYPE-TRN
               WHEN 'D' WHEN 'I' WHEN 'E' WHEN 'Q' WHEN 'K'
                   MOVE 1 TO WS-REG-SENS
               WHEN 'R' WHEN 'V' WHEN 'F' WHEN 'S' WHEN 'P'
               WHEN 'H' WHEN 'G'
                   MOVE -1 TO WS-REG-SENS
               WHEN OTHER
                   MOVE 0 TO WS-REG-SENS
           END-EVALUATE.
           MOVE W-CVL-ANCIENNE-VALEUR TO WS-REG-ANCIENNE.
           IF WS-REG-ANCIENNE > WS-DATE-JOUR
               MOVE WS-DATE-JOUR TO WS-REG-ANCIENNE
           END-IF.
           MOVE W-CVL-NOUVELLE-VALEUR TO WS-REG-NOUVELLE.
           IF WS-REG-NOUVELLE > WS-DATE-JOUR
               MOVE WS-DATE-JOUR TO WS-REG-NOUVELLE
           END-IF.
           COMPUTE WS-REG-JOURS =
                   FUNCTION INTEGER-OF-DATE(WS-REG-ANCIENNE)
                   - FUNCTION INTEGER-OF-DATE(WS-REG-NOUVELLE).

           PERFORM RESOUDRE-TAUX-PRODUIT.
           PERFORM APPLIQUER-TAUX-PLAN.
           COMPUTE WS-INTERET ROUNDED =
                   WS-REG-SENS * W-CVL-MONTANT * WS-REG-JOURS
                   * WS-TAUX-APPLIQUE * 12 / 365.

           IF WS-INTERET = 0
               SET CVL-SANS-INCIDENCE TO TRUE
               MOVE "SANS INCIDENCE SUR LES INTERETS"
                   TO W-CVL-OBSERVATION
               PERFORM CLORE-CORRECTION
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-INTERET TO WS-INTERET-AFF.
           IF MODE-SIMULATION
               ADD 1 TO WS-NB-REGULS
               MOVE SPACES TO WS-LIGNE-SIMUL
               STRING "INTERETS-REG CPT " DELIMITED SIZE
                      W-CPT-NUMERO DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-INTERET-AFF DELIMITED SIZE
                      " REGLE : VALEUR MVT " DELIMITED SIZE
                      W-CVL-TRN-ID DELIMITED SIZE
                   INTO WS-LIGNE-SIMUL
               MOVE "LIGNE" TO WS-OP-SIMUL
               CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                            WS-CODE-SIMUL
               EXIT PARAGRAPH
           END-IF.

           ADD WS-INTERET TO W-CPT-SOLDE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Echec regularisation interets compte "
                       W-CPT-NUMERO " (code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-REGULS.
           DISPLAY "Compte " W-CPT-NUMERO " : regularisation interets "
                   WS-INTERET-AFF " (valeur mvt " W-CVL-TRN-ID ").".

           PERFORM JOURNALISER-REGUL.
           MOVE W-TRN-ID TO W-CVL-TRN-REGUL.
           MOVE WS-INTERET TO W-CVL-MONTANT-REGUL.

      *>   Le plan d'epargne logement suit l'ecart dans les deux sens ;
      *>   seul un supplement d'interets supporte la retenue a la
      *>   source.
           IF PLAN-LOGEMENT-ACTIF
               PERFORM CUMULER-DROITS-PLAN
           END-IF.
           IF WS-INTERET > 0
               PERFORM PRELEVER-IMPOT-SOURCE
           END-IF.

           SET CVL-REGULARISEE TO TRUE.
           MOVE SPACES TO W-CVL-OBSERVATION.
           PERFORM CLORE-CORRECTION.

      *>----------------------------------------------------------------
      *> Mouvement unique de regularisation, libelle renvoyant au
      *> mouvement corrige : 'I' en faveur du client, 'F' categorie
      *> INTE pour un trop-servi repris.
       JOURNALISER-REGUL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-CPT-NUMERO          TO W-TRN-CPT.
           MOVE W-CPT-NUMERO          TO W-TRN-CPT-DEST.
           IF WS-INTERET > 0
               MOVE 'I'               TO W-TRN-TYPE
               MOVE WS-INTERET        TO W-TRN-MONTANT
           ELSE
               MOVE 'F'               TO W-TRN-TYPE
               COMPUTE W-TRN-MONTANT = 0 - WS-INTERET
           END-IF.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "REGUL INTERETS VALEUR MVT " DELIMITED SIZE
                  W-CVL-TRN-ID DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "INTE"                TO W-TRN-CATEGORIE.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ATTENTION : regularisation passee mais "
                       "MOUVEMENT NON JOURNALISE (code: "
                       W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Resultat porte au journal des corrections (hors repetition
      *> generale, ou la correction reste en attente).
       CLORE-CORRECTION.
           IF MODE-SIMULATION
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-JOUR TO W-CVL-DATE-REGUL.
           MOVE "REWRITE" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.

       END PROGRAM INTERETS.
