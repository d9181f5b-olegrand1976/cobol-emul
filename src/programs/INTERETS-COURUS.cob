      *>****************************************************************
      *> Programme : INTERETS-COURUS
      *> Role      : Batch de cycle mensuel (chaine BATCH-NUIT, fin de
      *>             mois, apres PROVISIONS et avant SITUATION-
      *>             COMPTABLE). Calcule, contrat par contrat, les
      *>             interets courus non echus au dernier jour
      *>             calendaire du mois (INTERETS-COURUS.dat, un
      *>             enregistrement par contrat et par mois) :
      *>             - depots a terme actifs : interet total du terme
      *>               (meme calcul que ECHEANCE-DAT) au prorata des
      *>               jours courus depuis l'ouverture sur la duree
      *>               du depot ;
      *>             - prets actifs ou en deblocage : interet de la
      *>               mensualite en cours (capital restant, ou
      *>               capital debloque en phase de deblocage, au
      *>               taux annuel / 12) au prorata des jours courus
      *>               depuis la derniere echeance, base 30 jours ;
      *>               un pret dechu reste a l'etat pour son capital
      *>               mais ne court plus (interets non reconnus) ;
      *>             - comptes d'epargne crediteurs : interet du mois
      *>               s'il n'a pas ete credite par l'etape INTERETS
      *>               (aucun mouvement 'I' dans le mois), estime sur
      *>               le solde de fin de mois au taux du produit ou
      *>               du plan d'epargne logement ; nul sinon.
      *>             Les interets courus sont comptabilises a la date
      *>             d'arrete et extournes le premier jour du mois
      *>             suivant par EXPORT-GL (type "ICNE"). Etat de
      *>             controle detaille par produit, rapproche des
      *>             cellules ENCDAT, ENCPRETS, CPC- et ICNE- de
      *>             SITUATION-COMPTABLE : reports/INTERETS-COURUS-
      *>             AAAAMM.txt. Une relance dans le mois recalcule et
      *>             remplace les interets courus du mois.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERETS-COURUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ETAT ASSIGN TO WS-NOM-ETAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT.

       DATA DIVISION.
       FILE SECTION.
       FD F-ETAT.
       01 F-ETAT-LIGNE           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY DAT.
       COPY PRET.
       COPY COMPTE.
       COPY TRANSACT.
       COPY PRODUIT.
       COPY PLAN-LOGEMENT.
       COPY TAUX.
       COPY INTERET-COURU.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-ETAT             PIC X(2) VALUE '00'.
       01 WS-NOM-ETAT            PIC X(50).
       01 WS-LIGNE               PIC X(100).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-MVT             PIC X(1) VALUE 'N'.
          88 FIN-MOUVEMENTS      VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-PERIODE             PIC 9(6).
      *> Date d'arrete : dernier jour calendaire du mois ; date
      *> d'extourne : premier jour du mois suivant.
       01 WS-DATE-ARRETE         PIC 9(8).
       01 WS-DATE-EXTOURNE       PIC 9(8).
       01 WS-DEBUT-MOIS          PIC 9(8).
       01 WS-ANNEE               PIC 9(4).
       01 WS-MOIS                PIC 9(2).
       01 WS-CODE-LECTURE        PIC X(2).
       01 WS-CODE-PRODUIT        PIC X(2).
       01 WS-CODE-PEL            PIC X(2).
       01 WS-CODE-PEL-FERM       PIC X(2).
       01 WS-CODE-TRN            PIC X(2).

      *> Calcul du contrat en cours.
       01 WS-INTERET-TOTAL       PIC S9(11)V99 COMP-3.
       01 WS-BASE                PIC S9(11)V99 COMP-3.
       01 WS-JOURS-TERME         PIC S9(7) COMP.
       01 WS-ECART               PIC S9(7) COMP.
       01 WS-CREDITE             PIC X(1) VALUE 'N'.
          88 INTERET-CREDITE     VALUE 'O'.

      *> Contre-valeur EUR du solde d'epargne au taux du jour (meme
      *> regle que SITUATION-COMPTABLE : un compte sans taux est
      *> exclu des deux cotes du rapprochement).
       01 WS-TAUX                PIC 9(3)V9(4).
       01 WS-CODE-TAUX           PIC X(2).
       01 WS-SOLDE-EUR           PIC S9(11)V99 COMP-3.
       01 WS-NB-SANS-TAUX        PIC 9(5) VALUE 0.

      *> Totaux par produit (une entree par produit rencontre) et par
      *> nature : 1 DAT (T), 2 prets (P), 3 epargne (E).
       01 WS-NB-PRODUITS         PIC 9(2) COMP VALUE 0.
       01 WS-TAB-PRODUITS.
          05 WS-PRODUIT-ICN OCCURS 50 TIMES.
             10 WS-PIC-CODE      PIC X(4).
             10 WS-PIC-NATURE    PIC X(1).
             10 WS-PIC-NB        PIC 9(7).
             10 WS-PIC-CAPITAL   PIC S9(13)V99 COMP-3.
             10 WS-PIC-INTERETS  PIC S9(13)V99 COMP-3.
       01 WS-IDX                 PIC 9(2) COMP.
       01 WS-TROUVE              PIC X(1).
          88 ENTREE-TROUVEE      VALUE 'O'.
       01 WS-TAB-NATURES.
          05 WS-NAT OCCURS 3 TIMES.
             10 WS-NAT-NB        PIC 9(7).
             10 WS-NAT-CAPITAL   PIC S9(13)V99 COMP-3.
             10 WS-NAT-INTERETS  PIC S9(13)V99 COMP-3.
       01 WS-CODES-NATURES       PIC X(3) VALUE "TPE".
       01 WS-IDX-NAT             PIC 9(2) COMP.
       01 WS-LIBELLES-NATURES.
          05 FILLER PIC X(40)
             VALUE "ENCDAT    / ICNE-DAT  (DAT actifs)      ".
          05 FILLER PIC X(40)
             VALUE "ENCPRETS  / ICNE-PRET (prets en cours)  ".
          05 FILLER PIC X(40)
             VALUE "CPC-      / ICNE-EPAR (epargne)         ".
       01 WS-TAB-LIBELLES REDEFINES WS-LIBELLES-NATURES.
          05 WS-LIB-NATURE OCCURS 3 TIMES PIC X(40).

       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.

       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-MNT2-AFF            PIC -Z(10)9.99.
       01 WS-TAUX-AFF            PIC ZZ9.9999.
       01 WS-JOURS-AFF           PIC Z(4)9.
       01 WS-NB-AFF              PIC Z(6)9.

      *> Repetition generale (module SIMULATION-MODE) : interets
      *> courus calcules et verses au rapport, rien n'est ecrit dans
      *> INTERETS-COURUS.dat ni dans l'etat du mois.
       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- INTERETS-COURUS : interets courus non echus ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE.
       MOVE WS-DATE-JOUR(1:6) TO WS-DEBUT-MOIS(1:6).
       MOVE "01" TO WS-DEBUT-MOIS(7:2).
       MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE.
       MOVE WS-DATE-JOUR(5:2) TO WS-MOIS.
       IF WS-MOIS = 12
           MOVE 1 TO WS-MOIS
           ADD 1 TO WS-ANNEE
       ELSE
           ADD 1 TO WS-MOIS
       END-IF.
       MOVE WS-ANNEE TO WS-DATE-EXTOURNE(1:4).
       MOVE WS-MOIS  TO WS-DATE-EXTOURNE(5:2).
       MOVE "01"     TO WS-DATE-EXTOURNE(7:2).
       COMPUTE WS-DATE-ARRETE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-EXTOURNE) - 1).

       MOVE "ETAT" TO WS-OP-SIMUL.
       CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                    WS-CODE-SIMUL.
       IF WS-CODE-SIMUL = '00'
           SET MODE-SIMULATION TO TRUE
           DISPLAY "MODE SIMULATION : aucune ecriture ne sera passee."
       END-IF.

       INITIALIZE WS-TAB-PRODUITS WS-TAB-NATURES.

       IF NOT MODE-SIMULATION
           MOVE SPACES TO WS-NOM-ETAT
           STRING "reports/INTERETS-COURUS-" DELIMITED SIZE
                  WS-PERIODE                 DELIMITED SIZE
                  ".txt"                     DELIMITED SIZE
               INTO WS-NOM-ETAT
           OPEN OUTPUT F-ETAT
           PERFORM EDITER-ENTETE
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "ICNE-IO" USING WS-OP W-INTERET-COURU W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "INTERETS-COURUS.dat inaccessible (code: "
                   W-CODE-RETOUR ")."
           IF NOT MODE-SIMULATION
               CLOSE F-ETAT
           END-IF
           MOVE 1 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       PERFORM COURIR-DATS.
       PERFORM COURIR-PRETS.
       PERFORM COURIR-EPARGNE.

       MOVE "CLOSE" TO WS-OP.
       CALL "ICNE-IO" USING WS-OP W-INTERET-COURU W-CODE-RETOUR.

       IF NOT MODE-SIMULATION
           PERFORM EDITER-TOTAUX
           CLOSE F-ETAT
           PERFORM INSCRIRE-ETAT
       END-IF.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Arrete au " WS-DATE-ARRETE
               ", extourne au " WS-DATE-EXTOURNE.
       MOVE 1 TO WS-IDX-NAT.
       PERFORM UNTIL WS-IDX-NAT > 3
           MOVE WS-NAT-NB(WS-IDX-NAT)       TO WS-NB-AFF
           MOVE WS-NAT-CAPITAL(WS-IDX-NAT)  TO WS-MNT-AFF
           MOVE WS-NAT-INTERETS(WS-IDX-NAT) TO WS-MNT2-AFF
           DISPLAY WS-CODES-NATURES(WS-IDX-NAT:1) " " WS-NB-AFF
                   " capital " WS-MNT-AFF " courus " WS-MNT2-AFF
           ADD 1 TO WS-IDX-NAT
       END-PERFORM.
       DISPLAY "Comptes sans taux : " WS-NB-SANS-TAUX
               "   echecs : " WS-NB-ECHECS.
       IF NOT MODE-SIMULATION
           DISPLAY "Etat : " FUNCTION TRIM(WS-NOM-ETAT)
       END-IF.

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Depots a terme actifs : interet du terme au prorata des jours
      *> ecoules depuis l'ouverture (ou la derniere reconduction).
       COURIR-DATS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           MOVE "START-FIRST" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-LECTURE
               IF WS-CODE-LECTURE = '00'
                   IF DAT-ACTIF
                       PERFORM COURIR-UN-DAT
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-LECTURE.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.

       COURIR-UN-DAT.
           INITIALIZE W-INTERET-COURU.
           SET ICN-DAT TO TRUE.
           MOVE W-DAT-ID      TO W-ICN-REF.
           MOVE W-DAT-CPT     TO W-ICN-CPT.
           MOVE "DAT "        TO W-ICN-PRODUIT.
           MOVE W-DAT-MONTANT TO W-ICN-CAPITAL.
           MOVE W-DAT-TAUX    TO W-ICN-TAUX.
           PERFORM LIRE-AGENCE.

           COMPUTE WS-INTERET-TOTAL ROUNDED =
                   W-DAT-MONTANT * W-DAT-TAUX
                   * W-DAT-DUREE-MOIS / 12.
           MOVE 0 TO WS-JOURS-TERME WS-ECART.
           IF W-DAT-DATE-OUVERTURE > 0
                   AND W-DAT-DATE-ECHEANCE > W-DAT-DATE-OUVERTURE
               COMPUTE WS-JOURS-TERME =
                       FUNCTION INTEGER-OF-DATE(W-DAT-DATE-ECHEANCE)
                       - FUNCTION INTEGER-OF-DATE(W-DAT-DATE-OUVERTURE)
               COMPUTE WS-ECART =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-ARRETE)
                       - FUNCTION INTEGER-OF-DATE(W-DAT-DATE-OUVERTURE)
           END-IF.
           IF WS-ECART < 0
               MOVE 0 TO WS-ECART
           END-IF.
           IF WS-ECART > WS-JOURS-TERME
               MOVE WS-JOURS-TERME TO WS-ECART
           END-IF.
           MOVE WS-ECART TO W-ICN-JOURS.
           IF WS-JOURS-TERME > 0
               COMPUTE W-ICN-MONTANT ROUNDED =
                       WS-INTERET-TOTAL * WS-ECART / WS-JOURS-TERME
           END-IF.
           PERFORM ENREGISTRER-COURU.

      *>----------------------------------------------------------------
      *> Prets en cours : meme perimetre que ENCPRETS. La prochaine
      *> echeance borne la periode d'interet en cours (base 30 jours) ;
      *> une echeance impayee depassee laisse courir la periode
      *> suivante depuis cette date.
       COURIR-PRETS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           MOVE "START-FIRST" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE
               IF WS-CODE-LECTURE = '00'
                   IF PRT-ACTIF OR PRT-DECHU OR PRT-EN-DEBLOCAGE
                       PERFORM COURIR-UN-PRET
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.

       COURIR-UN-PRET.
           INITIALIZE W-INTERET-COURU.
           SET ICN-PRET TO TRUE.
           MOVE W-PRT-ID              TO W-ICN-REF.
           MOVE W-PRT-CPT             TO W-ICN-CPT.
           MOVE "PRET"                TO W-ICN-PRODUIT.
           MOVE W-PRT-CAPITAL-RESTANT TO W-ICN-CAPITAL.
           MOVE W-PRT-TAUX            TO W-ICN-TAUX.
           PERFORM LIRE-AGENCE.

           IF PRT-DECHU OR W-PRT-DATE-PROCHAINE = 0
               PERFORM ENREGISTRER-COURU
               EXIT PARAGRAPH
           END-IF.
           IF PRT-EN-DEBLOCAGE
               MOVE W-PRT-MONTANT-DEBLOQUE TO WS-BASE
           ELSE
               MOVE W-PRT-CAPITAL-RESTANT TO WS-BASE
           END-IF.
           COMPUTE WS-ECART =
                   FUNCTION INTEGER-OF-DATE(W-PRT-DATE-PROCHAINE)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-ARRETE).
           IF WS-ECART < 0
               COMPUTE WS-ECART = 0 - WS-ECART
           ELSE
               COMPUTE WS-ECART = 30 - WS-ECART
           END-IF.
           IF WS-ECART < 0
               MOVE 0 TO WS-ECART
           END-IF.
           IF WS-ECART > 30
               MOVE 30 TO WS-ECART
           END-IF.
           MOVE WS-ECART TO W-ICN-JOURS.
           COMPUTE W-ICN-MONTANT ROUNDED =
                   WS-BASE * W-PRT-TAUX / 12 * WS-ECART / 30.
           PERFORM ENREGISTRER-COURU.

      *>----------------------------------------------------------------
      *> Comptes d'epargne non clos et crediteurs : meme perimetre que
      *> les cellules CPC- de SITUATION-COMPTABLE pour ces comptes.
      *> Seul un compte actif non encore servi ce mois-ci court.
       COURIR-EPARGNE.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRN.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE
               IF WS-CODE-LECTURE = '00'
                   IF CPT-EPARGNE AND NOT CPT-CLOTURE
                       PERFORM COURIR-UN-COMPTE
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRN.

       COURIR-UN-COMPTE.
           CALL "TAUX-DU-JOUR" USING W-CPT-DEVISE WS-DATE-JOUR
                                     WS-TAUX WS-CODE-TAUX.
           IF WS-CODE-TAUX NOT = '00'
               ADD 1 TO WS-NB-SANS-TAUX
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SOLDE-EUR ROUNDED = W-CPT-SOLDE / WS-TAUX.
           IF WS-SOLDE-EUR < 0
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE W-INTERET-COURU.
           SET ICN-EPARGNE TO TRUE.
           MOVE W-CPT-NUMERO  TO W-ICN-REF W-ICN-CPT.
           MOVE W-CPT-AGENCE  TO W-ICN-AGENCE.
           MOVE W-CPT-PRODUIT TO W-ICN-PRODUIT.
           IF W-ICN-PRODUIT = SPACES
               MOVE W-CPT-TYPE TO W-ICN-PRODUIT(1:1)
           END-IF.
           MOVE WS-SOLDE-EUR  TO W-ICN-CAPITAL.

           IF CPT-ACTIF AND WS-SOLDE-EUR > 0
               PERFORM RECHERCHER-CREDIT-INTERET
               IF NOT INTERET-CREDITE
                   PERFORM RESOUDRE-TAUX-EPARGNE
                   MOVE WS-DATE-ARRETE(7:2) TO W-ICN-JOURS
                   COMPUTE W-ICN-MONTANT ROUNDED =
                           WS-SOLDE-EUR * W-ICN-TAUX
               END-IF
           END-IF.
           PERFORM ENREGISTRER-COURU.

      *> Mouvement 'I' date du mois courant sur le compte : l'etape
      *> INTERETS a deja servi le mois, rien ne reste couru.
       RECHERCHER-CREDIT-INTERET.
           MOVE 'N' TO WS-CREDITE.
           MOVE 'N' TO WS-FIN-MVT.
           MOVE W-CPT-NUMERO TO W-TRN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRN.
           IF WS-CODE-TRN NOT = '00'
               SET FIN-MOUVEMENTS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-MOUVEMENTS
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRN
               EVALUATE TRUE
                   WHEN WS-CODE-TRN NOT = '00'
                       SET FIN-MOUVEMENTS TO TRUE
                   WHEN W-TRN-CPT NOT = W-CPT-NUMERO
                       SET FIN-MOUVEMENTS TO TRUE
                   WHEN TRN-INTERET AND W-TRN-DATE >= WS-DEBUT-MOIS
                       SET INTERET-CREDITE TO TRUE
                       SET FIN-MOUVEMENTS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *> Taux mensuel : plan d'epargne logement actif, sinon produit
      *> du compte, sinon taux historique de TAUX.cpy (meme ordre de
      *> preference que l'etape INTERETS, hors bareme a date d'effet).
       RESOUDRE-TAUX-EPARGNE.
           MOVE TAUX-INTERET-EPARGNE TO W-ICN-TAUX.
           IF W-CPT-PRODUIT NOT = SPACES
               MOVE W-CPT-PRODUIT TO W-PRD-CODE
               MOVE "OPEN-IO" TO WS-OP
               CALL "PRODUIT-IO" USING WS-OP W-PRODUIT WS-CODE-PRODUIT
               MOVE "READ" TO WS-OP
               CALL "PRODUIT-IO" USING WS-OP W-PRODUIT WS-CODE-PRODUIT
               IF WS-CODE-PRODUIT = '00'
                   MOVE W-PRD-TAUX TO W-ICN-TAUX
               END-IF
               MOVE "CLOSE" TO WS-OP
               CALL "PRODUIT-IO" USING WS-OP W-PRODUIT WS-CODE-PRODUIT
           END-IF.
           MOVE W-CPT-NUMERO TO W-PEL-CPT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL.
           MOVE "READ" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL.
           MOVE "CLOSE" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL-FERM.
           IF WS-CODE-PEL = '00' AND PEL-ACTIF
               MOVE W-PEL-TAUX TO W-ICN-TAUX
           END-IF.

      *>----------------------------------------------------------------
       LIRE-AGENCE.
           MOVE W-ICN-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE = '00'
               MOVE W-CPT-AGENCE TO W-ICN-AGENCE
           END-IF.

      *>----------------------------------------------------------------
      *> Ecriture de l'interet couru du mois (remplacement en cas de
      *> relance), cumul des totaux et ligne d'etat.
       ENREGISTRER-COURU.
           MOVE WS-PERIODE       TO W-ICN-PERIODE.
           MOVE WS-DATE-ARRETE   TO W-ICN-DATE-ARRETE.
           MOVE WS-DATE-EXTOURNE TO W-ICN-DATE-EXTOURNE.

           IF MODE-SIMULATION
               PERFORM SIMULER-COURU
           ELSE
               MOVE "WRITE" TO WS-OP
               CALL "ICNE-IO" USING WS-OP W-INTERET-COURU
                                    WS-CODE-LECTURE
               IF WS-CODE-LECTURE = '22'
                   MOVE "REWRITE" TO WS-OP
                   CALL "ICNE-IO" USING WS-OP W-INTERET-COURU
                                        WS-CODE-LECTURE
               END-IF
               IF WS-CODE-LECTURE NOT = '00'
                   ADD 1 TO WS-NB-ECHECS
                   DISPLAY "Contrat " W-ICN-NATURE "-" W-ICN-REF
                           " : echec d'ecriture (code: "
                           WS-CODE-LECTURE ")."
                   EXIT PARAGRAPH
               END-IF
               PERFORM EDITER-CONTRAT
           END-IF.
           PERFORM CUMULER-PRODUIT.

       CUMULER-PRODUIT.
           MOVE 1 TO WS-IDX-NAT.
           PERFORM UNTIL WS-IDX-NAT > 3
                   OR WS-CODES-NATURES(WS-IDX-NAT:1) = W-ICN-NATURE
               ADD 1 TO WS-IDX-NAT
           END-PERFORM.
           ADD 1 TO WS-NAT-NB(WS-IDX-NAT).
           ADD W-ICN-CAPITAL TO WS-NAT-CAPITAL(WS-IDX-NAT).
           ADD W-ICN-MONTANT TO WS-NAT-INTERETS(WS-IDX-NAT).

           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-PRODUITS OR ENTREE-TROUVEE
               IF WS-PIC-CODE(WS-IDX) = W-ICN-PRODUIT
                       AND WS-PIC-NATURE(WS-IDX) = W-ICN-NATURE
                   SET ENTREE-TROUVEE TO TRUE
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM.
           IF NOT ENTREE-TROUVEE
               IF WS-NB-PRODUITS >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-PRODUITS
               MOVE WS-NB-PRODUITS TO WS-IDX
               MOVE W-ICN-PRODUIT TO WS-PIC-CODE(WS-IDX)
               MOVE W-ICN-NATURE  TO WS-PIC-NATURE(WS-IDX)
               MOVE 0 TO WS-PIC-NB(WS-IDX) WS-PIC-CAPITAL(WS-IDX)
                         WS-PIC-INTERETS(WS-IDX)
           END-IF.
           ADD 1 TO WS-PIC-NB(WS-IDX).
           ADD W-ICN-CAPITAL TO WS-PIC-CAPITAL(WS-IDX).
           ADD W-ICN-MONTANT TO WS-PIC-INTERETS(WS-IDX).

       SIMULER-COURU.
           IF W-ICN-MONTANT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE W-ICN-CAPITAL TO WS-MNT-AFF.
           MOVE W-ICN-MONTANT TO WS-MNT2-AFF.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           STRING "ICNE         " DELIMITED SIZE
                  W-ICN-NATURE DELIMITED SIZE
                  "-" DELIMITED SIZE
                  W-ICN-REF DELIMITED SIZE
                  " CAPITAL " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " COURUS " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
               INTO WS-LIGNE-SIMUL.
           MOVE "LIGNE" TO WS-OP-SIMUL.
           CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                        WS-CODE-SIMUL.

      *>----------------------------------------------------------------
       EDITER-ENTETE.
           MOVE SPACES TO WS-LIGNE.
           STRING "INTERETS COURUS NON ECHUS - PERIODE "
                      DELIMITED SIZE
                  WS-PERIODE DELIMITED SIZE
                  " (arrete au " DELIMITED SIZE
                  WS-DATE-ARRETE DELIMITED SIZE
                  ", extourne au " DELIMITED SIZE
                  WS-DATE-EXTOURNE DELIMITED SIZE
                  ")" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Natures : T depot a terme, P pret, E epargne ; "
                      DELIMITED SIZE
                  "taux annuel (T, P) ou mensuel (E)" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "CONTRAT      CPT      PROD JOURS          CAPITAL"
                      DELIMITED SIZE
                  "     TAUX         COURUS" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

       EDITER-CONTRAT.
           MOVE W-ICN-JOURS   TO WS-JOURS-AFF.
           MOVE W-ICN-CAPITAL TO WS-MNT-AFF.
           MOVE W-ICN-TAUX    TO WS-TAUX-AFF.
           MOVE W-ICN-MONTANT TO WS-MNT2-AFF.
           STRING W-ICN-NATURE DELIMITED SIZE
                  "-" DELIMITED SIZE
                  W-ICN-REF DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-ICN-CPT DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-ICN-PRODUIT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-JOURS-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-TAUX-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

      *> Totaux par produit puis rapprochement par nature avec les
      *> cellules de la situation comptable du mois.
       EDITER-TOTAUX.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "TOTAUX PAR PRODUIT :" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-PRODUITS
               MOVE WS-PIC-NB(WS-IDX)       TO WS-NB-AFF
               MOVE WS-PIC-CAPITAL(WS-IDX)  TO WS-MNT-AFF
               MOVE WS-PIC-INTERETS(WS-IDX) TO WS-MNT2-AFF
               STRING "  " DELIMITED SIZE
                      WS-PIC-NATURE(WS-IDX) DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-PIC-CODE(WS-IDX) DELIMITED SIZE
                      " : " DELIMITED SIZE
                      WS-NB-AFF DELIMITED SIZE
                      " contrat(s), capital " DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                      " courus " DELIMITED SIZE
                      WS-MNT2-AFF DELIMITED SIZE
                   INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
               ADD 1 TO WS-IDX
           END-PERFORM.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "RAPPROCHEMENT SITUATION-COMPTABLE (cellules) :"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE 1 TO WS-IDX-NAT.
           PERFORM UNTIL WS-IDX-NAT > 3
               MOVE WS-NAT-CAPITAL(WS-IDX-NAT)  TO WS-MNT-AFF
               MOVE WS-NAT-INTERETS(WS-IDX-NAT) TO WS-MNT2-AFF
               STRING "  " DELIMITED SIZE
                      WS-LIB-NATURE(WS-IDX-NAT) DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-MNT2-AFF DELIMITED SIZE
                   INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
               ADD 1 TO WS-IDX-NAT
           END-PERFORM.
           STRING "  Epargne : capital a rapprocher des cellules CPC-"
                      DELIMITED SIZE
                  " des produits d'epargne ci-dessus." DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Comptes sans taux du jour (exclus) : "
                      DELIMITED SIZE
                  WS-NB-SANS-TAUX DELIMITED SIZE
                  "   echecs d'ecriture : " DELIMITED SIZE
                  WS-NB-ECHECS DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           MOVE WS-LIGNE TO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE SPACES TO WS-LIGNE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "INTERETS-COURUS" TO W-ETP-ETAT.
           MOVE WS-NOM-ETAT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM INTERETS-COURUS.
