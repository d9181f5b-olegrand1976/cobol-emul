      *>             mouvement distinct (categorie ASSU, assureur dans
      *>             le libelle) pour le bordereau mensuel de
      *>             remittance BORDEREAU-ASSURANCE.
      *>             Les prets a taux variable ou cape sont revises en
      *>             amont par REVISION-PRETS : le taux et la mensualite
      *>             lus ici sont deja ceux de la periode en cours.
      *>             Emprunteur sous dossier de surendettement en
      *>             vigueur (module SURENDET-CTRL) : aucune echeance
      *>             pendant le moratoire ; a la premiere echeance du
      *>             plan impose, le pret est reechelonne (mensualite
      *>             et taux fixe du plan, duree du plan, impayes
      *>             absorbes, decheance levee) puis preleve selon ces
      *>             conditions. Un pret hors plan suit son contrat.
      *>             Pret a deblocage progressif encore en phase de
      *>             deblocage : seuls les interets intercalaires sur
      *>             le montant debloque sont preleves chaque mois ; a
      *>             la date limite de deblocage le reliquat non appele
      *>             est annule et le pret passe en amortissement
      *>             (mensualite recalculee sur le capital debloque).
      *>             Credits renouvelables (RENOUVELABLES.dat), second
      *>             passage : a chaque echeance mensuelle un releve
      *>             (tirages de la periode, capital utilise, interets,
      *>             paiement minimum) est produit dans reports/ et
      *>             depose a la file de spool, puis le paiement
      *>             minimum est preleve ('P', categorie PRET) ; sa
      *>             part de capital reconstitue la reserve
      *>             disponible. Sans provision il reste du et le
      *>             credit part au rapport des impayes. Une reserve
      *>             suspendue ou resiliee continue d'etre remboursee.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression,
      *>             sauf en repetition generale.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHEANCES-PRETS.
           SELECT F-IMPAYES ASSIGN TO "reports/PRETS-IMPAYES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPAYES.
           SELECT F-RELEVE ASSIGN TO WS-NOM-RELEVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELEVE.

       DATA DIVISION.
       FILE SECTION.
       FD F-IMPAYES.
       01 F-IMPAYES-LIGNE        PIC X(100).
       FD F-RELEVE.
       01 F-RELEVE-LIGNE         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PRET.
       COPY COMPTE.
       COPY TRANSACT.
       COPY SURENDET.
       COPY RENOUV.
       COPY PRET-PARAM.
       COPY SPOOL.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.
       COPY PARAMETRES.

       01 WS-FS-IMPAYES          PIC X(2) VALUE '00'.
       01 WS-FS-RELEVE           PIC X(2) VALUE '00'.
       01 WS-NOM-RELEVE          PIC X(50).
       01 WS-LIGNE               PIC X(80).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       01 WS-NB-PRELEVEES        PIC 9(5) VALUE 0.
       01 WS-NB-IMPAYEES         PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.
       01 WS-NB-SUSPENDUES       PIC 9(5) VALUE 0.
       01 WS-NB-REECHELONNES     PIC 9(5) VALUE 0.
       01 WS-NB-INTERCALAIRES    PIC 9(5) VALUE 0.
       01 WS-NB-AMORTIS          PIC 9(5) VALUE 0.
       01 WS-FACTEUR             PIC 9(7)V9(7) COMP-3.

      *> Credits renouvelables : releves emis, paiements minimum.
       01 WS-NB-RELEVES-REN      PIC 9(5) VALUE 0.
       01 WS-NB-MINIMUMS-REN     PIC 9(5) VALUE 0.
       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-SPOOL          PIC X(2).
       01 WS-CODE-REN            PIC X(2).
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-MNT2-AFF            PIC -Z(10)9.99.
       01 WS-TAUX-AFF            PIC ZZ9.9999.

      *> Regime du pret vis-a-vis d'un dossier de surendettement.
       01 WS-REGIME              PIC X(1) VALUE 'N'.
          88 REGIME-CONTRAT      VALUE 'N'.
          88 PRET-SUSPENDU       VALUE 'S'.
          88 PRET-SOUS-PLAN      VALUE 'P'.
       01 WS-CODE-SDT            PIC X(2).
       01 WS-IDX-PLAN            PIC 9(1).
       01 WS-LIGNE-PLAN          PIC 9(1).
       01 WS-IMPAYES-OUVERT      PIC X(1) VALUE 'N'.
          88 IMPAYES-OUVERT      VALUE 'O'.

       01 WS-DATE-DERNIER-JOUR   PIC 9(8).
       01 WS-DERNIER-JOUR-MOIS   PIC 9(2).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

           MOVE "READ-NEXT" TO WS-OP
           CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR
           IF RC-OK
               MOVE 'N' TO WS-REGIME
               IF PRT-ACTIF OR PRT-DECHU OR PRT-EN-DEBLOCAGE
                   PERFORM DETERMINER-REGIME
               END-IF
               EVALUATE TRUE
                   WHEN PRET-SUSPENDU
                       CONTINUE
                   WHEN PRET-SOUS-PLAN
                           AND W-PRT-DATE-PROCHAINE <= WS-DATE-JOUR
                       ADD 1 TO WS-NB-ECHUES
                       IF MODE-SIMULATION
                           PERFORM SIMULER-ECHEANCE
                       ELSE
                           PERFORM PRELEVER-ECHEANCE
                       END-IF
                   WHEN PRET-SOUS-PLAN
                       CONTINUE
                   WHEN PRT-ACTIF
                           AND W-PRT-DATE-PROCHAINE <= WS-DATE-JOUR
                       ADD 1 TO WS-NB-ECHUES
                       ELSE
                           PERFORM PRELEVER-DECHEANCE
                       END-IF
      *>           Pret a deblocage progressif : interets intercalaires
      *>           et passage en amortissement a la date limite.
                   WHEN PRT-EN-DEBLOCAGE
                       PERFORM TRAITER-DEBLOCAGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

       MOVE "CLOSE" TO WS-OP.
       CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.

       PERFORM TRAITER-RENOUVELABLES.

       IF IMPAYES-OUVERT
           CLOSE F-IMPAYES
           IF NOT MODE-SIMULATION
               PERFORM INSCRIRE-ETAT
           END-IF
       END-IF.

       DISPLAY "------------------------------------------------------".
               "   prelevees : " WS-NB-PRELEVEES.
       DISPLAY "Impayees : " WS-NB-IMPAYEES
               "   echecs (autres) : " WS-NB-ECHECS.
       DISPLAY "Surendettement - suspendus : " WS-NB-SUSPENDUES
               "   reechelonnes : " WS-NB-REECHELONNES.
       DISPLAY "Deblocage progressif - intercalaires : "
               WS-NB-INTERCALAIRES
               "   passages en amortissement : " WS-NB-AMORTIS.
       DISPLAY "Credits renouvelables - releves : " WS-NB-RELEVES-REN
               "   paiements minimum : " WS-NB-MINIMUMS-REN.

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Dossier de surendettement en vigueur de l'emprunteur : pret
      *> suspendu pendant le moratoire (et avant la premiere echeance
      *> du plan, ou quand le plan lui fixe une mensualite nulle),
      *> pret sous plan sinon ; pret absent du plan : contrat.
       DETERMINER-REGIME.
           MOVE W-PRT-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-SDT.
           IF WS-CODE-SDT NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           CALL "SURENDET-CTRL" USING W-CPT-CLIENT W-SURENDET
                                      WS-CODE-SDT.
           IF WS-CODE-SDT NOT = '48'
               EXIT PARAGRAPH
           END-IF.

           IF SDT-RECEVABLE OR W-SDT-DATE-PLAN > WS-DATE-JOUR
               SET PRET-SUSPENDU TO TRUE
               ADD 1 TO WS-NB-SUSPENDUES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-LIGNE-PLAN.
           MOVE 1 TO WS-IDX-PLAN.
           PERFORM UNTIL WS-IDX-PLAN > W-SDT-NB-PRETS
                   OR WS-LIGNE-PLAN NOT = 0
               IF W-SDT-PRET(WS-IDX-PLAN) = W-PRT-ID
                   MOVE WS-IDX-PLAN TO WS-LIGNE-PLAN
               END-IF
               ADD 1 TO WS-IDX-PLAN
           END-PERFORM.
           IF WS-LIGNE-PLAN = 0
               EXIT PARAGRAPH
           END-IF.
           IF W-SDT-MENSUALITE(WS-LIGNE-PLAN) = 0
               SET PRET-SUSPENDU TO TRUE
               ADD 1 TO WS-NB-SUSPENDUES
               EXIT PARAGRAPH
           END-IF.

           SET PRET-SOUS-PLAN TO TRUE.
           IF NOT SDT-PLAN-REPORTE(WS-LIGNE-PLAN)
               PERFORM REPORTER-PLAN
           END-IF.

      *>----------------------------------------------------------------
      *> Premiere echeance du plan : le pret prend les conditions de
      *> la commission (mensualite, taux fixe, duree restante egale a
      *> celle du plan), les impayes anterieurs sont absorbes par le
      *> plan et une decheance prononcee est levee. La derniere
      *> echeance du plan solde le capital restant (effacement du
      *> reliquat). En repetition generale, le report n'est fait
      *> qu'en memoire.
       REPORTER-PLAN.
           MOVE W-SDT-MENSUALITE(WS-LIGNE-PLAN) TO W-PRT-MENSUALITE.
           MOVE W-SDT-TAUX(WS-LIGNE-PLAN) TO W-PRT-TAUX.
           MOVE 'F' TO W-PRT-TYPE-TAUX.
           COMPUTE W-PRT-DUREE-MOIS =
                   W-PRT-NB-PAYEES + W-SDT-DUREE-PLAN.
           MOVE 0 TO W-PRT-NB-IMPAYES.
           MOVE W-SDT-DATE-PLAN TO W-PRT-DATE-PROCHAINE.
           SET PRT-ACTIF TO TRUE.
           ADD 1 TO WS-NB-REECHELONNES.
           IF MODE-SIMULATION
               EXIT PARAGRAPH
           END-IF.

           MOVE "REWRITE" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               SET PRET-SUSPENDU TO TRUE
               DISPLAY "PRET " W-PRT-ID " ECHEC : report du plan de "
                       "surendettement impossible."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'O' TO W-SDT-REPORT(WS-LIGNE-PLAN).
           MOVE "REWRITE" TO WS-OP.
           CALL "SURENDET-IO" USING WS-OP W-SURENDET WS-CODE-SDT.
           MOVE "CLOSE" TO WS-OP.
           CALL "SURENDET-IO" USING WS-OP W-SURENDET WS-CODE-SDT.
           MOVE W-PRT-MENSUALITE TO WS-MENS-AFF.
           DISPLAY "PRET " W-PRT-ID " : plan de surendettement "
                   W-SDT-REF-BDF " applique, mensualite "
                   WS-MENS-AFF ".".

      *>----------------------------------------------------------------
      *> Phase de deblocage : l'echeance mensuelle ne porte que les
      *> interets intercalaires ; passee la date limite, le pret part
      *> en amortissement, sa prochaine echeance restant la date
      *> mensuelle courante.
       TRAITER-DEBLOCAGE.
           IF W-PRT-DATE-PROCHAINE <= WS-DATE-JOUR
               ADD 1 TO WS-NB-ECHUES
               COMPUTE WS-TAUX-MENSUEL = W-PRT-TAUX / 12
               COMPUTE WS-INTERET-ECH ROUNDED =
                       W-PRT-MONTANT-DEBLOQUE * WS-TAUX-MENSUEL
               IF MODE-SIMULATION
                   PERFORM SIMULER-INTERCALAIRES
               ELSE
                   PERFORM PRELEVER-INTERCALAIRES
               END-IF
           END-IF.
           IF WS-DATE-JOUR > W-PRT-DATE-LIMITE-DEBLOC
               PERFORM CLORE-DEBLOCAGE
           END-IF.

      *>----------------------------------------------------------------
      *> Date limite de deblocage depassee : le reliquat non appele
      *> est annule et la mensualite constante recalculee sur le
      *> capital debloque et la duree contractuelle (meme calcul que
      *> l'ecran DEBLOCAGES apres la derniere tranche). Sans aucune
      *> tranche appelee le pret est simplement clos.
       CLORE-DEBLOCAGE.
           ADD 1 TO WS-NB-AMORTIS.
           IF W-PRT-MONTANT-DEBLOQUE = 0
               SET PRT-SOLDE-FIN TO TRUE
               MOVE 0 TO W-PRT-CAPITAL-RESTANT W-PRT-MENSUALITE
           ELSE
               MOVE W-PRT-MONTANT-DEBLOQUE TO W-PRT-CAPITAL-INITIAL
                                              W-PRT-CAPITAL-RESTANT
               MOVE 0 TO W-PRT-NB-PAYEES
               COMPUTE WS-TAUX-MENSUEL = W-PRT-TAUX / 12
               IF WS-TAUX-MENSUEL = 0
                   COMPUTE W-PRT-MENSUALITE ROUNDED =
                           W-PRT-CAPITAL-RESTANT / W-PRT-DUREE-MOIS
               ELSE
                   COMPUTE WS-FACTEUR =
                           (1 + WS-TAUX-MENSUEL) ** W-PRT-DUREE-MOIS
                   COMPUTE W-PRT-MENSUALITE ROUNDED =
                           W-PRT-CAPITAL-RESTANT * WS-TAUX-MENSUEL
                           * WS-FACTEUR / (WS-FACTEUR - 1)
               END-IF
               SET PRT-ACTIF TO TRUE
           END-IF.
           MOVE W-PRT-MENSUALITE TO WS-MENS-AFF.

           IF MODE-SIMULATION
               MOVE SPACES TO WS-LIGNE-SIMUL
               STRING "ECH-PRETS    PRET " DELIMITED SIZE
                      W-PRT-ID DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-MENS-AFF DELIMITED SIZE
                      " REGLE : FIN DE DEBLOCAGE" DELIMITED SIZE
                   INTO WS-LIGNE-SIMUL
               MOVE "LIGNE" TO WS-OP-SIMUL
               CALL "SIMULATION-MODE" USING WS-OP-SIMUL
                                            WS-LIGNE-SIMUL
                                            WS-CODE-SIMUL
               EXIT PARAGRAPH
           END-IF.

           MOVE "REWRITE" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "PRET " W-PRT-ID " ECHEC : passage en "
                       "amortissement impossible."
               EXIT PARAGRAPH
           END-IF.
           IF PRT-SOLDE-FIN
               DISPLAY "PRET " W-PRT-ID " : date limite de deblocage "
                       "depassee sans tranche appelee, pret clos."
           ELSE
               DISPLAY "PRET " W-PRT-ID " : fin de deblocage, "
                       "amortissement de " W-PRT-DUREE-MOIS
                       " mois, mensualite " WS-MENS-AFF "."
           END-IF.

      *>----------------------------------------------------------------
      *> Interets intercalaires du mois : au taux mensuel sur le seul
      *> montant debloque, journalises en 'P' (categorie PRET). Sans
      *> provision ils restent dus comme une echeance ordinaire.
       PRELEVER-INTERCALAIRES.
           IF WS-INTERET-ECH = 0
               PERFORM AVANCER-PROCHAINE-ECHEANCE
               MOVE "REWRITE" TO WS-OP
               CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           MOVE W-PRT-CPT TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK OR NOT CPT-ACTIF
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "PRET " W-PRT-ID " ECHEC : compte "
                       W-PRT-CPT " introuvable ou inactif."
               PERFORM DEVERROUILLER-COMPTE
               EXIT PARAGRAPH
           END-IF.

           IF WS-INTERET-ECH >
                   W-CPT-SOLDE + W-CPT-DECOUVERT-AUTORISE
               PERFORM DEVERROUILLER-COMPTE
               PERFORM CONSTATER-IMPAYE
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-INTERET-ECH FROM W-CPT-SOLDE.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "PRET " W-PRT-ID " ECHEC : mise a jour du "
                       "compte impossible."
               EXIT PARAGRAPH
           END-IF.

           PERFORM JOURNALISER-INTERCALAIRES.

           IF W-PRT-NB-IMPAYES > 0
                   AND W-PRT-DATE-PROCHAINE < WS-DATE-JOUR
               SUBTRACT 1 FROM W-PRT-NB-IMPAYES
           END-IF.
           PERFORM AVANCER-PROCHAINE-ECHEANCE.
           MOVE "REWRITE" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.
           ADD 1 TO WS-NB-PRELEVEES.
           ADD 1 TO WS-NB-INTERCALAIRES.
           MOVE WS-INTERET-ECH TO WS-MENS-AFF.
           DISPLAY "PRET " W-PRT-ID " : interets intercalaires "
                   WS-MENS-AFF " preleves sur le compte "
                   W-PRT-CPT ".".

      *>----------------------------------------------------------------
       SIMULER-INTERCALAIRES.
           IF WS-INTERET-ECH = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE W-PRT-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INTERET-ECH TO WS-MENS-AFF.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           IF WS-INTERET-ECH >
                   W-CPT-SOLDE + W-CPT-DECOUVERT-AUTORISE
               STRING "ECH-PRETS    CPT " DELIMITED SIZE
                      W-CPT-NUMERO DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-MENS-AFF DELIMITED SIZE
                      " REGLE : INTERCALAIRES - SERAIENT IMPAYES"
                          DELIMITED SIZE
                   INTO WS-LIGNE-SIMUL
           ELSE
               ADD 1 TO WS-NB-PRELEVEES
               ADD 1 TO WS-NB-INTERCALAIRES
               STRING "ECH-PRETS    CPT " DELIMITED SIZE
                      W-CPT-NUMERO DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-MENS-AFF DELIMITED SIZE
                      " REGLE : INTERETS INTERCALAIRES" DELIMITED SIZE
                   INTO WS-LIGNE-SIMUL
           END-IF.
           MOVE "LIGNE" TO WS-OP-SIMUL.
           CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                        WS-CODE-SIMUL.

      *>----------------------------------------------------------------
       JOURNALISER-INTERCALAIRES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-PRT-CPT             TO W-TRN-CPT.
           MOVE 'P'                   TO W-TRN-TYPE.
           MOVE WS-INTERET-ECH        TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "INTERETS INTERCALAIRES PRET " DELIMITED SIZE
                  W-PRT-ID DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "PRET"                TO W-TRN-CATEGORIE.
           MOVE "ECH-PRET"            TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Repetition generale : le prelevement potentiel (mensualite
      *> plus prime) est evalue en lecture seule et part au rapport,

      *>----------------------------------------------------------------
       ECRIRE-LIGNE-IMPAYE.
           PERFORM OUVRIR-RAPPORT-IMPAYES.
           IF PRT-EN-DEBLOCAGE
               MOVE WS-INTERET-ECH TO WS-MENS-AFF
           ELSE
               MOVE W-PRT-MENSUALITE TO WS-MENS-AFF
           END-IF.
           MOVE WS-JOURS-RETARD  TO WS-RETARD-AFF.
           STRING W-PRT-ID       DELIMITED SIZE
                  "  "           DELIMITED SIZE
               INTO F-IMPAYES-LIGNE.
           WRITE F-IMPAYES-LIGNE.

      *>----------------------------------------------------------------
       OUVRIR-RAPPORT-IMPAYES.
           IF NOT IMPAYES-OUVERT
               OPEN OUTPUT F-IMPAYES
               STRING "RAPPORT DES PRETS IMPAYES AU " DELIMITED SIZE
                      WS-DATE-JOUR DELIMITED SIZE
                   INTO F-IMPAYES-LIGNE
               WRITE F-IMPAYES-LIGNE
               MOVE "PRET        COMPTE    MENSUALITE     RETARD "
                   TO F-IMPAYES-LIGNE
               WRITE F-IMPAYES-LIGNE
               SET IMPAYES-OUVERT TO TRUE
           END-IF.

      *>----------------------------------------------------------------
       JOURNALISER-ECHEANCE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
               MOVE WS-DERNIER-JOUR-MOIS TO WS-JOUR
           END-IF.

      *>----------------------------------------------------------------
      *> Second passage : credits renouvelables dont l'echeance
      *> mensuelle est atteinte, quel que soit leur statut tant qu'il
      *> reste du capital a rembourser.
       TRAITER-RENOUVELABLES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-REN.
           IF WS-CODE-REN NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-REN.
           IF WS-CODE-REN NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-REN
               IF WS-CODE-REN = '00'
                   IF W-REN-DATE-PROCHAINE <= WS-DATE-JOUR
                           AND (REN-ACTIF OR REN-SUSPENDU
                                OR W-REN-CAPITAL-DU > 0)
                       PERFORM TRAITER-RENOUVELABLE
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-REN.

      *>----------------------------------------------------------------
      *> Releve une seule fois par echeance (date du releve egale a
      *> l'echeance couverte), puis paiement minimum retente chaque
      *> nuit tant qu'il reste impaye. Reserve inutilisee : pas de
      *> releve, l'echeance avance.
       TRAITER-RENOUVELABLE.
           IF W-REN-CAPITAL-DU = 0 AND W-REN-TIRAGES-PERIODE = 0
               PERFORM AVANCER-ECHEANCE-RENOUV
               IF NOT MODE-SIMULATION
                   MOVE "REWRITE" TO WS-OP
                   CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-REN
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-ECHUES.
           IF W-REN-DATE-RELEVE NOT = W-REN-DATE-PROCHAINE
               PERFORM ETABLIR-RELEVE-RENOUV
           END-IF.
           IF MODE-SIMULATION
               PERFORM SIMULER-MINIMUM-RENOUV
           ELSE
               PERFORM PRELEVER-MINIMUM-RENOUV
           END-IF.

      *>----------------------------------------------------------------
      *> Interets de la periode au taux mensuel sur le capital du ;
      *> paiement minimum = pourcentage du capital du (plancher
      *> PRT-REN-MIN-PLANCHER, borne au capital du) plus interets.
       ETABLIR-RELEVE-RENOUV.
           COMPUTE WS-TAUX-MENSUEL = W-REN-TAUX / 12.
           COMPUTE W-REN-INTERETS ROUNDED =
                   W-REN-CAPITAL-DU * WS-TAUX-MENSUEL.
           COMPUTE WS-CAPITAL-ECH ROUNDED =
                   W-REN-CAPITAL-DU * PRT-REN-MIN-PCT / 100.
           IF WS-CAPITAL-ECH < PRT-REN-MIN-PLANCHER
               MOVE PRT-REN-MIN-PLANCHER TO WS-CAPITAL-ECH
           END-IF.
           IF WS-CAPITAL-ECH > W-REN-CAPITAL-DU
               MOVE W-REN-CAPITAL-DU TO WS-CAPITAL-ECH
           END-IF.
           COMPUTE W-REN-MINIMUM = WS-CAPITAL-ECH + W-REN-INTERETS.
           MOVE W-REN-DATE-PROCHAINE TO W-REN-DATE-RELEVE.
           ADD 1 TO WS-NB-RELEVES-REN.

           IF MODE-SIMULATION
               MOVE W-REN-MINIMUM TO WS-MENS-AFF
               MOVE SPACES TO WS-LIGNE-SIMUL
               STRING "ECH-PRETS    CPT " DELIMITED SIZE
                      W-REN-CPT DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-MENS-AFF DELIMITED SIZE
                      " REGLE : RELEVE RENOUVELABLE" DELIMITED SIZE
                   INTO WS-LIGNE-SIMUL
               MOVE "LIGNE" TO WS-OP-SIMUL
               CALL "SIMULATION-MODE" USING WS-OP-SIMUL
                                            WS-LIGNE-SIMUL
                                            WS-CODE-SIMUL
               EXIT PARAGRAPH
           END-IF.

           PERFORM PRODUIRE-RELEVE-RENOUV.
           MOVE 0 TO W-REN-TIRAGES-PERIODE.
           MOVE "REWRITE" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-REN.

      *>----------------------------------------------------------------
      *> Releve mensuel du credit renouvelable, depose au spool selon
      *> la preference d'acheminement du compte de rattachement.
       PRODUIRE-RELEVE-RENOUV.
           MOVE SPACES TO WS-NOM-RELEVE.
           STRING "reports/RELEVE-RENOUV-" DELIMITED SIZE
                  W-REN-ID                 DELIMITED SIZE
                  "-"                      DELIMITED SIZE
                  W-REN-DATE-RELEVE(1:6)   DELIMITED SIZE
                  ".txt"                   DELIMITED SIZE
               INTO WS-NOM-RELEVE.
           OPEN OUTPUT F-RELEVE.

           MOVE "==============================================="
               TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.
           MOVE "      RELEVE DE VOTRE CREDIT RENOUVELABLE      "
               TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.
           MOVE "==============================================="
               TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.
           MOVE PARAM-NOM-BANQUE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING "Credit " DELIMITED SIZE
                  W-REN-ID DELIMITED SIZE
                  "  compte de rattachement " DELIMITED SIZE
                  W-REN-CPT DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.

           MOVE W-REN-TAUX TO WS-TAUX-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Echeance du " DELIMITED SIZE
                  W-REN-DATE-RELEVE DELIMITED SIZE
                  "  taux annuel " DELIMITED SIZE
                  WS-TAUX-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.

           MOVE "-----------------------------------------------"
               TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.

           MOVE W-REN-RESERVE TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Reserve autorisee        : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.

           MOVE W-REN-TIRAGES-PERIODE TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Tirages de la periode    : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.

           MOVE W-REN-CAPITAL-DU TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Capital utilise          : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.

           MOVE W-REN-INTERETS TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Interets de la periode   : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.

           MOVE W-REN-MINIMUM TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Paiement minimum preleve : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.

           IF REN-ACTIF
               COMPUTE WS-MONTANT-EXIGIBLE = W-REN-RESERVE
                       - W-REN-CAPITAL-DU + W-REN-MINIMUM
                       - W-REN-INTERETS
               MOVE WS-MONTANT-EXIGIBLE TO WS-MNT-AFF
               MOVE SPACES TO WS-LIGNE
               STRING "Disponible apres paiement: " DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                   INTO WS-LIGNE
           ELSE
               MOVE "Reserve fermee aux tirages : le capital utilise"
                   TO WS-LIGNE
           END-IF.
           MOVE WS-LIGNE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.
           IF NOT REN-ACTIF
               MOVE "reste rembourse par les paiements minimum."
                   TO F-RELEVE-LIGNE
               WRITE F-RELEVE-LIGNE
           END-IF.

           MOVE "-----------------------------------------------"
               TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.
           CLOSE F-RELEVE.

           PERFORM DEPOSER-RELEVE-AU-SPOOL.

      *>----------------------------------------------------------------
       DEPOSER-RELEVE-AU-SPOOL.
           MOVE W-REN-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-SPOOL.
           IF WS-CODE-SPOOL NOT = '00'
               MOVE 'C' TO W-CPT-MODE-ENVOI
               MOVE SPACES TO W-CPT-AGENCE
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-SPOOL WS-CODE-SPOOL.

           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR-SPOOL TO W-SPL-ID.
           MOVE W-REN-CPT         TO W-SPL-CPT.
           MOVE "RELEVE-RENOU"    TO W-SPL-TYPE-DOC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-SPL-DATE.
           MOVE W-CPT-AGENCE      TO W-SPL-AGENCE.
           MOVE W-CPT-MODE-ENVOI  TO W-SPL-MODE.
           MOVE WS-NOM-RELEVE     TO W-SPL-FICHIER.
           IF ENVOI-SUPPRIME
               SET SPL-SUPPRIME TO TRUE
           ELSE
               SET SPL-A-IMPRIMER TO TRUE
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "WRITE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

      *>----------------------------------------------------------------
      *> Paiement minimum preleve comme une mensualite : sa part de
      *> capital (minimum moins interets) diminue le capital du et
      *> reconstitue d'autant la reserve disponible.
       PRELEVER-MINIMUM-RENOUV.
           MOVE W-REN-CPT TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK OR NOT CPT-ACTIF
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "RENOUVELABLE " W-REN-ID " ECHEC : compte "
                       W-REN-CPT " introuvable ou inactif."
               PERFORM DEVERROUILLER-COMPTE
               EXIT PARAGRAPH
           END-IF.

           IF W-REN-MINIMUM >
                   W-CPT-SOLDE + W-CPT-DECOUVERT-AUTORISE
               PERFORM DEVERROUILLER-COMPTE
               PERFORM CONSTATER-IMPAYE-RENOUV
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT W-REN-MINIMUM FROM W-CPT-SOLDE.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "RENOUVELABLE " W-REN-ID " ECHEC : mise a jour "
                       "du compte impossible."
               EXIT PARAGRAPH
           END-IF.

           PERFORM JOURNALISER-MINIMUM-RENOUV.

           COMPUTE WS-CAPITAL-ECH = W-REN-MINIMUM - W-REN-INTERETS.
           IF WS-CAPITAL-ECH > W-REN-CAPITAL-DU
               MOVE W-REN-CAPITAL-DU TO WS-CAPITAL-ECH
           END-IF.
           SUBTRACT WS-CAPITAL-ECH FROM W-REN-CAPITAL-DU.
           IF W-REN-NB-IMPAYES > 0
                   AND W-REN-DATE-PROCHAINE < WS-DATE-JOUR
               SUBTRACT 1 FROM W-REN-NB-IMPAYES
           END-IF.
           PERFORM AVANCER-ECHEANCE-RENOUV.
           MOVE "REWRITE" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-REN.
           ADD 1 TO WS-NB-PRELEVEES.
           ADD 1 TO WS-NB-MINIMUMS-REN.
           MOVE W-REN-MINIMUM    TO WS-MENS-AFF.
           MOVE W-REN-CAPITAL-DU TO WS-MNT2-AFF.
           DISPLAY "RENOUVELABLE " W-REN-ID " : paiement minimum "
                   WS-MENS-AFF " preleve, capital du " WS-MNT2-AFF ".".

      *>----------------------------------------------------------------
       SIMULER-MINIMUM-RENOUV.
           MOVE W-REN-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE W-REN-MINIMUM TO WS-MENS-AFF.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           IF W-REN-MINIMUM >
                   W-CPT-SOLDE + W-CPT-DECOUVERT-AUTORISE
               STRING "ECH-PRETS    CPT " DELIMITED SIZE
                      W-CPT-NUMERO DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-MENS-AFF DELIMITED SIZE
                      " REGLE : MINIMUM RENOUV. - SERAIT IMPAYE"
                          DELIMITED SIZE
                   INTO WS-LIGNE-SIMUL
           ELSE
               ADD 1 TO WS-NB-PRELEVEES
               ADD 1 TO WS-NB-MINIMUMS-REN
               STRING "ECH-PRETS    CPT " DELIMITED SIZE
                      W-CPT-NUMERO DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-MENS-AFF DELIMITED SIZE
                      " REGLE : MINIMUM RENOUVELABLE" DELIMITED SIZE
                   INTO WS-LIGNE-SIMUL
           END-IF.
           MOVE "LIGNE" TO WS-OP-SIMUL.
           CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                        WS-CODE-SIMUL.

      *>----------------------------------------------------------------
      *> Paiement minimum sans provision : il reste du (retente chaque
      *> nuit) et le credit part au rapport des impayes.
       CONSTATER-IMPAYE-RENOUV.
           ADD 1 TO WS-NB-IMPAYEES.
           IF W-REN-DATE-PROCHAINE = WS-DATE-JOUR
               ADD 1 TO W-REN-NB-IMPAYES
               MOVE "REWRITE" TO WS-OP
               CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-REN
           END-IF.

           COMPUTE WS-JOURS-RETARD =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   - FUNCTION INTEGER-OF-DATE(W-REN-DATE-PROCHAINE).

           PERFORM OUVRIR-RAPPORT-IMPAYES.
           MOVE W-REN-MINIMUM   TO WS-MENS-AFF.
           MOVE WS-JOURS-RETARD TO WS-RETARD-AFF.
           STRING W-REN-ID       DELIMITED SIZE
                  "  "           DELIMITED SIZE
                  W-REN-CPT      DELIMITED SIZE
                  "  "           DELIMITED SIZE
                  WS-MENS-AFF    DELIMITED SIZE
                  "  "           DELIMITED SIZE
                  WS-RETARD-AFF  DELIMITED SIZE
                  " j RENOUVELABLE" DELIMITED SIZE
               INTO F-IMPAYES-LIGNE.
           WRITE F-IMPAYES-LIGNE.
           DISPLAY "RENOUVELABLE " W-REN-ID " IMPAYE : provision "
                   "insuffisante sur le compte " W-REN-CPT " (retard "
                   WS-JOURS-RETARD " jour(s)).".

      *>----------------------------------------------------------------
       JOURNALISER-MINIMUM-RENOUV.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-REN-CPT             TO W-TRN-CPT.
           MOVE 'P'                   TO W-TRN-TYPE.
           MOVE W-REN-MINIMUM         TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "ECHEANCE RENOUVELABLE " DELIMITED SIZE
                  W-REN-ID DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "PRET"                TO W-TRN-CATEGORIE.
           MOVE "ECH-PRET"            TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
       AVANCER-ECHEANCE-RENOUV.
           MOVE W-REN-DATE-PROCHAINE(1:4) TO WS-ANNEE.
           MOVE W-REN-DATE-PROCHAINE(5:2) TO WS-MOIS.
           MOVE W-REN-DATE-PROCHAINE(7:2) TO WS-JOUR.

           ADD 1 TO WS-MOIS.
           IF WS-MOIS > 12
               MOVE 1 TO WS-MOIS
               ADD 1 TO WS-ANNEE
           END-IF.

           PERFORM CLAMPER-JOUR-MOIS.
           MOVE WS-ANNEE TO W-REN-DATE-PROCHAINE(1:4).
           MOVE WS-MOIS  TO W-REN-DATE-PROCHAINE(5:2).
           MOVE WS-JOUR  TO W-REN-DATE-PROCHAINE(7:2).

      *>----------------------------------------------------------------
      *> Leve le verrou pose par READ-LOCK sur le compte quand le
      *> prelevement est abandonne avant le REWRITE (sans effet si le
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "PRETS-IMPAYES" TO W-ETP-ETAT.
           MOVE "reports/PRETS-IMPAYES.txt" TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM ECHEANCES-PRETS.
