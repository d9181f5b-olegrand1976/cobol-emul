      *>****************************************************************
      *> Programme : PROVISIONS
      *> Role      : Batch de cycle mensuel (chaine BATCH-NUIT, fin de
      *>             mois, avant SITUATION-COMPTABLE). Classe chaque
      *>             encours de credit en sain / sensible / douteux /
      *>             douteux compromis et calcule la provision pour
      *>             risque correspondante (PROVISIONS.dat, un
      *>             enregistrement par encours et par mois) :
      *>             - prets actifs ou dechus : retard compte depuis
      *>               la premiere echeance impayee (W-PRT-DATE-
      *>               PROCHAINE n'avance pas tant que W-PRT-NB-
      *>               IMPAYES est positif) ; decheance du terme =
      *>               douteux compromis ; plan negocie au
      *>               recouvrement = sensible au minimum ;
      *>             - comptes debiteurs au-dela du decouvert
      *>               autorise : retard compte depuis le debut du
      *>               depassement, estime comme SOLDES-NEGATIFS a la
      *>               premiere constatation puis reporte de mois en
      *>               mois ; un debit dans l'autorisation reste sain.
      *>             Seuils et taux : PROV-PARAM.cpy, surchargeables
      *>             par les parametres d'exploitation. La provision
      *>             porte sur l'encours brut diminue des DAT nantis
      *>             en garantie (SURETES.dat) ; le mouvement du mois
      *>             (dotation / reprise) est l'ecart avec la
      *>             provision du mois precedent et part en
      *>             comptabilite generale par EXPORT-GL. Etat
      *>             detaille des encours non sains et totaux par
      *>             classe : reports/PROVISIONS-AAAAMM.txt. Une
      *>             relance dans le mois recalcule et remplace le
      *>             classement du mois sans doubler les mouvements.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISIONS.

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
       COPY PRET.
       COPY COMPTE.
       COPY SURETE.
       COPY PROVISION.
       COPY PROV-PARAM.
       COPY PARAM-EXPLOIT.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-ETAT             PIC X(2) VALUE '00'.
       01 WS-NOM-ETAT            PIC X(40).
       01 WS-LIGNE               PIC X(100).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-SUR             PIC X(1) VALUE 'N'.
          88 FIN-SURETES         VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-PERIODE             PIC 9(6).
       01 WS-PERIODE-PREC        PIC 9(6).
       01 WS-ANNEE               PIC 9(4).
       01 WS-MOIS                PIC 9(2).
       01 WS-CODE-LECTURE        PIC X(2).
       01 WS-CODE-PARAM          PIC X(2).

      *> Valeurs effectives du jour (defaut compile de PROV-PARAM.cpy
      *> ou surcharge des parametres d'exploitation).
       01 WS-JOURS-SENSIBLE      PIC 9(5).
       01 WS-JOURS-DOUTEUX       PIC 9(5).
       01 WS-JOURS-COMPROMIS     PIC 9(5).
       01 WS-PCT-SAIN            PIC 9(3)V99.
       01 WS-PCT-SENSIBLE        PIC 9(3)V99.
       01 WS-PCT-DOUTEUX         PIC 9(3)V99.
       01 WS-PCT-COMPROMIS       PIC 9(3)V99.

      *> Encours en cours de classement.
       01 WS-EXPOSITION          PIC X(1) VALUE 'N'.
          88 ENCOURS-EXPOSE      VALUE 'O'.
          88 ENCOURS-SORTI       VALUE 'N'.
       01 WS-CLE-ENCOURS         PIC X(17).
       01 WS-PREC-TROUVE         PIC X(1) VALUE 'N'.
          88 PRECEDENT-TROUVE    VALUE 'O'.
       01 WS-PREC-MONTANT        PIC S9(11)V99 COMP-3.
       01 WS-PREC-CLASSE         PIC X(1).
       01 WS-PREC-DATE-DEFAUT    PIC 9(8).
       01 WS-BASE                PIC S9(11)V99 COMP-3.

      *> Totaux par classe : 1 sain, 2 sensible, 3 douteux,
      *> 4 douteux compromis.
       01 WS-TAB-CLASSES.
          05 WS-CLS OCCURS 4 TIMES.
             10 WS-CLS-NB        PIC 9(7).
             10 WS-CLS-ENCOURS   PIC S9(13)V99 COMP-3.
             10 WS-CLS-PROVISION PIC S9(13)V99 COMP-3.
       01 WS-IDX                 PIC 9(2) COMP.
       01 WS-LIBELLES-CLASSES.
          05 FILLER PIC X(18) VALUE "SAINS             ".
          05 FILLER PIC X(18) VALUE "SENSIBLES         ".
          05 FILLER PIC X(18) VALUE "DOUTEUX           ".
          05 FILLER PIC X(18) VALUE "DOUTEUX COMPROMIS ".
       01 WS-TAB-LIBELLES REDEFINES WS-LIBELLES-CLASSES.
          05 WS-LIB-CLASSE OCCURS 4 TIMES PIC X(18).

       01 WS-TOTAL-DOTATIONS     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-REPRISES      PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-NB-SORTIS           PIC 9(7) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.

       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-MNT2-AFF            PIC -Z(10)9.99.
       01 WS-MNT3-AFF            PIC -Z(10)9.99.
       01 WS-JOURS-AFF           PIC Z(4)9.
       01 WS-NB-AFF              PIC Z(6)9.

      *> Repetition generale (module SIMULATION-MODE) : classement et
      *> provisions calcules et verses au rapport, rien n'est ecrit
      *> dans PROVISIONS.dat ni dans l'etat du mois.
       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- PROVISIONS : classement des encours douteux ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE.
       MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE.
       MOVE WS-DATE-JOUR(5:2) TO WS-MOIS.
       IF WS-MOIS = 1
           MOVE 12 TO WS-MOIS
           SUBTRACT 1 FROM WS-ANNEE
       ELSE
           SUBTRACT 1 FROM WS-MOIS
       END-IF.
       MOVE WS-ANNEE TO WS-PERIODE-PREC(1:4).
       MOVE WS-MOIS  TO WS-PERIODE-PREC(5:2).

       MOVE "ETAT" TO WS-OP-SIMUL.
       CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                    WS-CODE-SIMUL.
       IF WS-CODE-SIMUL = '00'
           SET MODE-SIMULATION TO TRUE
           DISPLAY "MODE SIMULATION : aucune ecriture ne sera passee."
       END-IF.

       PERFORM RESOUDRE-PARAMETRES.
       INITIALIZE WS-TAB-CLASSES.

       IF NOT MODE-SIMULATION
           MOVE SPACES TO WS-NOM-ETAT
           STRING "reports/PROVISIONS-" DELIMITED SIZE
                  WS-PERIODE            DELIMITED SIZE
                  ".txt"                DELIMITED SIZE
               INTO WS-NOM-ETAT
           OPEN OUTPUT F-ETAT
           PERFORM EDITER-ENTETE
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "PROVISION-IO" USING WS-OP W-PROVISION W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "PROVISIONS.dat inaccessible (code: "
                   W-CODE-RETOUR ")."
           IF NOT MODE-SIMULATION
               CLOSE F-ETAT
           END-IF
           MOVE 1 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       PERFORM CLASSER-PRETS.
       PERFORM CLASSER-COMPTES.

       MOVE "CLOSE" TO WS-OP.
       CALL "PROVISION-IO" USING WS-OP W-PROVISION W-CODE-RETOUR.

       IF NOT MODE-SIMULATION
           PERFORM EDITER-TOTAUX
           CLOSE F-ETAT
           PERFORM INSCRIRE-ETAT
       END-IF.

       DISPLAY "------------------------------------------------------".
       MOVE 1 TO WS-IDX.
       PERFORM UNTIL WS-IDX > 4
           MOVE WS-CLS-NB(WS-IDX)        TO WS-NB-AFF
           MOVE WS-CLS-ENCOURS(WS-IDX)   TO WS-MNT-AFF
           MOVE WS-CLS-PROVISION(WS-IDX) TO WS-MNT2-AFF
           DISPLAY WS-LIB-CLASSE(WS-IDX) WS-NB-AFF
                   " encours " WS-MNT-AFF " prov. " WS-MNT2-AFF
           ADD 1 TO WS-IDX
       END-PERFORM.
       MOVE WS-TOTAL-DOTATIONS TO WS-MNT-AFF.
       MOVE WS-TOTAL-REPRISES  TO WS-MNT2-AFF.
       DISPLAY "Dotations : " WS-MNT-AFF "   Reprises : " WS-MNT2-AFF.
       DISPLAY "Encours sortis : " WS-NB-SORTIS
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
      *> Seuils et taux du jour : defaut compile surcharge par la cle
      *> des parametres d'exploitation.
       RESOUDRE-PARAMETRES.
           MOVE "PROV-JOURS-SENS" TO W-PAR-CLE.
           MOVE PROV-JOURS-SENSIBLE TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-JOURS-SENSIBLE.
           MOVE "PROV-JOURS-DOUT" TO W-PAR-CLE.
           MOVE PROV-JOURS-DOUTEUX TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-JOURS-DOUTEUX.
           MOVE "PROV-JOURS-COMP" TO W-PAR-CLE.
           MOVE PROV-JOURS-COMPROMIS TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-JOURS-COMPROMIS.
           MOVE "PROV-PCT-SAIN" TO W-PAR-CLE.
           MOVE PROV-PCT-SAIN TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-PCT-SAIN.
           MOVE "PROV-PCT-SENS" TO W-PAR-CLE.
           MOVE PROV-PCT-SENSIBLE TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-PCT-SENSIBLE.
           MOVE "PROV-PCT-DOUT" TO W-PAR-CLE.
           MOVE PROV-PCT-DOUTEUX TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-PCT-DOUTEUX.
           MOVE "PROV-PCT-COMP" TO W-PAR-CLE.
           MOVE PROV-PCT-COMPROMIS TO W-PAR-VALEUR.
           PERFORM LIRE-PARAMETRE.
           MOVE W-PAR-VALEUR TO WS-PCT-COMPROMIS.

       LIRE-PARAMETRE.
           MOVE "VALEUR" TO WS-OP.
           CALL "PARAM-IO" USING WS-OP W-PARAMETRE WS-CODE-PARAM.

      *>----------------------------------------------------------------
      *> Tous les prets : les actifs et dechus sont classes, les
      *> soldes ne donnent lieu qu'a la reprise d'une provision
      *> constituee le mois precedent.
       CLASSER-PRETS.
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
                   PERFORM CLASSER-UN-PRET
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.

       CLASSER-UN-PRET.
           INITIALIZE W-PROVISION.
           MOVE WS-PERIODE TO W-PRV-PERIODE.
           SET PRV-PRET TO TRUE.
           MOVE W-PRT-ID  TO W-PRV-REF.
           PERFORM LIRE-PRECEDENT.
           MOVE W-PRT-CPT TO W-PRV-CPT.

           IF PRT-ACTIF OR PRT-DECHU OR PRT-EN-DEBLOCAGE
               SET ENCOURS-EXPOSE TO TRUE
           ELSE
               SET ENCOURS-SORTI TO TRUE
           END-IF.
           IF ENCOURS-SORTI
               IF PRECEDENT-TROUVE AND WS-PREC-MONTANT NOT = 0
                   PERFORM ENREGISTRER-SORTIE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE W-PRT-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE = '00'
               MOVE W-CPT-AGENCE TO W-PRV-AGENCE
           END-IF.

           MOVE W-PRT-CAPITAL-RESTANT TO W-PRV-ENCOURS.
           IF W-PRT-NB-IMPAYES > 0
                   AND W-PRT-DATE-PROCHAINE > 0
                   AND W-PRT-DATE-PROCHAINE < WS-DATE-JOUR
               MOVE W-PRT-DATE-PROCHAINE TO W-PRV-DATE-DEFAUT
               COMPUTE W-PRV-JOURS-RETARD =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                       - FUNCTION INTEGER-OF-DATE(W-PRV-DATE-DEFAUT)
           END-IF.
           PERFORM DETERMINER-CLASSE.
           IF PRT-DECHU
               SET PRV-COMPROMIS TO TRUE
           END-IF.
           IF PRT-PLAN-NEGOCIE AND PRV-SAIN
               SET PRV-SENSIBLE TO TRUE
           END-IF.
           PERFORM CUMULER-GARANTIES.
           PERFORM CALCULER-PROVISION.
           PERFORM ENREGISTRER-CLASSEMENT.

      *>----------------------------------------------------------------
      *> DAT nantis actifs en garantie du pret : valeur de
      *> realisation certaine, deduite de la base provisionnable. Les
      *> cautions et hypotheques ne sont pas retenues.
       CUMULER-GARANTIES.
           MOVE 0 TO W-PRV-GARANTIES.
           MOVE 'N' TO WS-FIN-SUR.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SURETE-IO" USING WS-OP W-SURETE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE W-PRT-ID TO W-SUR-PRET.
           MOVE "START-PRET" TO WS-OP.
           CALL "SURETE-IO" USING WS-OP W-SURETE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-SURETES TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SURETES
               MOVE "READ-NEXT" TO WS-OP
               CALL "SURETE-IO" USING WS-OP W-SURETE WS-CODE-LECTURE
               IF WS-CODE-LECTURE NOT = '00'
                       OR W-SUR-PRET NOT = W-PRT-ID
                   SET FIN-SURETES TO TRUE
               ELSE
                   IF SUR-ACTIVE AND SUR-NANTISSEMENT
                       ADD W-SUR-MONTANT TO W-PRV-GARANTIES
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SURETE-IO" USING WS-OP W-SURETE WS-CODE-LECTURE.

      *>----------------------------------------------------------------
      *> Tous les comptes : un compte non clos en depassement de son
      *> decouvert autorise est classe selon l'anciennete du
      *> depassement ; un debit dans l'autorisation est sain. Un
      *> compte revenu crediteur ne donne lieu qu'a la reprise.
       CLASSER-COMPTES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE
               IF WS-CODE-LECTURE = '00'
                   PERFORM CLASSER-UN-COMPTE
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.

       CLASSER-UN-COMPTE.
           INITIALIZE W-PROVISION.
           MOVE WS-PERIODE TO W-PRV-PERIODE.
           SET PRV-DECOUVERT TO TRUE.
           MOVE W-CPT-NUMERO TO W-PRV-REF.
           PERFORM LIRE-PRECEDENT.
           MOVE W-CPT-NUMERO TO W-PRV-CPT.
           MOVE W-CPT-AGENCE TO W-PRV-AGENCE.

           IF W-CPT-SOLDE < 0 AND NOT CPT-CLOTURE
               SET ENCOURS-EXPOSE TO TRUE
           ELSE
               SET ENCOURS-SORTI TO TRUE
           END-IF.
           IF ENCOURS-SORTI
               IF PRECEDENT-TROUVE AND WS-PREC-MONTANT NOT = 0
                   PERFORM ENREGISTRER-SORTIE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           COMPUTE W-PRV-ENCOURS = 0 - W-CPT-SOLDE.
           IF W-CPT-SOLDE + W-CPT-DECOUVERT-AUTORISE < 0
               IF PRECEDENT-TROUVE AND WS-PREC-DATE-DEFAUT > 0
                   MOVE WS-PREC-DATE-DEFAUT TO W-PRV-DATE-DEFAUT
               ELSE
                   IF W-CPT-DATE-DERN-MVT = 0
                       MOVE W-CPT-DATE-OUV TO W-PRV-DATE-DEFAUT
                   ELSE
                       MOVE W-CPT-DATE-DERN-MVT TO W-PRV-DATE-DEFAUT
                   END-IF
               END-IF
               COMPUTE W-PRV-JOURS-RETARD =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                       - FUNCTION INTEGER-OF-DATE(W-PRV-DATE-DEFAUT)
           END-IF.
           PERFORM DETERMINER-CLASSE.
           MOVE 0 TO W-PRV-GARANTIES.
           PERFORM CALCULER-PROVISION.
           PERFORM ENREGISTRER-CLASSEMENT.

      *>----------------------------------------------------------------
      *> Classement du mois precedent du meme encours : provision de
      *> reference du mouvement, classe anterieure, date d'origine du
      *> retard a reporter. En sortie W-PROVISION est vierge, sur la
      *> cle du mois.
       LIRE-PRECEDENT.
           MOVE W-PRV-CLE TO WS-CLE-ENCOURS.
           MOVE 'N' TO WS-PREC-TROUVE.
           MOVE 0 TO WS-PREC-MONTANT WS-PREC-DATE-DEFAUT.
           MOVE SPACE TO WS-PREC-CLASSE.
           MOVE WS-PERIODE-PREC TO W-PRV-PERIODE.
           MOVE "READ" TO WS-OP.
           CALL "PROVISION-IO" USING WS-OP W-PROVISION WS-CODE-LECTURE.
           IF WS-CODE-LECTURE = '00'
               SET PRECEDENT-TROUVE TO TRUE
               MOVE W-PRV-MONTANT     TO WS-PREC-MONTANT
               MOVE W-PRV-CLASSE      TO WS-PREC-CLASSE
               MOVE W-PRV-DATE-DEFAUT TO WS-PREC-DATE-DEFAUT
           END-IF.
           INITIALIZE W-PROVISION.
           MOVE WS-CLE-ENCOURS TO W-PRV-CLE.
           MOVE WS-PREC-CLASSE  TO W-PRV-CLASSE-PREC.
           MOVE WS-PREC-MONTANT TO W-PRV-MONTANT-PREC.

      *>----------------------------------------------------------------
       DETERMINER-CLASSE.
           EVALUATE TRUE
               WHEN W-PRV-JOURS-RETARD >= WS-JOURS-COMPROMIS
                   SET PRV-COMPROMIS TO TRUE
               WHEN W-PRV-JOURS-RETARD >= WS-JOURS-DOUTEUX
                   SET PRV-DOUTEUX TO TRUE
               WHEN W-PRV-JOURS-RETARD >= WS-JOURS-SENSIBLE
                   SET PRV-SENSIBLE TO TRUE
               WHEN OTHER
                   SET PRV-SAIN TO TRUE
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Taux de la classe sur l'encours net de garanties, mouvement
      *> par rapport au mois precedent.
       CALCULER-PROVISION.
           EVALUATE TRUE
               WHEN PRV-COMPROMIS
                   MOVE WS-PCT-COMPROMIS TO W-PRV-TAUX
               WHEN PRV-DOUTEUX
                   MOVE WS-PCT-DOUTEUX TO W-PRV-TAUX
               WHEN PRV-SENSIBLE
                   MOVE WS-PCT-SENSIBLE TO W-PRV-TAUX
               WHEN OTHER
                   MOVE WS-PCT-SAIN TO W-PRV-TAUX
           END-EVALUATE.
           COMPUTE WS-BASE = W-PRV-ENCOURS - W-PRV-GARANTIES.
           IF WS-BASE < 0
               MOVE 0 TO WS-BASE
           END-IF.
           COMPUTE W-PRV-MONTANT ROUNDED =
                   WS-BASE * W-PRV-TAUX / 100.
           COMPUTE W-PRV-MOUVEMENT =
                   W-PRV-MONTANT - W-PRV-MONTANT-PREC.

      *>----------------------------------------------------------------
      *> Encours sorti depuis le mois precedent : enregistrement a
      *> encours nul portant la reprise de la provision anterieure.
       ENREGISTRER-SORTIE.
           SET PRV-SAIN TO TRUE.
           MOVE 0 TO W-PRV-ENCOURS W-PRV-GARANTIES W-PRV-TAUX
                     W-PRV-MONTANT.
           COMPUTE W-PRV-MOUVEMENT = 0 - W-PRV-MONTANT-PREC.
           ADD 1 TO WS-NB-SORTIS.
           PERFORM ENREGISTRER-CLASSEMENT.

      *>----------------------------------------------------------------
      *> Ecriture du classement du mois (remplacement en cas de
      *> relance), cumul des totaux et ligne d'etat.
       ENREGISTRER-CLASSEMENT.
           MOVE WS-DATE-JOUR TO W-PRV-DATE-CALCUL.
           EVALUATE TRUE
               WHEN PRV-COMPROMIS
                   MOVE 4 TO WS-IDX
               WHEN PRV-DOUTEUX
                   MOVE 3 TO WS-IDX
               WHEN PRV-SENSIBLE
                   MOVE 2 TO WS-IDX
               WHEN OTHER
                   MOVE 1 TO WS-IDX
           END-EVALUATE.

           IF MODE-SIMULATION
               PERFORM SIMULER-CLASSEMENT
           ELSE
               MOVE "WRITE" TO WS-OP
               CALL "PROVISION-IO" USING WS-OP W-PROVISION
                                         WS-CODE-LECTURE
               IF WS-CODE-LECTURE = '22'
                   MOVE "REWRITE" TO WS-OP
                   CALL "PROVISION-IO" USING WS-OP W-PROVISION
                                             WS-CODE-LECTURE
               END-IF
               IF WS-CODE-LECTURE NOT = '00'
                   ADD 1 TO WS-NB-ECHECS
                   DISPLAY "Encours " W-PRV-NATURE "-" W-PRV-REF
                           " : echec d'ecriture (code: "
                           WS-CODE-LECTURE ")."
                   EXIT PARAGRAPH
               END-IF
               IF NOT PRV-SAIN OR W-PRV-MOUVEMENT NOT = 0
                   PERFORM EDITER-ENCOURS
               END-IF
           END-IF.

           IF W-PRV-ENCOURS NOT = 0
               ADD 1 TO WS-CLS-NB(WS-IDX)
               ADD W-PRV-ENCOURS TO WS-CLS-ENCOURS(WS-IDX)
               ADD W-PRV-MONTANT TO WS-CLS-PROVISION(WS-IDX)
           END-IF.
           IF W-PRV-MOUVEMENT > 0
               ADD W-PRV-MOUVEMENT TO WS-TOTAL-DOTATIONS
           ELSE
               SUBTRACT W-PRV-MOUVEMENT FROM WS-TOTAL-REPRISES
           END-IF.

       SIMULER-CLASSEMENT.
           IF PRV-SAIN AND W-PRV-MOUVEMENT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE W-PRV-ENCOURS   TO WS-MNT-AFF.
           MOVE W-PRV-MOUVEMENT TO WS-MNT2-AFF.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           STRING "PROVISION    " DELIMITED SIZE
                  W-PRV-NATURE DELIMITED SIZE
                  "-" DELIMITED SIZE
                  W-PRV-REF DELIMITED SIZE
                  " CLASSE " DELIMITED SIZE
                  W-PRV-CLASSE DELIMITED SIZE
                  " ENCOURS " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " MVT " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
               INTO WS-LIGNE-SIMUL.
           MOVE "LIGNE" TO WS-OP-SIMUL.
           CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                        WS-CODE-SIMUL.

      *>----------------------------------------------------------------
       EDITER-ENTETE.
           MOVE SPACES TO WS-LIGNE.
           STRING "CLASSEMENT DES ENCOURS ET PROVISIONS - PERIODE "
                      DELIMITED SIZE
                  WS-PERIODE DELIMITED SIZE
                  " (calcul du " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  ")" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Classes : S sain, E sensible, D douteux, "
                      DELIMITED SIZE
                  "C douteux compromis (P pret, D compte debiteur)"
                      DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "ENCOURS      CPT      CL PR JOURS      ENCOURS BRUT"
                      DELIMITED SIZE
                  "        PROVISION       MOUVEMENT" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

       EDITER-ENCOURS.
           MOVE W-PRV-JOURS-RETARD TO WS-JOURS-AFF.
           MOVE W-PRV-ENCOURS      TO WS-MNT-AFF.
           MOVE W-PRV-MONTANT      TO WS-MNT2-AFF.
           MOVE W-PRV-MOUVEMENT    TO WS-MNT3-AFF.
           STRING W-PRV-NATURE DELIMITED SIZE
                  "-" DELIMITED SIZE
                  W-PRV-REF DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-PRV-CPT DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-PRV-CLASSE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-PRV-CLASSE-PREC DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-JOURS-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT3-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

       EDITER-TOTAUX.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > 4
               MOVE WS-CLS-NB(WS-IDX)        TO WS-NB-AFF
               MOVE WS-CLS-ENCOURS(WS-IDX)   TO WS-MNT-AFF
               MOVE WS-CLS-PROVISION(WS-IDX) TO WS-MNT2-AFF
               STRING WS-LIB-CLASSE(WS-IDX) DELIMITED SIZE
                      WS-NB-AFF DELIMITED SIZE
                      " encours, brut " DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                      " provision " DELIMITED SIZE
                      WS-MNT2-AFF DELIMITED SIZE
                   INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
               ADD 1 TO WS-IDX
           END-PERFORM.
           MOVE WS-TOTAL-DOTATIONS TO WS-MNT-AFF.
           MOVE WS-TOTAL-REPRISES  TO WS-MNT2-AFF.
           STRING "DOTATIONS DU MOIS " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  "   REPRISES DU MOIS " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
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
           MOVE "PROVISIONS" TO W-ETP-ETAT.
           MOVE WS-NOM-ETAT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM PROVISIONS.
