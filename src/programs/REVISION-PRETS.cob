      *>****************************************************************
      *> Programme : REVISION-PRETS
      *> Role      : Batch de la chaine BATCH-NUIT, avant ECHEANCES-
      *>             PRETS. Pour chaque pret actif a taux variable ou
      *>             cape dont la date anniversaire de revision est
      *>             atteinte : lit la valeur de l'indice de reference
      *>             en vigueur a cette date (INDICE-DU-JOUR), en deduit
      *>             le nouveau taux (indice + marge, borne au plancher
      *>             et, pour un pret cape, au plafond), recalcule la
      *>             mensualite constante sur le capital restant du et
      *>             la duree restante, avance la date de revision de
      *>             PRT-REVISION-MOIS et adresse au client l'avis de
      *>             revision (ancien et nouveau taux, ancienne et
      *>             nouvelle mensualite, tableau d'amortissement
      *>             restant) par la file de spool. ECHEANCES-PRETS
      *>             preleve la mensualite revisee des la prochaine
      *>             echeance. Un indice sans valeur publiee laisse le
      *>             pret en l'etat : la revision est retentee chaque
      *>             nuit jusqu'au chargement de l'indice.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISION-PRETS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AVIS ASSIGN TO WS-NOM-AVIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVIS.

       DATA DIVISION.
       FILE SECTION.
       FD F-AVIS.
       01 F-AVIS-LIGNE           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PRET.
       COPY PRET-PARAM.
       COPY COMPTE.
       COPY SPOOL.
       COPY CODES-ERR.
       COPY OPS.
       COPY PARAMETRES.

       01 WS-FS-AVIS             PIC X(2) VALUE '00'.
       01 WS-NOM-AVIS            PIC X(40).
       01 WS-LIGNE               PIC X(80).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-CODE-INDICE         PIC X(2).
       01 WS-VALEUR-INDICE       PIC S9(3)V9(4).
       01 WS-TAUX-CALCULE        PIC S9(3)V9(4) COMP-3.
       01 WS-ANCIEN-TAUX         PIC 9(3)V9(4) COMP-3.
       01 WS-ANCIENNE-MENS       PIC S9(11)V99 COMP-3.
       01 WS-DATE-REVISEE        PIC 9(8).
       01 WS-NB-RESTANTES        PIC S9(3) COMP.

       01 WS-TAUX-MENSUEL        PIC 9(3)V9(7) COMP-3.
       01 WS-FACTEUR             PIC 9(7)V9(7) COMP-3.
       01 WS-IDX-ECH             PIC 9(3) COMP.
       01 WS-RESTANT             PIC S9(11)V99 COMP-3.
       01 WS-INTERET-ECH         PIC S9(11)V99 COMP-3.
       01 WS-CAPITAL-ECH         PIC S9(11)V99 COMP-3.
       01 WS-DATE-ECH            PIC 9(8).

       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-MNT2-AFF            PIC -Z(10)9.99.
       01 WS-INT-AFF             PIC -Z(10)9.99.
       01 WS-CAP-AFF             PIC -Z(10)9.99.
       01 WS-RST-AFF             PIC -Z(10)9.99.
       01 WS-TAUX-AFF            PIC -Z9.9999.
       01 WS-TAUX2-AFF           PIC -Z9.9999.
       01 WS-NUM-ECH-AFF         PIC ZZ9.

       01 WS-NB-A-REVISER        PIC 9(5) VALUE 0.
       01 WS-NB-REVISES          PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.

       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-SPOOL          PIC X(2).

      *> Repetition generale (module SIMULATION-MODE) : nouveau taux
      *> et nouvelle mensualite calcules et verses au rapport, aucune
      *> mise a jour de PRETS.dat ni avis depose au spool.
       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.

       01 WS-ANNEE               PIC 9(4).
       01 WS-MOIS                PIC 9(3).
       01 WS-JOUR                PIC 9(2).
       01 WS-ANNEE-SUIV          PIC 9(4).
       01 WS-MOIS-SUIV           PIC 9(2).
       01 WS-DATE-PREMIER-SUIV   PIC 9(8).
       01 WS-DATE-DERNIER-JOUR   PIC 9(8).
       01 WS-DERNIER-JOUR-MOIS   PIC 9(2).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- REVISION-PRETS : revision des taux variables ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE "ETAT" TO WS-OP-SIMUL.
       CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                    WS-CODE-SIMUL.
       IF WS-CODE-SIMUL = '00'
           SET MODE-SIMULATION TO TRUE
           DISPLAY "MODE SIMULATION : aucune ecriture ne sera passee."
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Aucun pret en cours."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "START-FIRST" TO WS-OP.
       CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.
       IF NOT RC-OK
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR
           IF RC-OK
               IF PRT-ACTIF AND PRT-TAUX-REVISABLE
                       AND W-PRT-DATE-REVISION > 0
                       AND W-PRT-DATE-REVISION <= WS-DATE-JOUR
                   ADD 1 TO WS-NB-A-REVISER
                   PERFORM REVISER-PRET
               END-IF
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Prets a reviser : " WS-NB-A-REVISER
               "   revises : " WS-NB-REVISES
               "   echecs : " WS-NB-ECHECS.

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Revision d'un pret : indice a la date anniversaire, nouveau
      *> taux borne, mensualite recalculee sur la duree restante.
       REVISER-PRET.
           CALL "INDICE-DU-JOUR" USING W-PRT-INDICE W-PRT-DATE-REVISION
                                       WS-VALEUR-INDICE WS-CODE-INDICE.
           IF WS-CODE-INDICE NOT = '00'
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Pret " W-PRT-ID " : indice " W-PRT-INDICE
                       " sans valeur au " W-PRT-DATE-REVISION
                       ", revision reportee."
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NB-RESTANTES = W-PRT-DUREE-MOIS - W-PRT-NB-PAYEES.
           IF WS-NB-RESTANTES NOT > 0
               EXIT PARAGRAPH
           END-IF.

           MOVE W-PRT-TAUX       TO WS-ANCIEN-TAUX.
           MOVE W-PRT-MENSUALITE TO WS-ANCIENNE-MENS.
           MOVE W-PRT-DATE-REVISION TO WS-DATE-REVISEE.

           COMPUTE WS-TAUX-CALCULE = WS-VALEUR-INDICE + W-PRT-MARGE.
           IF WS-TAUX-CALCULE < W-PRT-TAUX-PLANCHER
               MOVE W-PRT-TAUX-PLANCHER TO WS-TAUX-CALCULE
           END-IF.
           IF PRT-TAUX-CAPE AND WS-TAUX-CALCULE > W-PRT-TAUX-PLAFOND
               MOVE W-PRT-TAUX-PLAFOND TO WS-TAUX-CALCULE
           END-IF.
           IF WS-TAUX-CALCULE < 0
               MOVE 0 TO WS-TAUX-CALCULE
           END-IF.
           MOVE WS-TAUX-CALCULE TO W-PRT-TAUX.
           PERFORM RECALCULER-MENSUALITE.
           PERFORM AVANCER-DATE-REVISION.

           IF MODE-SIMULATION
               PERFORM SIMULER-REVISION
               EXIT PARAGRAPH
           END-IF.

           MOVE "REWRITE" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Pret " W-PRT-ID " : echec de mise a jour "
                       "(code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-REVISES.
           PERFORM PRODUIRE-AVIS.
           MOVE WS-ANCIEN-TAUX TO WS-TAUX-AFF.
           MOVE W-PRT-TAUX     TO WS-TAUX2-AFF.
           DISPLAY "Pret " W-PRT-ID " revise : taux " WS-TAUX-AFF
                   " -> " WS-TAUX2-AFF ", avis depose au spool.".

      *>----------------------------------------------------------------
      *> Mensualite constante sur le capital restant du et les mois
      *> restants (meme formule que CREER-PRET et REMB-PRET).
       RECALCULER-MENSUALITE.
           COMPUTE WS-TAUX-MENSUEL = W-PRT-TAUX / 12.
           IF WS-TAUX-MENSUEL = 0
               COMPUTE W-PRT-MENSUALITE ROUNDED =
                       W-PRT-CAPITAL-RESTANT / WS-NB-RESTANTES
           ELSE
               COMPUTE WS-FACTEUR =
                       (1 + WS-TAUX-MENSUEL) ** WS-NB-RESTANTES
               COMPUTE W-PRT-MENSUALITE ROUNDED =
                       W-PRT-CAPITAL-RESTANT * WS-TAUX-MENSUEL
                       * WS-FACTEUR / (WS-FACTEUR - 1)
           END-IF.

      *>----------------------------------------------------------------
      *> Date anniversaire suivante : avance de PRT-REVISION-MOIS avec
      *> clampage de fin de mois.
       AVANCER-DATE-REVISION.
           MOVE W-PRT-DATE-REVISION(1:4) TO WS-ANNEE.
           MOVE W-PRT-DATE-REVISION(5:2) TO WS-MOIS.
           MOVE W-PRT-DATE-REVISION(7:2) TO WS-JOUR.
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
      *> Avance WS-DATE-ECH d'un mois (echeancier de l'avis).
       AVANCER-DATE-ECHEANCE.
           MOVE WS-DATE-ECH(1:4) TO WS-ANNEE.
           MOVE WS-DATE-ECH(5:2) TO WS-MOIS.
           MOVE WS-DATE-ECH(7:2) TO WS-JOUR.
           ADD 1 TO WS-MOIS.
           IF WS-MOIS > 12
               MOVE 1 TO WS-MOIS
               ADD 1 TO WS-ANNEE
           END-IF.
           PERFORM CLAMPER-JOUR-MOIS.
           MOVE WS-ANNEE TO WS-DATE-ECH(1:4).
           MOVE WS-MOIS  TO WS-DATE-ECH(5:2).
           MOVE WS-JOUR  TO WS-DATE-ECH(7:2).

      *>----------------------------------------------------------------
       CLAMPER-JOUR-MOIS.
           MOVE WS-ANNEE TO WS-ANNEE-SUIV.
           MOVE WS-MOIS  TO WS-MOIS-SUIV.
           ADD 1 TO WS-MOIS-SUIV.
           IF WS-MOIS-SUIV > 12
               MOVE 1 TO WS-MOIS-SUIV
               ADD 1 TO WS-ANNEE-SUIV
           END-IF.
           MOVE WS-ANNEE-SUIV TO WS-DATE-PREMIER-SUIV(1:4).
           MOVE WS-MOIS-SUIV  TO WS-DATE-PREMIER-SUIV(5:2).
           MOVE "01"          TO WS-DATE-PREMIER-SUIV(7:2).

           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-PREMIER-SUIV) - 1.
           COMPUTE WS-DATE-DERNIER-JOUR =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).
           MOVE WS-DATE-DERNIER-JOUR(7:2) TO WS-DERNIER-JOUR-MOIS.

           IF WS-JOUR > WS-DERNIER-JOUR-MOIS
               MOVE WS-DERNIER-JOUR-MOIS TO WS-JOUR
           END-IF.

      *>----------------------------------------------------------------
       SIMULER-REVISION.
           ADD 1 TO WS-NB-REVISES.
           MOVE WS-ANCIEN-TAUX   TO WS-TAUX-AFF.
           MOVE W-PRT-TAUX       TO WS-TAUX2-AFF.
           MOVE W-PRT-MENSUALITE TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           STRING "REVISION     PRET " DELIMITED SIZE
                  W-PRT-ID DELIMITED SIZE
                  " TAUX " DELIMITED SIZE
                  WS-TAUX-AFF DELIMITED SIZE
                  " ->" DELIMITED SIZE
                  WS-TAUX2-AFF DELIMITED SIZE
                  " MENS " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE-SIMUL.
           MOVE "LIGNE" TO WS-OP-SIMUL.
           CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                        WS-CODE-SIMUL.

      *>----------------------------------------------------------------
      *> Avis de revision : conditions avant/apres et tableau
      *> d'amortissement restant au nouveau taux, a compter de la
      *> prochaine echeance.
       PRODUIRE-AVIS.
           MOVE SPACES TO WS-NOM-AVIS.
           STRING "reports/AVIS-REVISION-" DELIMITED SIZE
                  W-PRT-ID                 DELIMITED SIZE
                  ".txt"                   DELIMITED SIZE
               INTO WS-NOM-AVIS.
           OPEN OUTPUT F-AVIS.

           MOVE "==============================================="
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE "      AVIS DE REVISION DU TAUX DE VOTRE PRET   "
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE "==============================================="
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE PARAM-NOM-BANQUE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING "Pret " DELIMITED SIZE
                  W-PRT-ID DELIMITED SIZE
                  "  compte de rattachement " DELIMITED SIZE
                  W-PRT-CPT DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE WS-VALEUR-INDICE TO WS-TAUX-AFF.
           MOVE W-PRT-MARGE      TO WS-TAUX2-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Revision au " DELIMITED SIZE
                  WS-DATE-REVISEE DELIMITED SIZE
                  "  indice " DELIMITED SIZE
                  W-PRT-INDICE DELIMITED SIZE
                  " : " DELIMITED SIZE
                  WS-TAUX-AFF DELIMITED SIZE
                  "  marge : " DELIMITED SIZE
                  WS-TAUX2-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           IF PRT-TAUX-CAPE
               MOVE W-PRT-TAUX-PLANCHER TO WS-TAUX-AFF
               MOVE W-PRT-TAUX-PLAFOND  TO WS-TAUX2-AFF
               MOVE SPACES TO WS-LIGNE
               STRING "Taux encadre : plancher " DELIMITED SIZE
                      WS-TAUX-AFF DELIMITED SIZE
                      "  plafond " DELIMITED SIZE
                      WS-TAUX2-AFF DELIMITED SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO F-AVIS-LIGNE
               WRITE F-AVIS-LIGNE
           END-IF.

           MOVE WS-ANCIEN-TAUX TO WS-TAUX-AFF.
           MOVE W-PRT-TAUX     TO WS-TAUX2-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Taux annuel : ancien " DELIMITED SIZE
                  WS-TAUX-AFF DELIMITED SIZE
                  "  nouveau " DELIMITED SIZE
                  WS-TAUX2-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE WS-ANCIENNE-MENS TO WS-MNT-AFF.
           MOVE W-PRT-MENSUALITE TO WS-MNT2-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Mensualite : ancienne " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  "  nouvelle " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING "Applicable a compter de l'echeance du "
                      DELIMITED SIZE
                  W-PRT-DATE-PROCHAINE DELIMITED SIZE
                  ", prochaine revision le " DELIMITED SIZE
                  W-PRT-DATE-REVISION DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           PERFORM ECRIRE-TABLEAU-RESTANT.

           CLOSE F-AVIS.

           PERFORM DEPOSER-AU-SPOOL.

      *>----------------------------------------------------------------
      *> Tableau d'amortissement restant : meme decomposition
      *> interets/capital que CREER-PRET, derniere echeance ajustee
      *> au capital restant pour absorber les arrondis.
       ECRIRE-TABLEAU-RESTANT.
           MOVE "-----------------------------------------------------"
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE "ECH  DATE      INTERETS        CAPITAL         RESTANT"
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE "-----------------------------------------------------"
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE W-PRT-CAPITAL-RESTANT TO WS-RESTANT.
           MOVE W-PRT-DATE-PROCHAINE  TO WS-DATE-ECH.
           MOVE 1 TO WS-IDX-ECH.
           PERFORM UNTIL WS-IDX-ECH > WS-NB-RESTANTES
               COMPUTE WS-INTERET-ECH ROUNDED =
                       WS-RESTANT * WS-TAUX-MENSUEL
               COMPUTE WS-CAPITAL-ECH =
                       W-PRT-MENSUALITE - WS-INTERET-ECH
               IF WS-IDX-ECH = WS-NB-RESTANTES
                   MOVE WS-RESTANT TO WS-CAPITAL-ECH
               END-IF
               SUBTRACT WS-CAPITAL-ECH FROM WS-RESTANT
               COMPUTE WS-NUM-ECH-AFF = W-PRT-NB-PAYEES + WS-IDX-ECH
               MOVE WS-INTERET-ECH TO WS-INT-AFF
               MOVE WS-CAPITAL-ECH TO WS-CAP-AFF
               MOVE WS-RESTANT     TO WS-RST-AFF
               MOVE SPACES TO WS-LIGNE
               STRING WS-NUM-ECH-AFF DELIMITED SIZE
                      "  " DELIMITED SIZE
                      WS-DATE-ECH DELIMITED SIZE
                      WS-INT-AFF DELIMITED SIZE
                      WS-CAP-AFF DELIMITED SIZE
                      WS-RST-AFF DELIMITED SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO F-AVIS-LIGNE
               WRITE F-AVIS-LIGNE
               PERFORM AVANCER-DATE-ECHEANCE
               ADD 1 TO WS-IDX-ECH
           END-PERFORM.
           MOVE "-----------------------------------------------------"
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

      *>----------------------------------------------------------------
      *> Meme acheminement que les releves : preference du compte de
      *> rattachement.
       DEPOSER-AU-SPOOL.
           MOVE W-PRT-CPT TO W-CPT-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-SPOOL.
           IF NOT RC-OK
               MOVE 'C' TO W-CPT-MODE-ENVOI
               MOVE SPACES TO W-CPT-AGENCE
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-SPOOL WS-CODE-SPOOL.

           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR-SPOOL TO W-SPL-ID.
           MOVE W-PRT-CPT         TO W-SPL-CPT.
           MOVE "REVISION-TX"     TO W-SPL-TYPE-DOC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-SPL-DATE.
           MOVE W-CPT-AGENCE      TO W-SPL-AGENCE.
           MOVE W-CPT-MODE-ENVOI  TO W-SPL-MODE.
           MOVE WS-NOM-AVIS       TO W-SPL-FICHIER.
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

       END PROGRAM REVISION-PRETS.
