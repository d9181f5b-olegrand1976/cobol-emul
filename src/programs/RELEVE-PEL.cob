      *>****************************************************************
      *> Programme : RELEVE-PEL
      *> Role      : Etape quotidienne de la chaine BATCH-NUIT.
      *>             Parcourt PLANS-LOGEMENT.dat et, pour chaque plan
      *>             actif dont la date anniversaire d'ouverture est
      *>             atteinte depuis le dernier releve, produit le
      *>             releve annuel des droits acquis : versements
      *>             contractuels faits et manques, interets acquis,
      *>             droits a pret acquis, utilises et disponibles,
      *>             fin de blocage. Le releve est produit dans
      *>             reports/ et depose a la file de spool selon la
      *>             preference d'acheminement du compte du plan.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVE-PEL.

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
       COPY PLAN-LOGEMENT.
       COPY PEL-PARAM.
       COPY COMPTE.
       COPY SPOOL.
       COPY CODES-ERR.
       COPY OPS.
       COPY PARAMETRES.

       01 WS-FS-AVIS             PIC X(2) VALUE '00'.
       01 WS-NOM-AVIS            PIC X(50).
       01 WS-LIGNE               PIC X(80).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-ANNIVERSAIRE        PIC 9(8).
       01 WS-ANNEE-ANNIV         PIC 9(4).
       01 WS-CODE-LECTURE        PIC X(2).
       01 WS-SOLDE-PLAN          PIC S9(11)V99 COMP-3.
       01 WS-DISPONIBLE          PIC S9(11)V99 COMP-3.
       01 WS-LIBELLE-PLAN        PIC X(30).

       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-TAUX-AFF            PIC ZZ9.9999.
       01 WS-NB-AFF              PIC ZZZ9.

       01 WS-NB-PLANS            PIC 9(5) VALUE 0.
       01 WS-NB-RELEVES          PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.

       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-SPOOL          PIC X(2).

      *> Repetition generale (module SIMULATION-MODE) : releves dus
      *> verses au rapport, aucun releve produit ni depose au spool,
      *> aucune mise a jour de PLANS-LOGEMENT.dat.
       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- RELEVE-PEL : droits acquis des plans logement ---".
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
       CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Aucun plan d'epargne logement."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "START-FIRST" TO WS-OP.
       CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT W-CODE-RETOUR.
       IF NOT RC-OK
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT W-CODE-RETOUR
           IF RC-OK
               IF PEL-ACTIF
                   ADD 1 TO WS-NB-PLANS
                   PERFORM TRAITER-PLAN
               END-IF
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT W-CODE-RETOUR.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Plans actifs : " WS-NB-PLANS
               "   releves produits : " WS-NB-RELEVES
               "   echecs : " WS-NB-ECHECS.

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Derniere date anniversaire de l'ouverture (cette annee, ou
      *> l'an dernier si elle n'est pas encore atteinte) ; un releve
      *> par anniversaire, jamais l'annee de l'ouverture.
       TRAITER-PLAN.
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-ANNIV.
           MOVE WS-ANNEE-ANNIV TO WS-ANNIVERSAIRE(1:4).
           MOVE W-PEL-DATE-OUVERTURE(5:4) TO WS-ANNIVERSAIRE(5:4).
           IF WS-ANNIVERSAIRE > WS-DATE-JOUR
               SUBTRACT 1 FROM WS-ANNEE-ANNIV
               MOVE WS-ANNEE-ANNIV TO WS-ANNIVERSAIRE(1:4)
           END-IF.
           IF WS-ANNIVERSAIRE NOT > W-PEL-DATE-OUVERTURE
               EXIT PARAGRAPH
           END-IF.
           IF W-PEL-DATE-DERN-RELEVE NOT < WS-ANNIVERSAIRE
               EXIT PARAGRAPH
           END-IF.

           IF MODE-SIMULATION
               ADD 1 TO WS-NB-RELEVES
               PERFORM SIMULER-RELEVE
               EXIT PARAGRAPH
           END-IF.

           PERFORM PRODUIRE-RELEVE.
           MOVE WS-DATE-JOUR TO W-PEL-DATE-DERN-RELEVE.
           MOVE "REWRITE" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Plan " W-PEL-CPT " : releve produit mais date "
                       "NON mise a jour (code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-RELEVES.
           DISPLAY "Plan " W-PEL-CPT " : releve annuel des droits "
                   "produit.".

      *>----------------------------------------------------------------
       SIMULER-RELEVE.
           MOVE W-PEL-DROITS-ACQUIS TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           STRING "RELEVE-PEL   PLAN " DELIMITED SIZE
                  W-PEL-CPT DELIMITED SIZE
                  " DROITS " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " REGLE : RELEVE ANNIVERSAIRE " DELIMITED SIZE
                  WS-ANNIVERSAIRE DELIMITED SIZE
               INTO WS-LIGNE-SIMUL.
           MOVE "LIGNE" TO WS-OP-SIMUL.
           CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                        WS-CODE-SIMUL.

      *>----------------------------------------------------------------
       PRODUIRE-RELEVE.
           MOVE W-PEL-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE = '00'
               MOVE W-CPT-SOLDE TO WS-SOLDE-PLAN
           ELSE
               MOVE 0 TO WS-SOLDE-PLAN
               MOVE 'C' TO W-CPT-MODE-ENVOI
               MOVE SPACES TO W-CPT-AGENCE
           END-IF.
           IF PEL-TYPE-PEL
               MOVE "PLAN D'EPARGNE LOGEMENT" TO WS-LIBELLE-PLAN
           ELSE
               MOVE "COMPTE D'EPARGNE LOGEMENT" TO WS-LIBELLE-PLAN
           END-IF.

           MOVE SPACES TO WS-NOM-AVIS.
           STRING "reports/RELEVE-PEL-" DELIMITED SIZE
                  W-PEL-CPT              DELIMITED SIZE
                  "-"                    DELIMITED SIZE
                  WS-DATE-JOUR           DELIMITED SIZE
                  ".txt"                 DELIMITED SIZE
               INTO WS-NOM-AVIS.
           OPEN OUTPUT F-AVIS.

           MOVE "==============================================="
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE "   RELEVE ANNUEL DE VOS DROITS A PRET"
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "   " DELIMITED SIZE
                  WS-LIBELLE-PLAN DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE "==============================================="
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE PARAM-NOM-BANQUE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING "Compte du plan " DELIMITED SIZE
                  W-PEL-CPT DELIMITED SIZE
                  "  ouvert le " DELIMITED SIZE
                  W-PEL-DATE-OUVERTURE DELIMITED SIZE
                  "  releve au " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE W-PEL-TAUX TO WS-TAUX-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Taux mensuel contractuel   : " DELIMITED SIZE
                  WS-TAUX-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           IF W-PEL-DATE-FIN-BLOCAGE NOT = 0
               MOVE SPACES TO WS-LIGNE
               STRING "Fonds bloques jusqu'au     : " DELIMITED SIZE
                      W-PEL-DATE-FIN-BLOCAGE DELIMITED SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO F-AVIS-LIGNE
               WRITE F-AVIS-LIGNE
           END-IF.

           MOVE WS-SOLDE-PLAN TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Solde du plan              : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE W-PEL-VERSEMENT TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Versement mensuel          : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE W-PEL-NB-VERSEMENTS TO WS-NB-AFF.
           MOVE W-PEL-CUMUL-VERSEMENTS TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Versements effectues       : " DELIMITED SIZE
                  WS-NB-AFF DELIMITED SIZE
                  "  cumul " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE W-PEL-NB-MANQUES TO WS-NB-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Versements manques         : " DELIMITED SIZE
                  WS-NB-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           IF W-PEL-NB-MANQUES NOT < PEL-SEUIL-MANQUES
               MOVE "Vos versements contractuels ne sont pas tous "
                   TO F-AVIS-LIGNE
               WRITE F-AVIS-LIGNE
               MOVE "honores : merci de prendre contact avec votre "
                   TO F-AVIS-LIGNE
               WRITE F-AVIS-LIGNE
               MOVE "conseiller." TO F-AVIS-LIGNE
               WRITE F-AVIS-LIGNE
           END-IF.

           MOVE "-----------------------------------------------"
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE W-PEL-INTERETS-ACQUIS TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Interets acquis            : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE W-PEL-DROITS-ACQUIS TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Droits a pret acquis       : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE W-PEL-DROITS-UTILISES TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Droits deja utilises       : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           COMPUTE WS-DISPONIBLE =
                   W-PEL-DROITS-ACQUIS - W-PEL-DROITS-UTILISES.
           MOVE WS-DISPONIBLE TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Droits disponibles         : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE PEL-PRET-MAX TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Pret epargne logement, dans la limite de "
                      DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-AFF) DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE "-----------------------------------------------"
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           CLOSE F-AVIS.

           PERFORM DEPOSER-AU-SPOOL.

      *>----------------------------------------------------------------
      *> W-COMPTE porte le compte du plan lu par PRODUIRE-RELEVE
      *> (acheminement par courrier a defaut).
       DEPOSER-AU-SPOOL.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-SPOOL WS-CODE-SPOOL.

           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR-SPOOL TO W-SPL-ID.
           MOVE W-PEL-CPT         TO W-SPL-CPT.
           MOVE "RELEVE-PEL"      TO W-SPL-TYPE-DOC.
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

       END PROGRAM RELEVE-PEL.
