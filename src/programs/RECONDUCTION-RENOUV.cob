      *>****************************************************************
      *> Programme : RECONDUCTION-RENOUV
      *> Role      : Batch de la chaine BATCH-NUIT, apres ECHEANCES-
      *>             PRETS. Parcourt RENOUVELABLES.dat :
      *>             - reserve active inutilisee (capital du nul, aucun
      *>               tirage depuis PRT-REN-INACTIVITE-MOIS mois) :
      *>               resiliee, avis de resiliation au client ;
      *>             - date anniversaire de reconduction atteinte
      *>               (reserve active ou suspendue) : la solvabilite
      *>               de l'emprunteur est reverifiee (FICP, dossier
      *>               de surendettement en vigueur). Emprunteur
      *>               inscrit ou sous dossier : reserve suspendue
      *>               (plus de tirage, le capital du reste rembourse
      *>               par les paiements minimum), avis de non
      *>               reconduction. Sinon la reserve est reconduite
      *>               (reactivee si elle etait suspendue) et l'avis
      *>               de reconduction rappelle ses conditions. La
      *>               date anniversaire avance de
      *>               PRT-REN-RECONDUCTION-MOIS.
      *>             Les avis sont produits dans reports/ et deposes a
      *>             la file de spool selon la preference
      *>             d'acheminement du compte de rattachement.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONDUCTION-RENOUV.

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
       COPY RENOUV.
       COPY PRET-PARAM.
       COPY COMPTE.
       COPY CLIENT.
       COPY SURENDET.
       COPY SPOOL.
       COPY CODES-ERR.
       COPY OPS.
       COPY PARAMETRES.

       01 WS-FS-AVIS             PIC X(2) VALUE '00'.
       01 WS-NOM-AVIS            PIC X(50).
       01 WS-LIGNE               PIC X(80).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

      *> Avis a adresser apres la mise a jour de la reserve.
       01 WS-NATURE-AVIS         PIC X(1).
          88 AVIS-RECONDUCTION   VALUE 'C'.
          88 AVIS-SUSPENSION     VALUE 'S'.
          88 AVIS-RESILIATION    VALUE 'R'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-LIMITE         PIC 9(8).
       01 WS-CODE-LECTURE        PIC X(2).
       01 WS-CODE-FICP           PIC X(2).
       01 WS-CODE-SDT            PIC X(2).
       01 WS-NOM-FICP            PIC X(40).
       01 WS-NAISS-FICP          PIC 9(8).
       01 WS-MOTIF-REFUS         PIC X(40).
       01 WS-DISPONIBLE          PIC S9(11)V99 COMP-3.

       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-TAUX-AFF            PIC ZZ9.9999.
       01 WS-PCT-AFF             PIC Z9.99.

       01 WS-NB-ECHUES           PIC 9(5) VALUE 0.
       01 WS-NB-RECONDUITS       PIC 9(5) VALUE 0.
       01 WS-NB-SUSPENDUS        PIC 9(5) VALUE 0.
       01 WS-NB-RESILIES         PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.

       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-SPOOL          PIC X(2).

      *> Repetition generale (module SIMULATION-MODE) : decisions
      *> versees au rapport, aucune mise a jour de RENOUVELABLES.dat
      *> ni avis depose au spool.
       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.

      *> Ajout de WS-NB-MOIS mois a WS-DATE-CALCUL.
       01 WS-DATE-CALCUL         PIC 9(8).
       01 WS-NB-MOIS             PIC 9(3).
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
       DISPLAY "--- RECONDUCTION-RENOUV : credits renouvelables ---".
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
       CALL "RENOUV-IO" USING WS-OP W-RENOUV W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Aucun credit renouvelable."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "START-FIRST" TO WS-OP.
       CALL "RENOUV-IO" USING WS-OP W-RENOUV W-CODE-RETOUR.
       IF NOT RC-OK
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "RENOUV-IO" USING WS-OP W-RENOUV W-CODE-RETOUR
           IF RC-OK
               IF REN-ACTIF OR REN-SUSPENDU
                   PERFORM TRAITER-RESERVE
               END-IF
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "RENOUV-IO" USING WS-OP W-RENOUV W-CODE-RETOUR.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Anniversaires : " WS-NB-ECHUES
               "   reconduits : " WS-NB-RECONDUITS
               "   suspendus : " WS-NB-SUSPENDUS.
       DISPLAY "Resilies pour inactivite : " WS-NB-RESILIES
               "   echecs : " WS-NB-ECHECS.

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> L'inactivite prime sur la reconduction : une reserve
      *> resiliee n'est pas reconduite.
       TRAITER-RESERVE.
           IF REN-ACTIF AND W-REN-CAPITAL-DU = 0
               MOVE W-REN-DATE-DERN-TIRAGE TO WS-DATE-CALCUL
               MOVE PRT-REN-INACTIVITE-MOIS TO WS-NB-MOIS
               PERFORM AJOUTER-MOIS
               MOVE WS-DATE-CALCUL TO WS-DATE-LIMITE
               IF WS-DATE-LIMITE <= WS-DATE-JOUR
                   PERFORM RESILIER-INACTIVE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF W-REN-DATE-RECONDUCTION > 0
                   AND W-REN-DATE-RECONDUCTION <= WS-DATE-JOUR
               ADD 1 TO WS-NB-ECHUES
               PERFORM RECONDUIRE-RESERVE
           END-IF.

      *>----------------------------------------------------------------
      *> Delai legal d'inactivite echu : la reserve est resiliee.
       RESILIER-INACTIVE.
           SET REN-RESILIE TO TRUE.
           MOVE WS-DATE-JOUR TO W-REN-DATE-FIN.
           SET AVIS-RESILIATION TO TRUE.
           MOVE SPACES TO WS-MOTIF-REFUS.
           IF MODE-SIMULATION
               ADD 1 TO WS-NB-RESILIES
               PERFORM SIMULER-DECISION
               EXIT PARAGRAPH
           END-IF.

           PERFORM REECRIRE-RESERVE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-RESILIES.
           PERFORM PRODUIRE-AVIS.
           DISPLAY "Credit " W-REN-ID " resilie : aucun tirage depuis "
                   "le " W-REN-DATE-DERN-TIRAGE ".".

      *>----------------------------------------------------------------
      *> Reverification de la solvabilite a la date anniversaire, puis
      *> avance de la date de reconduction.
       RECONDUIRE-RESERVE.
           PERFORM VERIFIER-SOLVABILITE.
           IF WS-MOTIF-REFUS NOT = SPACES
               SET REN-SUSPENDU TO TRUE
               SET AVIS-SUSPENSION TO TRUE
           ELSE
               SET REN-ACTIF TO TRUE
               SET AVIS-RECONDUCTION TO TRUE
           END-IF.
           MOVE W-REN-DATE-RECONDUCTION TO WS-DATE-CALCUL.
           MOVE PRT-REN-RECONDUCTION-MOIS TO WS-NB-MOIS.
           PERFORM AJOUTER-MOIS.
           MOVE WS-DATE-CALCUL TO W-REN-DATE-RECONDUCTION.

           IF MODE-SIMULATION
               IF AVIS-SUSPENSION
                   ADD 1 TO WS-NB-SUSPENDUS
               ELSE
                   ADD 1 TO WS-NB-RECONDUITS
               END-IF
               PERFORM SIMULER-DECISION
               EXIT PARAGRAPH
           END-IF.

           PERFORM REECRIRE-RESERVE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM PRODUIRE-AVIS.
           IF AVIS-SUSPENSION
               ADD 1 TO WS-NB-SUSPENDUS
               DISPLAY "Credit " W-REN-ID " suspendu : "
                       FUNCTION TRIM(WS-MOTIF-REFUS) "."
           ELSE
               ADD 1 TO WS-NB-RECONDUITS
               DISPLAY "Credit " W-REN-ID " reconduit jusqu'au "
                       W-REN-DATE-RECONDUCTION "."
           END-IF.

      *>----------------------------------------------------------------
      *> Emprunteur : fiche client si le compte est rattache, sinon
      *> titulaire du compte (FICP recherche sur le nom seul).
       VERIFIER-SOLVABILITE.
           MOVE SPACES TO WS-MOTIF-REFUS.
           MOVE W-REN-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               MOVE "compte de rattachement introuvable"
                   TO WS-MOTIF-REFUS
               EXIT PARAGRAPH
           END-IF.

           MOVE W-CPT-TITULAIRE TO WS-NOM-FICP.
           MOVE 0 TO WS-NAISS-FICP.
           IF W-CPT-CLIENT NOT = 0
               CALL "SURENDET-CTRL" USING W-CPT-CLIENT W-SURENDET
                                          WS-CODE-SDT
               IF WS-CODE-SDT = '48'
                   MOVE "dossier de surendettement en vigueur"
                       TO WS-MOTIF-REFUS
                   EXIT PARAGRAPH
               END-IF
               MOVE W-CPT-CLIENT TO W-CLI-NUMERO
               MOVE "READ" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE
               IF WS-CODE-LECTURE = '00'
                   MOVE W-CLI-NOM        TO WS-NOM-FICP
                   MOVE W-CLI-DATE-NAISS TO WS-NAISS-FICP
               END-IF
           END-IF.

           CALL "FICP-CONSULTER" USING WS-NOM-FICP WS-NAISS-FICP
                                       WS-CODE-FICP.
           IF WS-CODE-FICP = '47'
               MOVE "emprunteur inscrit au FICP" TO WS-MOTIF-REFUS
           END-IF.

      *>----------------------------------------------------------------
       REECRIRE-RESERVE.
           MOVE "REWRITE" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Credit " W-REN-ID " : echec de mise a jour "
                       "(code: " W-CODE-RETOUR ")."
           END-IF.

      *>----------------------------------------------------------------
       SIMULER-DECISION.
           MOVE W-REN-RESERVE TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           EVALUATE TRUE
               WHEN AVIS-RESILIATION
                   STRING "RECONDUCTION CREDIT " DELIMITED SIZE
                          W-REN-ID DELIMITED SIZE
                          " RESERVE " DELIMITED SIZE
                          WS-MNT-AFF DELIMITED SIZE
                          " REGLE : RESILIATION INACTIVITE"
                              DELIMITED SIZE
                       INTO WS-LIGNE-SIMUL
               WHEN AVIS-SUSPENSION
                   STRING "RECONDUCTION CREDIT " DELIMITED SIZE
                          W-REN-ID DELIMITED SIZE
                          " RESERVE " DELIMITED SIZE
                          WS-MNT-AFF DELIMITED SIZE
                          " REGLE : SUSPENSION (" DELIMITED SIZE
                          FUNCTION TRIM(WS-MOTIF-REFUS) DELIMITED SIZE
                          ")" DELIMITED SIZE
                       INTO WS-LIGNE-SIMUL
               WHEN OTHER
                   STRING "RECONDUCTION CREDIT " DELIMITED SIZE
                          W-REN-ID DELIMITED SIZE
                          " RESERVE " DELIMITED SIZE
                          WS-MNT-AFF DELIMITED SIZE
                          " REGLE : RECONDUCTION ANNUELLE"
                              DELIMITED SIZE
                       INTO WS-LIGNE-SIMUL
           END-EVALUATE.
           MOVE "LIGNE" TO WS-OP-SIMUL.
           CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                        WS-CODE-SIMUL.

      *>----------------------------------------------------------------
      *> Avis au client : reconduction (conditions de la reserve pour
      *> la nouvelle periode), non reconduction ou resiliation.
       PRODUIRE-AVIS.
           MOVE SPACES TO WS-NOM-AVIS.
           STRING "reports/AVIS-RENOUV-" DELIMITED SIZE
                  W-REN-ID               DELIMITED SIZE
                  "-"                    DELIMITED SIZE
                  WS-DATE-JOUR           DELIMITED SIZE
                  ".txt"                 DELIMITED SIZE
               INTO WS-NOM-AVIS.
           OPEN OUTPUT F-AVIS.

           MOVE "==============================================="
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           EVALUATE TRUE
               WHEN AVIS-RECONDUCTION
                   MOVE "   AVIS DE RECONDUCTION DE VOTRE CREDIT"
                       TO F-AVIS-LIGNE
               WHEN AVIS-SUSPENSION
                   MOVE "   AVIS DE NON RECONDUCTION DE VOTRE CREDIT"
                       TO F-AVIS-LIGNE
               WHEN OTHER
                   MOVE "   AVIS DE RESILIATION DE VOTRE CREDIT"
                       TO F-AVIS-LIGNE
           END-EVALUATE.
           WRITE F-AVIS-LIGNE.
           MOVE "              RENOUVELABLE" TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE "==============================================="
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE PARAM-NOM-BANQUE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING "Credit " DELIMITED SIZE
                  W-REN-ID DELIMITED SIZE
                  "  compte de rattachement " DELIMITED SIZE
                  W-REN-CPT DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE W-REN-RESERVE TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Reserve autorisee : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE W-REN-CAPITAL-DU TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Capital utilise   : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           EVALUATE TRUE
               WHEN AVIS-RECONDUCTION
                   PERFORM ECRIRE-CONDITIONS
               WHEN AVIS-SUSPENSION
                   MOVE SPACES TO WS-LIGNE
                   STRING "Motif : " DELIMITED SIZE
                          WS-MOTIF-REFUS DELIMITED SIZE
                       INTO WS-LIGNE
                   MOVE WS-LIGNE TO F-AVIS-LIGNE
                   WRITE F-AVIS-LIGNE
                   MOVE "Votre reserve n'est plus utilisable ; le "
                       TO F-AVIS-LIGNE
                   WRITE F-AVIS-LIGNE
                   MOVE "capital utilise reste rembourse par les "
                       TO F-AVIS-LIGNE
                   WRITE F-AVIS-LIGNE
                   MOVE "paiements minimum mensuels."
                       TO F-AVIS-LIGNE
                   WRITE F-AVIS-LIGNE
               WHEN OTHER
                   MOVE SPACES TO WS-LIGNE
                   STRING "Aucune utilisation depuis le "
                              DELIMITED SIZE
                          W-REN-DATE-DERN-TIRAGE DELIMITED SIZE
                          " : votre contrat" DELIMITED SIZE
                       INTO WS-LIGNE
                   MOVE WS-LIGNE TO F-AVIS-LIGNE
                   WRITE F-AVIS-LIGNE
                   MOVE SPACES TO WS-LIGNE
                   STRING "est resilie au " DELIMITED SIZE
                          W-REN-DATE-FIN DELIMITED SIZE
                          "." DELIMITED SIZE
                       INTO WS-LIGNE
                   MOVE WS-LIGNE TO F-AVIS-LIGNE
                   WRITE F-AVIS-LIGNE
           END-EVALUATE.

           MOVE "-----------------------------------------------"
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           CLOSE F-AVIS.

           PERFORM DEPOSER-AU-SPOOL.

      *>----------------------------------------------------------------
      *> Conditions de la periode reconduite : taux, disponible,
      *> modalites du paiement minimum, prochaine reconduction.
       ECRIRE-CONDITIONS.
           COMPUTE WS-DISPONIBLE = W-REN-RESERVE - W-REN-CAPITAL-DU.
           MOVE WS-DISPONIBLE TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Disponible        : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE W-REN-TAUX TO WS-TAUX-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Taux annuel       : " DELIMITED SIZE
                  WS-TAUX-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE PRT-REN-MIN-PLANCHER TO WS-MNT-AFF.
           MOVE PRT-REN-MIN-PCT      TO WS-PCT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Paiement minimum  : " DELIMITED SIZE
                  WS-PCT-AFF DELIMITED SIZE
                  " % du capital utilise (au moins" DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  ")" DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE "                    plus les interets de la periode."
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING "Contrat reconduit jusqu'au " DELIMITED SIZE
                  W-REN-DATE-RECONDUCTION DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE "Vous pouvez vous opposer a la reconduction en "
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE "demandant la resiliation en agence."
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

      *>----------------------------------------------------------------
       DEPOSER-AU-SPOOL.
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
           EVALUATE TRUE
               WHEN AVIS-RECONDUCTION
                   MOVE "RENOUV-RECON" TO W-SPL-TYPE-DOC
               WHEN AVIS-SUSPENSION
                   MOVE "RENOUV-SUSP"  TO W-SPL-TYPE-DOC
               WHEN OTHER
                   MOVE "RENOUV-RESIL" TO W-SPL-TYPE-DOC
           END-EVALUATE.
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

      *>----------------------------------------------------------------
       AJOUTER-MOIS.
           MOVE WS-DATE-CALCUL(1:4) TO WS-ANNEE.
           MOVE WS-DATE-CALCUL(5:2) TO WS-MOIS.
           MOVE WS-DATE-CALCUL(7:2) TO WS-JOUR.
           ADD WS-NB-MOIS TO WS-MOIS.
           PERFORM UNTIL WS-MOIS NOT > 12
               SUBTRACT 12 FROM WS-MOIS
               ADD 1 TO WS-ANNEE
           END-PERFORM.
           PERFORM CLAMPER-JOUR-MOIS.
           MOVE WS-ANNEE TO WS-DATE-CALCUL(1:4).
           MOVE WS-MOIS  TO WS-DATE-CALCUL(5:2).
           MOVE WS-JOUR  TO WS-DATE-CALCUL(7:2).

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

       END PROGRAM RECONDUCTION-RENOUV.
