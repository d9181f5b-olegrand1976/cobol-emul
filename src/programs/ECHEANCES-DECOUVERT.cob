      *>****************************************************************
      *> Programme : ECHEANCES-DECOUVERT
      *> Role      : Batch de la chaine BATCH-NUIT, en tete des etapes
      *>             de debit. Parcourt DECOUVERTS.dat (contrats
      *>             d'autorisation de decouvert actifs) :
      *>             - date d'effet atteinte : le montant accorde est
      *>               porte sur le compte (W-CPT-DECOUVERT-AUTORISE)
      *>               s'il ne l'est pas encore ;
      *>             - echeance a moins de DEC-PREAVIS-REVUE jours :
      *>               le contrat est inscrit une fois sur la liste de
      *>               revue des conseillers (reports/REVUE-DECOUVERTS-
      *>               AAAAMMJJ.txt, par agence du compte) et l'avis
      *>               d'echeance est adresse au client ;
      *>             - echeance depassee : le decouvert du compte
      *>               revient au niveau de base du contrat, le
      *>               contrat passe echu et l'avis de fin
      *>               d'autorisation est adresse au client.
      *>             Les avis sont produits dans reports/ et deposes a
      *>             la file de spool selon la preference
      *>             d'acheminement du compte.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHEANCES-DECOUVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AVIS ASSIGN TO WS-NOM-AVIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVIS.
           SELECT F-REVUE ASSIGN TO WS-NOM-REVUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVUE.

       DATA DIVISION.
       FILE SECTION.
       FD F-AVIS.
       01 F-AVIS-LIGNE           PIC X(80).
       FD F-REVUE.
       01 F-REVUE-LIGNE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY DECOUVERT.
       COPY DECOUV-PARAM.
       COPY COMPTE.
       COPY SPOOL.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.
       COPY PARAMETRES.

       01 WS-FS-AVIS             PIC X(2) VALUE '00'.
       01 WS-NOM-AVIS            PIC X(50).
       01 WS-FS-REVUE            PIC X(2) VALUE '00'.
       01 WS-NOM-REVUE           PIC X(50).
       01 WS-REVUE               PIC X(1) VALUE 'N'.
          88 REVUE-OUVERTE       VALUE 'O'.
       01 WS-LIGNE               PIC X(100).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

      *> Avis a adresser apres la mise a jour du contrat.
       01 WS-NATURE-AVIS         PIC X(1).
          88 AVIS-ECHEANCE       VALUE 'E'.
          88 AVIS-FIN            VALUE 'F'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-JOURS-RESTANTS      PIC S9(5) COMP.
       01 WS-CODE-LECTURE        PIC X(2).

       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-BASE-AFF            PIC -Z(10)9.99.

       01 WS-NB-CONTRATS         PIC 9(5) VALUE 0.
       01 WS-NB-MIS-EN-VIGUEUR   PIC 9(5) VALUE 0.
       01 WS-NB-REVUES           PIC 9(5) VALUE 0.
       01 WS-NB-ECHUS            PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.

       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-SPOOL          PIC X(2).

      *> Repetition generale (module SIMULATION-MODE) : decisions
      *> versees au rapport, aucune mise a jour de DECOUVERTS.dat ni
      *> de COMPTES.dat, ni liste de revue, ni avis au spool.
       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.
       01 WS-REGLE-SIMUL         PIC X(30).
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- ECHEANCES-DECOUVERT : contrats de decouvert ---".
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
       CALL "DECOUV-IO" USING WS-OP W-DECOUVERT W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Aucune autorisation de decouvert."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "START-FIRST" TO WS-OP.
       CALL "DECOUV-IO" USING WS-OP W-DECOUVERT W-CODE-RETOUR.
       IF NOT RC-OK
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "DECOUV-IO" USING WS-OP W-DECOUVERT W-CODE-RETOUR
           IF RC-OK
               IF DEC-ACTIF
                   ADD 1 TO WS-NB-CONTRATS
                   PERFORM TRAITER-CONTRAT
               END-IF
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "DECOUV-IO" USING WS-OP W-DECOUVERT W-CODE-RETOUR.
       IF REVUE-OUVERTE
           CLOSE F-REVUE
           PERFORM INSCRIRE-ETAT
           DISPLAY "Liste de revue : " WS-NOM-REVUE
       END-IF.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Contrats actifs : " WS-NB-CONTRATS
               "   mis en vigueur : " WS-NB-MIS-EN-VIGUEUR.
       DISPLAY "A revoir : " WS-NB-REVUES
               "   echus : " WS-NB-ECHUS
               "   echecs : " WS-NB-ECHECS.

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> L'echeance depassee prime : un contrat echu n'est ni mis en
      *> vigueur ni inscrit a la revue.
       TRAITER-CONTRAT.
           MOVE W-DEC-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Contrat " W-DEC-CPT " : compte introuvable."
               EXIT PARAGRAPH
           END-IF.

           IF WS-DATE-JOUR > W-DEC-DATE-FIN
               PERFORM ECHOIR-CONTRAT
               EXIT PARAGRAPH
           END-IF.

           IF W-DEC-DATE-DEBUT <= WS-DATE-JOUR
                   AND W-CPT-DECOUVERT-AUTORISE NOT = W-DEC-MONTANT
                   AND NOT CPT-CLOTURE
               PERFORM METTRE-EN-VIGUEUR
           END-IF.

           IF W-DEC-DATE-REVUE = 0
               COMPUTE WS-JOURS-RESTANTS =
                       FUNCTION INTEGER-OF-DATE(W-DEC-DATE-FIN)
                       - FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               IF WS-JOURS-RESTANTS <= DEC-PREAVIS-REVUE
                   PERFORM INSCRIRE-REVUE
               END-IF
           END-IF.

      *>----------------------------------------------------------------
       METTRE-EN-VIGUEUR.
           IF MODE-SIMULATION
               ADD 1 TO WS-NB-MIS-EN-VIGUEUR
               MOVE "MISE EN VIGUEUR" TO WS-REGLE-SIMUL
               PERFORM SIMULER-DECISION
               EXIT PARAGRAPH
           END-IF.
           MOVE W-DEC-MONTANT TO W-CPT-DECOUVERT-AUTORISE.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Compte " W-CPT-NUMERO " : echec de la mise en "
                       "vigueur du decouvert (code " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-MIS-EN-VIGUEUR.
           MOVE W-DEC-MONTANT TO WS-MNT-AFF.
           DISPLAY "Compte " W-CPT-NUMERO " : decouvert " WS-MNT-AFF
                   " en vigueur jusqu'au " W-DEC-DATE-FIN ".".

      *>----------------------------------------------------------------
      *> Preavis de revue atteint : une seule inscription par contrat
      *> (W-DEC-DATE-REVUE), avis d'echeance au client.
       INSCRIRE-REVUE.
           IF MODE-SIMULATION
               ADD 1 TO WS-NB-REVUES
               MOVE "REVUE A J-PREAVIS" TO WS-REGLE-SIMUL
               PERFORM SIMULER-DECISION
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-JOUR TO W-DEC-DATE-REVUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "DECOUV-IO" USING WS-OP W-DECOUVERT W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Contrat " W-DEC-CPT " : echec de l'inscription "
                       "a la revue (code " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-REVUES.
           PERFORM ECRIRE-LIGNE-REVUE.
           IF NOT CPT-CLOTURE
               SET AVIS-ECHEANCE TO TRUE
               PERFORM PRODUIRE-AVIS
           END-IF.
           DISPLAY "Contrat " W-DEC-CPT " : echeance le "
                   W-DEC-DATE-FIN ", inscrit a la revue.".

      *>----------------------------------------------------------------
      *> Echeance depassee : retour au niveau de base du contrat.
       ECHOIR-CONTRAT.
           IF MODE-SIMULATION
               ADD 1 TO WS-NB-ECHUS
               MOVE "RETOUR AU NIVEAU DE BASE" TO WS-REGLE-SIMUL
               PERFORM SIMULER-DECISION
               EXIT PARAGRAPH
           END-IF.
           MOVE W-DEC-MONTANT-BASE TO W-CPT-DECOUVERT-AUTORISE.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Compte " W-CPT-NUMERO " : echec du retour au "
                       "niveau de base (code " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           SET DEC-ECHU TO TRUE.
           MOVE WS-DATE-JOUR TO W-DEC-DATE-RETOUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "DECOUV-IO" USING WS-OP W-DECOUVERT W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Contrat " W-DEC-CPT " : decouvert ramene au "
                       "niveau de base mais contrat NON mis a jour "
                       "(code " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-ECHUS.
           IF NOT CPT-CLOTURE
               SET AVIS-FIN TO TRUE
               PERFORM PRODUIRE-AVIS
           END-IF.
           MOVE W-DEC-MONTANT-BASE TO WS-BASE-AFF.
           DISPLAY "Compte " W-CPT-NUMERO " : autorisation echue le "
                   W-DEC-DATE-FIN ", decouvert ramene a " WS-BASE-AFF
                   ".".

      *>----------------------------------------------------------------
       SIMULER-DECISION.
           MOVE W-DEC-MONTANT TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           STRING "ECH-DECOUV   COMPTE " DELIMITED SIZE
                  W-DEC-CPT DELIMITED SIZE
                  " DECOUVERT " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " REGLE : " DELIMITED SIZE
                  WS-REGLE-SIMUL DELIMITED SIZE
               INTO WS-LIGNE-SIMUL.
           MOVE "LIGNE" TO WS-OP-SIMUL.
           CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                        WS-CODE-SIMUL.

      *>----------------------------------------------------------------
      *> Liste de revue du jour, une ligne par contrat a revoir : les
      *> conseillers de l'agence du compte decident du renouvellement
      *> (nouvelle demande par MODIFIER-COMPTE) avant l'echeance.
       ECRIRE-LIGNE-REVUE.
           IF NOT REVUE-OUVERTE
               MOVE SPACES TO WS-NOM-REVUE
               STRING "reports/REVUE-DECOUVERTS-" DELIMITED SIZE
                      WS-DATE-JOUR DELIMITED SIZE
                      ".txt" DELIMITED SIZE
                   INTO WS-NOM-REVUE
               OPEN OUTPUT F-REVUE
               MOVE "AUTORISATIONS DE DECOUVERT A REVOIR AVANT ECHEANCE"
                   TO F-REVUE-LIGNE
               WRITE F-REVUE-LIGNE
               MOVE PARAM-NOM-BANQUE TO F-REVUE-LIGNE
               WRITE F-REVUE-LIGNE
               MOVE SPACES TO WS-LIGNE
               MOVE "AGCE COMPTE   TITULAIRE" TO WS-LIGNE(1:23)
               MOVE "ACCORDE ECHEANCE APPROUVE" TO WS-LIGNE(55:25)
               MOVE WS-LIGNE TO F-REVUE-LIGNE
               WRITE F-REVUE-LIGNE
               SET REVUE-OUVERTE TO TRUE
           END-IF.
           MOVE W-DEC-MONTANT TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING W-CPT-AGENCE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CPT-TITULAIRE(1:30) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-DEC-DATE-FIN DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-DEC-APPROBATEUR DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-REVUE-LIGNE.
           WRITE F-REVUE-LIGNE.

      *>----------------------------------------------------------------
       PRODUIRE-AVIS.
           MOVE SPACES TO WS-NOM-AVIS.
           STRING "reports/AVIS-DECOUVERT-" DELIMITED SIZE
                  W-DEC-CPT              DELIMITED SIZE
                  "-"                    DELIMITED SIZE
                  WS-DATE-JOUR           DELIMITED SIZE
                  ".txt"                 DELIMITED SIZE
               INTO WS-NOM-AVIS.
           OPEN OUTPUT F-AVIS.

           MOVE "==============================================="
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           IF AVIS-ECHEANCE
               MOVE "   ECHEANCE DE VOTRE AUTORISATION DE DECOUVERT"
                   TO F-AVIS-LIGNE
           ELSE
               MOVE "   FIN DE VOTRE AUTORISATION DE DECOUVERT"
                   TO F-AVIS-LIGNE
           END-IF.
           WRITE F-AVIS-LIGNE.
           MOVE "==============================================="
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           MOVE PARAM-NOM-BANQUE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING "Compte " DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-CPT-TITULAIRE DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           MOVE W-DEC-MONTANT TO WS-MNT-AFF.
           MOVE W-DEC-MONTANT-BASE TO WS-BASE-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Autorisation de decouvert : " DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-AFF) DELIMITED SIZE
                  " du " DELIMITED SIZE
                  W-DEC-DATE-DEBUT DELIMITED SIZE
                  " au " DELIMITED SIZE
                  W-DEC-DATE-FIN DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.

           IF AVIS-ECHEANCE
               MOVE SPACES TO WS-LIGNE
               STRING "Elle arrive a echeance le " DELIMITED SIZE
                      W-DEC-DATE-FIN DELIMITED SIZE
                      " ; votre decouvert autorise reviendra"
                          DELIMITED SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO F-AVIS-LIGNE
               WRITE F-AVIS-LIGNE
               MOVE SPACES TO WS-LIGNE
               STRING "alors a " DELIMITED SIZE
                      FUNCTION TRIM(WS-BASE-AFF) DELIMITED SIZE
                      "." DELIMITED SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO F-AVIS-LIGNE
               WRITE F-AVIS-LIGNE
               MOVE SPACES TO WS-LIGNE
               STRING "Pour son renouvellement, contactez votre "
                          DELIMITED SIZE
                      "agence " DELIMITED SIZE
                      W-CPT-AGENCE DELIMITED SIZE
                      "." DELIMITED SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO F-AVIS-LIGNE
               WRITE F-AVIS-LIGNE
           ELSE
               MOVE SPACES TO WS-LIGNE
               STRING "Elle est arrivee a echeance ; depuis le "
                          DELIMITED SIZE
                      WS-DATE-JOUR DELIMITED SIZE
                      ", votre decouvert" DELIMITED SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO F-AVIS-LIGNE
               WRITE F-AVIS-LIGNE
               MOVE SPACES TO WS-LIGNE
               STRING "autorise est de " DELIMITED SIZE
                      FUNCTION TRIM(WS-BASE-AFF) DELIMITED SIZE
                      "." DELIMITED SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO F-AVIS-LIGNE
               WRITE F-AVIS-LIGNE
           END-IF.

           MOVE "-----------------------------------------------"
               TO F-AVIS-LIGNE.
           WRITE F-AVIS-LIGNE.
           CLOSE F-AVIS.

           PERFORM DEPOSER-AU-SPOOL.

      *>----------------------------------------------------------------
       DEPOSER-AU-SPOOL.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-SPOOL WS-CODE-SPOOL.

           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR-SPOOL TO W-SPL-ID.
           MOVE W-DEC-CPT         TO W-SPL-CPT.
           IF AVIS-ECHEANCE
               MOVE "DECOUV-ECH" TO W-SPL-TYPE-DOC
           ELSE
               MOVE "DECOUV-FIN" TO W-SPL-TYPE-DOC
           END-IF.
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
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "REVUE-DECOUVERTS" TO W-ETP-ETAT.
           MOVE WS-NOM-REVUE TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM ECHEANCES-DECOUVERT.
