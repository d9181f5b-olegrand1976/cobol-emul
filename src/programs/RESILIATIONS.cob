      *>****************************************************************
      *> Programme : RESILIATIONS
      *> Role      : Batch quotidien de la chaine BATCH-NUIT. Conduit
      *>             les resiliations de compte a l'initiative de la
      *>             banque, approuvees a quatre yeux (ecran
      *>             RESILIATION puis VALIDER-MODIFS) :
      *>             - preavis a emettre : la lettre de resiliation
      *>               part au spool (courrier, ou retrait en agence
      *>               selon le mode d'envoi du compte - jamais
      *>               supprimee en e-releve), la cloture est fixee
      *>               RESIL-PREAVIS-MOIS mois plus tard et le compte
      *>               fonctionne des lors en mode restreint (ni
      *>               chequier ni carte nouvelle) ;
      *>             - echeance atteinte : le compte est cloture,
      *>               declare au FICOBA et la lettre de cloture part
      *>               au spool, s'il est a solde nul et ne facture
      *>               plus de coffre-fort (module COFFRE-CTRL) ;
      *>               sinon la cloture est differee et le compte
      *>               signale chaque nuit a l'agence jusqu'a sa
      *>               regularisation.
      *>             Sur un compte ouvert au titre du droit au compte,
      *>             la lettre rappelle que la Banque de France est
      *>             informee de la decision.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESILIATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LETTRE ASSIGN TO WS-NOM-LETTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LETTRE.

       DATA DIVISION.
       FILE SECTION.
       FD F-LETTRE.
       01 F-LETTRE-LIGNE         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY CLIENT.
       COPY LOC-COFFRE.
       COPY SPOOL.
       COPY AUDIT.
       COPY RESIL-PARAM.
       COPY PARAMETRES.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FS-LETTRE           PIC X(2) VALUE '00'.
       01 WS-NOM-LETTRE          PIC X(50).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-SPOOL          PIC X(2).
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-COFFRE         PIC X(2).
       01 WS-CODE-AUDIT          PIC X(2).
       01 WS-NATURE-FICOBA       PIC X(1).
       01 WS-ORIGINE-FICOBA      PIC X(12).
       01 WS-CODE-FICOBA         PIC X(2).
       01 WS-TYPE-LETTRE         PIC X(12).
       01 WS-OPERATION-AUDIT     PIC X(12).
       01 WS-SOLDE-AFF           PIC -Z(10)9.99.

      *> Ajout de WS-NB-MOIS mois a WS-DATE-CALCUL (clampage de fin
      *> de mois : un preavis parti un 31 prend fin le dernier jour
      *> du mois d'echeance).
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

       01 WS-NB-PREAVIS          PIC 9(5) VALUE 0.
       01 WS-NB-CLOTURES         PIC 9(5) VALUE 0.
       01 WS-NB-DIFFEREES        PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.

      *> Repetition generale (module SIMULATION-MODE) : chaque lettre
      *> et chaque cloture potentielle versee au rapport, aucune
      *> ecriture sur COMPTES.dat, le spool ni le FICOBA.
       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- RESILIATIONS : preavis et clotures banque ---".
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
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Aucun compte a examiner."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "START-FIRST" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF NOT RC-OK
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
           IF RC-OK
               PERFORM TRAITER-COMPTE
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Lettres de preavis : " WS-NB-PREAVIS
               "   Comptes clotures : " WS-NB-CLOTURES.
       DISPLAY "Clotures differees : " WS-NB-DIFFEREES
               "   Echecs : " WS-NB-ECHECS.

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Un compte cloture entre-temps par le client (ou passe en
      *> succession) n'est plus conduit par la resiliation.
       TRAITER-COMPTE.
           IF NOT CPT-EN-PREAVIS OR NOT CPT-ACTIF
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN RESIL-PREAVIS-A-EMETTRE
                   PERFORM EMETTRE-PREAVIS
               WHEN W-CPT-DATE-RESILIATION <= WS-DATE-JOUR
                   PERFORM CLOTURER-COMPTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Le preavis court de la date d'emission de la lettre.
       EMETTRE-PREAVIS.
           MOVE WS-DATE-JOUR TO WS-DATE-CALCUL.
           MOVE RESIL-PREAVIS-MOIS TO WS-NB-MOIS.
           PERFORM AJOUTER-MOIS.

           IF MODE-SIMULATION
               ADD 1 TO WS-NB-PREAVIS
               MOVE SPACES TO WS-LIGNE-SIMUL
               STRING "RESILIATIONS CPT " DELIMITED SIZE
                      W-CPT-NUMERO DELIMITED SIZE
                      " REGLE : LETTRE DE PREAVIS, CLOTURE LE "
                          DELIMITED SIZE
                      WS-DATE-CALCUL DELIMITED SIZE
                   INTO WS-LIGNE-SIMUL
               MOVE "LIGNE" TO WS-OP-SIMUL
               CALL "SIMULATION-MODE" USING WS-OP-SIMUL
                                            WS-LIGNE-SIMUL
                                            WS-CODE-SIMUL
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATE-JOUR TO W-CPT-DATE-PREAVIS.
           MOVE WS-DATE-CALCUL TO W-CPT-DATE-RESILIATION.
           SET RESIL-PREAVIS-EMIS TO TRUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Compte " W-CPT-NUMERO " : echec de la mise "
                       "en preavis (code " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-PREAVIS.
           PERFORM LIRE-CLIENT.
           PERFORM ECRIRE-LETTRE-PREAVIS.
           MOVE "PREAVIS-RESI" TO WS-TYPE-LETTRE.
           PERFORM DEPOSER-AU-SPOOL.
           MOVE "RESIL-PREAV" TO WS-OPERATION-AUDIT.
           PERFORM JOURNALISER.
           DISPLAY "Compte " W-CPT-NUMERO " : lettre de preavis "
                   "emise, cloture le " W-CPT-DATE-RESILIATION ".".

      *>----------------------------------------------------------------
      *> Echeance atteinte : solde nul et aucun coffre-fort facture
      *> exiges, comme pour une cloture a la demande du client.
       CLOTURER-COMPTE.
           IF W-CPT-SOLDE NOT = 0
               ADD 1 TO WS-NB-DIFFEREES
               MOVE W-CPT-SOLDE TO WS-SOLDE-AFF
               DISPLAY "Compte " W-CPT-NUMERO " (agence "
                       W-CPT-AGENCE ") : cloture differee, solde "
                       "non nul (" WS-SOLDE-AFF ")."
               EXIT PARAGRAPH
           END-IF.
           CALL "COFFRE-CTRL" USING W-CPT-NUMERO W-LOCATION-COFFRE
                                    WS-CODE-COFFRE.
           IF WS-CODE-COFFRE = '54'
               ADD 1 TO WS-NB-DIFFEREES
               DISPLAY "Compte " W-CPT-NUMERO " (agence "
                       W-CPT-AGENCE ") : cloture differee, coffre "
                       W-LCF-AGENCE "-" W-LCF-COFFRE " non restitue."
               EXIT PARAGRAPH
           END-IF.

           IF MODE-SIMULATION
               ADD 1 TO WS-NB-CLOTURES
               MOVE SPACES TO WS-LIGNE-SIMUL
               STRING "RESILIATIONS CPT " DELIMITED SIZE
                      W-CPT-NUMERO DELIMITED SIZE
                      " REGLE : CLOTURE A L'ECHEANCE DU PREAVIS"
                          DELIMITED SIZE
                   INTO WS-LIGNE-SIMUL
               MOVE "LIGNE" TO WS-OP-SIMUL
               CALL "SIMULATION-MODE" USING WS-OP-SIMUL
                                            WS-LIGNE-SIMUL
                                            WS-CODE-SIMUL
               EXIT PARAGRAPH
           END-IF.

           MOVE 'C' TO W-CPT-STATUT.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-CLOTURE.
           SET RESIL-EFFECTUEE TO TRUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Compte " W-CPT-NUMERO " : echec de la "
                       "cloture (code " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-CLOTURES.
           MOVE 'C' TO WS-NATURE-FICOBA.
           MOVE "RESILIATIONS" TO WS-ORIGINE-FICOBA.
           CALL "FICOBA-DECLARER" USING WS-NATURE-FICOBA W-COMPTE
                                        WS-ORIGINE-FICOBA
                                        WS-CODE-FICOBA.
           IF WS-CODE-FICOBA NOT = '00'
               DISPLAY "ATTENTION : declaration FICOBA non "
                       "enregistree (code: " WS-CODE-FICOBA ")."
           END-IF.
           PERFORM LIRE-CLIENT.
           PERFORM ECRIRE-LETTRE-CLOTURE.
           MOVE "CLOTURE-RESI" TO WS-TYPE-LETTRE.
           PERFORM DEPOSER-AU-SPOOL.
           MOVE "RESIL-CLOT" TO WS-OPERATION-AUDIT.
           PERFORM JOURNALISER.
           DISPLAY "Compte " W-CPT-NUMERO " : cloture au terme du "
                   "preavis.".

      *>----------------------------------------------------------------
      *> Adresse du titulaire au referentiel clients (vide pour un
      *> compte anterieur au referentiel).
       LIRE-CLIENT.
           INITIALIZE W-CLIENT.
           IF W-CPT-CLIENT NOT = 0
               MOVE W-CPT-CLIENT TO W-CLI-NUMERO
               MOVE "OPEN-IO" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               MOVE "READ" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               IF WS-CODE-CLIENT NOT = '00'
                   INITIALIZE W-CLIENT
               END-IF
           END-IF.

      *>----------------------------------------------------------------
       ECRIRE-EN-TETE-LETTRE.
           OPEN OUTPUT F-LETTRE.
           MOVE PARAM-NOM-BANQUE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE W-CPT-TITULAIRE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE W-CLI-ADRESSE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           STRING "Le " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Objet : resiliation de votre compte " DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

      *>----------------------------------------------------------------
       ECRIRE-LETTRE-PREAVIS.
           MOVE SPACES TO WS-NOM-LETTRE.
           STRING "reports/PREAVIS-RESIL-" DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  ".txt" DELIMITED SIZE
               INTO WS-NOM-LETTRE.
           PERFORM ECRIRE-EN-TETE-LETTRE.
           MOVE "Nous vous informons de notre decision de mettre fin"
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "a la convention de compte qui nous lie."
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Motif : " DELIMITED SIZE
                  W-CPT-MOTIF-RESILIATION DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Au terme du preavis de " DELIMITED SIZE
                  RESIL-PREAVIS-MOIS DELIMITED SIZE
                  " mois, le compte sera cloture le " DELIMITED SIZE
                  W-CPT-DATE-RESILIATION DELIMITED SIZE
                  "." DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "Jusqu'a cette date il continue de fonctionner ;"
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "aucun chequier ni aucune carte nouvelle ne sera"
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "plus delivre. Nous vous invitons a transferer vos"
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "domiciliations et a ramener le solde a zero avant"
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "l'echeance." TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           IF CPT-SERVICES-BASE
               MOVE SPACES TO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
               MOVE SPACES TO F-LETTRE-LIGNE
               STRING "Ce compte ayant ete ouvert sur designation de "
                          DELIMITED SIZE
                      "la Banque" DELIMITED SIZE
                   INTO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
               MOVE SPACES TO F-LETTRE-LIGNE
               STRING "de France (reference " DELIMITED SIZE
                      W-CPT-REF-DESIGNATION DELIMITED SIZE
                      "), celle-ci" DELIMITED SIZE
                   INTO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
               MOVE "est informee de la presente decision."
                   TO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
           END-IF.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "Votre agence se tient a votre disposition."
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           CLOSE F-LETTRE.

      *>----------------------------------------------------------------
       ECRIRE-LETTRE-CLOTURE.
           MOVE SPACES TO WS-NOM-LETTRE.
           STRING "reports/CLOTURE-RESIL-" DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  ".txt" DELIMITED SIZE
               INTO WS-NOM-LETTRE.
           PERFORM ECRIRE-EN-TETE-LETTRE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Suite a notre lettre du " DELIMITED SIZE
                  W-CPT-DATE-PREAVIS DELIMITED SIZE
                  ", le preavis etant echu," DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "votre compte est cloture ce jour." DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "Les operations qui s'y presenteraient seront rejetees."
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "Votre agence se tient a votre disposition."
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           CLOSE F-LETTRE.

      *>----------------------------------------------------------------
      *> La lettre doit parvenir au client : une preference e-releve
      *> est ramenee au courrier.
       DEPOSER-AU-SPOOL.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-SPOOL WS-CODE-SPOOL.
           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR-SPOOL TO W-SPL-ID.
           MOVE W-CPT-NUMERO      TO W-SPL-CPT.
           MOVE WS-TYPE-LETTRE    TO W-SPL-TYPE-DOC.
           MOVE WS-DATE-JOUR      TO W-SPL-DATE.
           MOVE W-CPT-AGENCE      TO W-SPL-AGENCE.
           IF ENVOI-AGENCE
               MOVE 'R' TO W-SPL-MODE
           ELSE
               MOVE 'C' TO W-SPL-MODE
           END-IF.
           MOVE WS-NOM-LETTRE     TO W-SPL-FICHIER.
           SET SPL-A-IMPRIMER TO TRUE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "WRITE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

      *>----------------------------------------------------------------
       JOURNALISER.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-AUDIT.
           MOVE WS-COMPTEUR TO W-AUD-ID.
           MOVE W-CPT-NUMERO TO W-AUD-CPT.
           MOVE WS-OPERATION-AUDIT TO W-AUD-OPERATION.
           MOVE '00' TO W-AUD-CODE.
           MOVE WS-DATE-JOUR TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE "RESILIAT" TO W-AUD-OPERATEUR.
           MOVE W-CPT-MOTIF-RESILIATION TO W-AUD-MOTIF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.

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

       END PROGRAM RESILIATIONS.
