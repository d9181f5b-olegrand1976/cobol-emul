      *>****************************************************************
      *> Programme : MAINLEVEES
      *> Role      : Batch de la chaine BATCH-NUIT, apres ECHEANCES-
      *>             PRETS et RELANCES-PRETS. Pour chaque surete active
      *>             (SURETES.dat) dont le pret garanti est solde
      *>             (PRT-SOLDE-FIN, par la derniere echeance, un
      *>             remboursement anticipe total ou le prelevement de
      *>             la decheance) : leve la surete, libere le depot a
      *>             terme nanti (W-DAT-PRET-NANTI remis a zero, le
      *>             depot suit de nouveau l'instruction du client) et
      *>             edite la lettre de mainlevee, deposee au spool :
      *>             a la caution elle-meme pour un cautionnement
      *>             (toujours imprimee, la caution n'ayant pas de
      *>             preference d'envoi), a l'emprunteur sinon.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINLEVEES.

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
       COPY SURETE.
       COPY PRET.
       COPY DAT.
       COPY COMPTE.
       COPY SPOOL.
       COPY CODES-ERR.
       COPY OPS.
       COPY PARAMETRES.

       01 WS-FS-LETTRE           PIC X(2) VALUE '00'.
       01 WS-NOM-LETTRE          PIC X(40).
       01 WS-LIGNE               PIC X(80).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-CODE-LECTURE        PIC X(2).
       01 WS-CODE-DAT            PIC X(2).
       01 WS-MNT-AFF             PIC -Z(10)9.99.

       01 WS-NB-LEVEES           PIC 9(5) VALUE 0.
       01 WS-NB-DAT-LIBERES      PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.

       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-SPOOL          PIC X(2).

      *> Repetition generale (module SIMULATION-MODE) : les mainlevees
      *> dues sont versees au rapport, aucune surete levee, aucun
      *> depot libere ni lettre deposee au spool.
       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- MAINLEVEES : suretes des prets soldes ---".
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
       CALL "SURETE-IO" USING WS-OP W-SURETE W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Aucune surete enregistree."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "START-FIRST" TO WS-OP.
       CALL "SURETE-IO" USING WS-OP W-SURETE W-CODE-RETOUR.
       IF NOT RC-OK
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "SURETE-IO" USING WS-OP W-SURETE W-CODE-RETOUR
           IF RC-OK
               IF SUR-ACTIVE
                   PERFORM EXAMINER-SURETE
               END-IF
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "SURETE-IO" USING WS-OP W-SURETE W-CODE-RETOUR.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Suretes levees : " WS-NB-LEVEES
               "   depots liberes : " WS-NB-DAT-LIBERES.
       DISPLAY "Echecs : " WS-NB-ECHECS.

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       EXAMINER-SURETE.
           MOVE W-SUR-PRET TO W-PRT-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE.
           MOVE "READ" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET W-CODE-RETOUR.
           IF WS-CODE-LECTURE NOT = '00'
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "SURETE " W-SUR-ID " : pret " W-SUR-PRET
                       " introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF NOT PRT-SOLDE-FIN
               EXIT PARAGRAPH
           END-IF.

           IF MODE-SIMULATION
               PERFORM SIMULER-MAINLEVEE
           ELSE
               PERFORM LEVER-SURETE
           END-IF.

      *>----------------------------------------------------------------
       SIMULER-MAINLEVEE.
           ADD 1 TO WS-NB-LEVEES.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           STRING "MAINLEVEES : surete " DELIMITED SIZE
                  W-SUR-ID DELIMITED SIZE
                  " type " DELIMITED SIZE
                  W-SUR-TYPE DELIMITED SIZE
                  " du pret solde " DELIMITED SIZE
                  W-SUR-PRET DELIMITED SIZE
                  " serait levee" DELIMITED SIZE
               INTO WS-LIGNE-SIMUL.
           MOVE "LIGNE" TO WS-OP-SIMUL.
           CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                        WS-CODE-SIMUL.

      *>----------------------------------------------------------------
       LEVER-SURETE.
           SET SUR-LEVEE TO TRUE.
           MOVE WS-DATE-JOUR TO W-SUR-DATE-MAINLEVEE.
           MOVE "REWRITE" TO WS-OP.
           CALL "SURETE-IO" USING WS-OP W-SURETE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "SURETE " W-SUR-ID " ECHEC de mise a jour "
                       "(code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LEVEES.

           IF SUR-NANTISSEMENT
               PERFORM LIBERER-DAT
           END-IF.

           PERFORM EDITER-LETTRE.
           PERFORM DEPOSER-AU-SPOOL.
           DISPLAY "SURETE " W-SUR-ID " du pret " W-SUR-PRET
                   " levee, lettre " WS-NOM-LETTRE.

      *>----------------------------------------------------------------
      *> Le depot n'est libere que s'il garantit bien ce pret (un
      *> nouveau nantissement pour un autre pret reste en place).
       LIBERER-DAT.
           MOVE W-SUR-DAT TO W-DAT-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-DAT.
           MOVE "READ" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-DAT.
           IF WS-CODE-DAT = '00' AND W-DAT-PRET-NANTI = W-SUR-PRET
               MOVE 0 TO W-DAT-PRET-NANTI
               MOVE "REWRITE" TO WS-OP
               CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-DAT
               IF WS-CODE-DAT = '00'
                   ADD 1 TO WS-NB-DAT-LIBERES
               ELSE
                   ADD 1 TO WS-NB-ECHECS
                   DISPLAY "SURETE " W-SUR-ID " : depot " W-SUR-DAT
                           " NON libere (code: " WS-CODE-DAT ")."
               END-IF
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-DAT.

      *>----------------------------------------------------------------
       EDITER-LETTRE.
           MOVE W-PRT-CPT TO W-CPT-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF WS-CODE-LECTURE NOT = '00'
               MOVE SPACES TO W-CPT-TITULAIRE W-CPT-AGENCE
               MOVE 'C' TO W-CPT-MODE-ENVOI
           END-IF.

           MOVE SPACES TO WS-NOM-LETTRE.
           STRING "reports/MAINLEVEE-" DELIMITED SIZE
                  W-SUR-ID             DELIMITED SIZE
                  ".txt"               DELIMITED SIZE
               INTO WS-NOM-LETTRE.
           OPEN OUTPUT F-LETTRE.

           MOVE PARAM-NOM-BANQUE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           IF SUR-CAUTION
               MOVE W-SUR-GARANT-NOM TO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
               MOVE W-SUR-GARANT-ADRESSE TO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
           ELSE
               MOVE W-CPT-TITULAIRE TO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
           END-IF.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING "Le " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  "   Objet : mainlevee de garantie" DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING "Le pret " DELIMITED SIZE
                  W-SUR-PRET DELIMITED SIZE
                  " est integralement rembourse." DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           MOVE W-SUR-MONTANT TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           EVALUATE TRUE
               WHEN SUR-CAUTION
                   STRING "Votre cautionnement de " DELIMITED SIZE
                          WS-MNT-AFF DELIMITED SIZE
                          " EUR prend fin ce jour." DELIMITED SIZE
                       INTO WS-LIGNE
               WHEN SUR-HYPOTHEQUE
                   STRING "Nous donnons mainlevee de l'hypotheque "
                          DELIMITED SIZE
                          "de rang " DELIMITED SIZE
                          W-SUR-RANG DELIMITED SIZE
                          " inscrite sur :" DELIMITED SIZE
                       INTO WS-LIGNE
               WHEN SUR-NANTISSEMENT
                   STRING "Le nantissement du depot a terme "
                          DELIMITED SIZE
                          W-SUR-DAT DELIMITED SIZE
                          " est leve." DELIMITED SIZE
                       INTO WS-LIGNE
           END-EVALUATE.
           MOVE WS-LIGNE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           EVALUATE TRUE
               WHEN SUR-HYPOTHEQUE
                   MOVE W-SUR-BIEN TO F-LETTRE-LIGNE
                   WRITE F-LETTRE-LIGNE
                   MOVE "Acte a presenter au notaire pour radiation "
                       TO F-LETTRE-LIGNE
                   WRITE F-LETTRE-LIGNE
                   MOVE "de l'inscription." TO F-LETTRE-LIGNE
                   WRITE F-LETTRE-LIGNE
               WHEN SUR-NANTISSEMENT
                   MOVE "Le depot redevient disponible et suivra votre "
                       TO F-LETTRE-LIGNE
                   WRITE F-LETTRE-LIGNE
                   MOVE "instruction a son echeance." TO F-LETTRE-LIGNE
                   WRITE F-LETTRE-LIGNE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "Veuillez agreer nos salutations distinguees."
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           CLOSE F-LETTRE.

      *>----------------------------------------------------------------
      *> Acheminement : preference d'envoi du compte de l'emprunteur,
      *> sauf pour la caution, tiers au compte, toujours imprimee.
       DEPOSER-AU-SPOOL.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-SPOOL WS-CODE-SPOOL.

           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR-SPOOL TO W-SPL-ID.
           MOVE W-PRT-CPT         TO W-SPL-CPT.
           MOVE "MAINLEVEE"       TO W-SPL-TYPE-DOC.
           MOVE WS-DATE-JOUR      TO W-SPL-DATE.
           MOVE W-CPT-AGENCE      TO W-SPL-AGENCE.
           MOVE WS-NOM-LETTRE     TO W-SPL-FICHIER.
           IF SUR-CAUTION
               MOVE 'C' TO W-SPL-MODE
               SET SPL-A-IMPRIMER TO TRUE
           ELSE
               MOVE W-CPT-MODE-ENVOI TO W-SPL-MODE
               IF ENVOI-SUPPRIME
                   SET SPL-SUPPRIME TO TRUE
               ELSE
                   SET SPL-A-IMPRIMER TO TRUE
               END-IF
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "WRITE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

       END PROGRAM MAINLEVEES.
