      *>****************************************************************
      *> Programme : EXERCICES
      *> Role      : Consultation et reouverture des exercices
      *>             comptables (EXERCICES.dat, tenu par la cloture
      *>             annuelle CLOTURE-EXERCICE) :
      *>             - (L)ister les exercices : statut, date de
      *>               cloture, capitalisation des interets, coupure
      *>               d'archive, soldes figes, derniere reouverture ;
      *>             - (R)eouvrir un exercice clos : superviseur
      *>               authentifie par son PIN, motif obligatoire ;
      *>               les ecritures antidatees dans l'exercice (cf
      *>               CORRECTION-VALEUR) sont de nouveau acceptees ;
      *>             - re(C)lore un exercice reouvert une fois les
      *>               regularisations passees. Les soldes figes de la
      *>               cloture d'origine ne sont pas recalcules : les
      *>               corrections de la periode de reouverture sont
      *>               tracees dans leur propre journal.
      *>             Reouverture et re-cloture sont journalisees via
      *>             AUDIT-IO.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EXERCICE.
       COPY OPERATEUR.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1) VALUE SPACE.
          88 CHOIX-LISTER        VALUE 'L'.
          88 CHOIX-REOUVRIR      VALUE 'R'.
          88 CHOIX-RECLORE       VALUE 'C'.

       01 WS-CONFIRMER           PIC X(1) VALUE 'N'.
          88 CONFIRMER-OUI       VALUE 'O'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       01 WS-SUP-PIN             PIC X(4).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-ANNEE               PIC 9(4).
       01 WS-MOTIF               PIC X(40).
       01 WS-CODE-EXE            PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-OPERATION-AUDIT     PIC X(12).
       01 WS-NB                  PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Exercices comptables ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE LK-OPERATEUR TO W-OPE-ID.
       MOVE "READ" TO WS-OP.
       CALL "OPERATEUR-IO" USING WS-OP W-OPERATEUR W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Operateur introuvable."
           EXIT PROGRAM
       END-IF.

       DISPLAY "(L)ister, (R)eouvrir un exercice clos, re(C)lore un "
               "exercice reouvert : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.
       MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-LISTER
               PERFORM LISTER-EXERCICES
           WHEN CHOIX-REOUVRIR
               PERFORM REOUVRIR-EXERCICE
           WHEN CHOIX-RECLORE
               PERFORM RECLORE-EXERCICE
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       LISTER-EXERCICES.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-EXE.
           MOVE "START-FIRST" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-EXE.
           IF WS-CODE-EXE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "ANNEE S CLOTURE  INTERETS ARCHIVE  COMPTES "
                   "REOUVERT PAR      MOTIF".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-EXE
               IF WS-CODE-EXE = '00'
                   DISPLAY W-EXE-ANNEE " "
                           W-EXE-STATUT " "
                           W-EXE-DATE-CLOTURE " "
                           W-EXE-DATE-INTERETS " "
                           W-EXE-DATE-ARCHIVE " "
                           W-EXE-NB-COMPTES " "
                           W-EXE-DATE-REOUV " "
                           W-EXE-OPE-REOUV " "
                           W-EXE-MOTIF-REOUV
                   ADD 1 TO WS-NB
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-FERMETURE.
           DISPLAY "Exercices : " WS-NB
                   " (S : O ouvert, C clos, R reouvert ; soldes figes "
                   "dans data/SOLDES-EXERCICE-AAAA.dat)".

      *>----------------------------------------------------------------
      *> Reouverture : le superviseur connecte confirme son identite
      *> par son PIN ; le motif est conserve sur l'exercice et dans
      *> le journal d'audit.
       REOUVRIR-EXERCICE.
           IF NOT OPE-SUPERVISEUR
               DISPLAY "Acces refuse : droits superviseur exiges."
               EXIT PARAGRAPH
           END-IF.

           PERFORM SAISIR-EXERCICE.
           IF WS-CODE-EXE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF NOT EXE-CLOS
               DISPLAY "L'exercice " WS-ANNEE " n'est pas clos."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Motif de la reouverture : " WITH NO ADVANCING.
           ACCEPT WS-MOTIF.
           IF WS-MOTIF = SPACES
               DISPLAY "Motif obligatoire."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "PIN superviseur : " WITH NO ADVANCING.
           ACCEPT WS-SUP-PIN.
           IF WS-SUP-PIN NOT = W-OPE-PIN OR NOT OPE-ACTIF
               DISPLAY "Acces refuse : PIN invalide."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Reouvrir l'exercice " WS-ANNEE
                   " aux ecritures antidatees ? (O/N) "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMER.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMER) TO WS-CONFIRMER.
           IF NOT CONFIRMER-OUI
               DISPLAY "Reouverture abandonnee."
               EXIT PARAGRAPH
           END-IF.

           SET EXE-REOUVERT TO TRUE.
           MOVE WS-DATE-JOUR TO W-EXE-DATE-REOUV.
           MOVE LK-OPERATEUR TO W-EXE-OPE-REOUV.
           MOVE WS-MOTIF     TO W-EXE-MOTIF-REOUV.
           PERFORM ENREGISTRER-EXERCICE.
           IF WS-CODE-EXE = '00'
               MOVE "REOUV-EXERC" TO WS-OPERATION-AUDIT
               PERFORM JOURNALISER-AUDIT
               DISPLAY "Exercice " WS-ANNEE " reouvert. Le reclore "
                       "une fois les regularisations passees."
           END-IF.

      *>----------------------------------------------------------------
       RECLORE-EXERCICE.
           IF NOT OPE-SUPERVISEUR
               DISPLAY "Acces refuse : droits superviseur exiges."
               EXIT PARAGRAPH
           END-IF.

           PERFORM SAISIR-EXERCICE.
           IF WS-CODE-EXE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF NOT EXE-REOUVERT
               DISPLAY "L'exercice " WS-ANNEE " n'est pas reouvert."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Reclore l'exercice " WS-ANNEE " ? (O/N) "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMER.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMER) TO WS-CONFIRMER.
           IF NOT CONFIRMER-OUI
               DISPLAY "Re-cloture abandonnee."
               EXIT PARAGRAPH
           END-IF.

           SET EXE-CLOS TO TRUE.
           PERFORM ENREGISTRER-EXERCICE.
           IF WS-CODE-EXE = '00'
               MOVE SPACES TO WS-MOTIF
               STRING "RECLOS APRES REOUVERTURE DU " DELIMITED SIZE
                      W-EXE-DATE-REOUV DELIMITED SIZE
                   INTO WS-MOTIF
               MOVE "RECLOT-EXERC" TO WS-OPERATION-AUDIT
               PERFORM JOURNALISER-AUDIT
               DISPLAY "Exercice " WS-ANNEE " clos."
           END-IF.

      *>----------------------------------------------------------------
       SAISIR-EXERCICE.
           DISPLAY "Exercice (AAAA) : " WITH NO ADVANCING.
           ACCEPT WS-ANNEE.
           MOVE WS-ANNEE TO W-EXE-ANNEE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-EXE.
           MOVE "READ" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-EXE.
           MOVE "CLOSE" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-FERMETURE.
           IF WS-CODE-EXE NOT = '00'
               DISPLAY "Exercice " WS-ANNEE " inconnu (jamais clos)."
           END-IF.

       ENREGISTRER-EXERCICE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-EXE.
           MOVE "REWRITE" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-EXE.
           MOVE "CLOSE" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-FERMETURE.
           IF WS-CODE-EXE NOT = '00'
               DISPLAY "Echec de mise a jour de l'exercice (code: "
                       WS-CODE-EXE ")."
           END-IF.

      *>----------------------------------------------------------------
       JOURNALISER-AUDIT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR        TO W-AUD-ID.
           MOVE 0                  TO W-AUD-CPT.
           MOVE WS-OPERATION-AUDIT TO W-AUD-OPERATION.
           MOVE W-EXE-STATUT       TO W-AUD-CODE.
           MOVE WS-DATE-JOUR       TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR       TO W-AUD-OPERATEUR.
           MOVE SPACES             TO W-AUD-MOTIF.
           STRING WS-ANNEE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MOTIF DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

       END PROGRAM EXERCICES.
