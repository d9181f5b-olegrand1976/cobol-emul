      *>****************************************************************
      *> Programme : INFO-CAUTIONS
      *> Role      : Batch de la chaine BATCH-NUIT, apres MAINLEVEES.
      *>             Information annuelle obligatoire des cautions :
      *>             chaque caution active (SURETES.dat, type 'C') dont
      *>             le pret court encore recoit une fois par annee
      *>             civile, des la premiere nuit de l'annee, la lettre
      *>             rappelant son engagement, le capital restant du,
      *>             la mensualite, les echeances restantes et les
      *>             impayes eventuels de l'emprunteur. La date d'envoi
      *>             est portee sur la surete (W-SUR-DATE-INFO) : une
      *>             seule lettre par an, meme en cas de relance de la
      *>             chaine.
      *>             La lettre est toujours imprimee (la caution est un
      *>             tiers au compte, sans preference d'envoi).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFO-CAUTIONS.

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
       01 WS-NB-RESTANTES        PIC S9(3) COMP.
       01 WS-NB-RESTANTES-AFF    PIC ZZ9.
       01 WS-MNT-AFF             PIC -Z(10)9.99.

       01 WS-NB-INFORMEES        PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.

       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-SPOOL          PIC X(2).

      *> Repetition generale (module SIMULATION-MODE) : les cautions
      *> a informer sont versees au rapport, aucune lettre deposee au
      *> spool ni date d'information mise a jour.
       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- INFO-CAUTIONS : information annuelle cautions ---".
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
               IF SUR-ACTIVE AND SUR-CAUTION
                       AND W-SUR-DATE-INFO(1:4) < WS-DATE-JOUR(1:4)
                   PERFORM INFORMER-CAUTION
               END-IF
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "SURETE-IO" USING WS-OP W-SURETE W-CODE-RETOUR.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Cautions informees : " WS-NB-INFORMEES.
       DISPLAY "Echecs : " WS-NB-ECHECS.

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Un pret solde n'appelle plus d'information : sa caution est
      *> levee par MAINLEVEES.
       INFORMER-CAUTION.
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
           IF PRT-SOLDE-FIN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NB-RESTANTES = W-PRT-DUREE-MOIS - W-PRT-NB-PAYEES.
           IF WS-NB-RESTANTES < 0
               MOVE 0 TO WS-NB-RESTANTES
           END-IF.

           IF MODE-SIMULATION
               PERFORM SIMULER-INFORMATION
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATE-JOUR TO W-SUR-DATE-INFO.
           MOVE "REWRITE" TO WS-OP.
           CALL "SURETE-IO" USING WS-OP W-SURETE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "SURETE " W-SUR-ID " ECHEC de mise a jour "
                       "(code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.

           PERFORM EDITER-LETTRE.
           PERFORM DEPOSER-AU-SPOOL.
           ADD 1 TO WS-NB-INFORMEES.
           DISPLAY "SURETE " W-SUR-ID " : caution " W-SUR-GARANT-NOM
                   " informee.".

      *>----------------------------------------------------------------
       SIMULER-INFORMATION.
           ADD 1 TO WS-NB-INFORMEES.
           MOVE SPACES TO WS-LIGNE-SIMUL.
           STRING "INFO-CAUTIONS : caution " DELIMITED SIZE
                  W-SUR-ID DELIMITED SIZE
                  " du pret " DELIMITED SIZE
                  W-SUR-PRET DELIMITED SIZE
                  " serait informee (" DELIMITED SIZE
                  W-SUR-GARANT-NOM DELIMITED "  "
                  ")" DELIMITED SIZE
               INTO WS-LIGNE-SIMUL.
           MOVE "LIGNE" TO WS-OP-SIMUL.
           CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                        WS-CODE-SIMUL.

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
           END-IF.

           MOVE SPACES TO WS-NOM-LETTRE.
           STRING "reports/INFO-CAUTION-" DELIMITED SIZE
                  W-SUR-ID                DELIMITED SIZE
                  ".txt"                  DELIMITED SIZE
               INTO WS-NOM-LETTRE.
           OPEN OUTPUT F-LETTRE.

           MOVE PARAM-NOM-BANQUE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE W-SUR-GARANT-NOM TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE W-SUR-GARANT-ADRESSE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING "Le " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  "   Objet : information annuelle de la caution"
                      DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING "Vous vous etes porte caution du pret " DELIMITED SIZE
                  W-SUR-PRET DELIMITED SIZE
                  " consenti a" DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE W-CPT-TITULAIRE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           MOVE W-SUR-MONTANT TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Montant de votre engagement : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " EUR" DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           MOVE W-PRT-CAPITAL-RESTANT TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Capital restant du ce jour  : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " EUR" DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           MOVE W-PRT-MENSUALITE TO WS-MNT-AFF.
           MOVE WS-NB-RESTANTES TO WS-NB-RESTANTES-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Mensualite : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  "   echeances restantes : " DELIMITED SIZE
                  WS-NB-RESTANTES-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           IF W-PRT-NB-IMPAYES > 0 OR PRT-DECHU
               MOVE SPACES TO WS-LIGNE
               STRING "Incidents : " DELIMITED SIZE
                      W-PRT-NB-IMPAYES DELIMITED SIZE
                      " echeance(s) impayee(s)" DELIMITED SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
               IF PRT-DECHU
                   MOVE "La decheance du terme a ete prononcee."
                       TO F-LETTRE-LIGNE
                   WRITE F-LETTRE-LIGNE
               END-IF
           ELSE
               MOVE "Aucun incident de paiement de l'emprunteur."
                   TO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
           END-IF.

           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "Veuillez agreer nos salutations distinguees."
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           CLOSE F-LETTRE.

      *>----------------------------------------------------------------
       DEPOSER-AU-SPOOL.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-SPOOL WS-CODE-SPOOL.

           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR-SPOOL TO W-SPL-ID.
           MOVE W-PRT-CPT         TO W-SPL-CPT.
           MOVE "INFO-CAUTION"    TO W-SPL-TYPE-DOC.
           MOVE WS-DATE-JOUR      TO W-SPL-DATE.
           MOVE W-CPT-AGENCE      TO W-SPL-AGENCE.
           MOVE 'C'               TO W-SPL-MODE.
           MOVE WS-NOM-LETTRE     TO W-SPL-FICHIER.
           SET SPL-A-IMPRIMER TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "WRITE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

       END PROGRAM INFO-CAUTIONS.
