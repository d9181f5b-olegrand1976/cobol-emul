      *>****************************************************************
      *> Module : FUSION-EXEC
      *> Role   : Execute la fusion de deux fiches clients en doublon,
      *>          approuvee par le superviseur dans la file a quatre
      *>          yeux (type FUSION-CLI de VALIDER-MODIFS) :
      *>          - re-pointe sur le client survivant tous les comptes
      *>            du client absorbe (W-CPT-CLIENT), avec UNE entree
      *>            AUDIT-IO par compte ; les cartes, mandats de
      *>            prelevement, dossiers de fraude et abonnements aux
      *>            alertes sont tenus par compte et suivent donc le
      *>            compte sans autre re-pointage ;
      *>          - re-pointe les reclamations du client absorbe
      *>            (W-REC-CLIENT) ;
      *>          - reporte sur le survivant ce qui ne doit pas se
      *>            perdre : statut PPE, risque LBC eleve, telephone
      *>            et adresse electronique absents de sa fiche ;
      *>          - passe la fiche absorbee au statut 'F' avec le
      *>            numero du survivant : son numero reste un alias,
      *>            la lecture CLIENT-IO "READ" renvoyant la fiche
      *>            survivante (registres tenus par numero client :
      *>            liens, suretes, dossiers de credit...) ;
      *>          - journalise la fusion elle-meme (compte 0).
      *>          Codes retour : '21' fiche introuvable, '43' fiche
      *>          deja fusionnee, '10' numeros identiques ou natures
      *>          differentes (personne physique / morale), '29'
      *>          plus de comptes que la table n'en tient (relancer
      *>          pour le reliquat).
      *> Appel  : CALL "FUSION-EXEC" USING LK-ABSORBE, LK-SURVIVANT,
      *>              LK-DEMANDEUR, LK-SUPERVISEUR, LK-CODE-RETOUR.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSION-EXEC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CLIENT.
       COPY COMPTE.
       COPY RECLAMATION.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-AUDIT          PIC X(2).
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).

      *> Fiche absorbee, lue avant la mise a jour du survivant :
      *> image complete pour sa cloture en alias, et champs reportes
      *> sur le survivant.
       01 WS-ABSORBE-CLIENT      PIC X(493).
       01 WS-ABS-TELEPHONE       PIC X(14).
       01 WS-ABS-EMAIL           PIC X(40).
       01 WS-ABS-RISQUE          PIC X(1).
          88 ABS-RISQUE-ELEVE    VALUE 'E'.
       01 WS-ABS-PPE             PIC X(1).
          88 ABS-PPE             VALUE 'O'.
       01 WS-ABS-PPE-CATEGORIE   PIC X(1).
       01 WS-ABS-PPE-ORIGINE     PIC X(1).
       01 WS-ABS-PPE-FONCTION    PIC X(30).
       01 WS-ABS-PPE-DATE        PIC 9(8).
       01 WS-ABS-PPE-DATE-REVUE  PIC 9(8).
       01 WS-SURV-MORALE         PIC X(1).
          88 SURVIVANT-MORALE    VALUE 'O'.

      *> Comptes et reclamations du client absorbe, collectes avant
      *> re-pointage (le parcours ne doit pas etre casse par les
      *> REWRITE, la cle alternative client des reclamations
      *> changeant de valeur).
       01 WS-NB-COMPTES          PIC 9(4) COMP VALUE 0.
       01 WS-TAB-COMPTES.
          05 WS-CPT-A-REPOINTER OCCURS 500 TIMES PIC 9(8).
       01 WS-NB-RECLAS           PIC 9(4) COMP VALUE 0.
       01 WS-TAB-RECLAS.
          05 WS-REC-A-REPOINTER OCCURS 500 TIMES PIC 9(10).
       01 WS-IDX                 PIC 9(4) COMP.
       01 WS-SATUREE             PIC X(1) VALUE 'N'.
          88 TABLE-SATUREE       VALUE 'O'.

       01 WS-NB-REPOINTES-CPT    PIC 9(5) VALUE 0.
       01 WS-NB-REPOINTES-REC    PIC 9(5) VALUE 0.
       01 WS-REPORTS             PIC X(20) VALUE SPACES.
       01 WS-PTR-REPORTS         PIC 9(2) COMP.

       LINKAGE SECTION.
       01 LK-ABSORBE             PIC 9(8).
       01 LK-SURVIVANT           PIC 9(8).
       01 LK-DEMANDEUR           PIC X(8).
       01 LK-SUPERVISEUR         PIC X(8).
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-ABSORBE, LK-SURVIVANT, LK-DEMANDEUR,
                                LK-SUPERVISEUR, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       PERFORM CONTROLER-FICHES.
       IF LK-CODE-RETOUR NOT = '00'
           GOBACK
       END-IF.

       PERFORM COLLECTER-COMPTES.
       PERFORM REPOINTER-COMPTES.
       PERFORM COLLECTER-RECLAMATIONS.
       PERFORM REPOINTER-RECLAMATIONS.

      *> Le reliquat d'une table saturee se traite en relancant la
      *> fusion : la fiche absorbee n'est close qu'une fois vide.
       IF TABLE-SATUREE
           DISPLAY "ATTENTION : plus de 500 comptes ou reclamations "
                   "pour ce client, relancer la fusion pour le "
                   "reliquat."
           MOVE '29' TO LK-CODE-RETOUR
       ELSE
           PERFORM METTRE-A-JOUR-FICHES
           PERFORM JOURNALISER-FUSION
       END-IF.

       DISPLAY "Fusion " LK-ABSORBE " -> " LK-SURVIVANT " : "
               WS-NB-REPOINTES-CPT " compte(s), " WS-NB-REPOINTES-REC
               " reclamation(s) re-pointe(s).".

       GOBACK.

      *>----------------------------------------------------------------
      *> Les deux fiches sont relues telles quelles (sans suivre les
      *> alias) : la situation a pu changer depuis la demande.
       CONTROLER-FICHES.
           IF LK-ABSORBE = LK-SURVIVANT
               MOVE '10' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.

           MOVE LK-SURVIVANT TO W-CLI-NUMERO.
           MOVE "READ-DIRECT" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           EVALUATE TRUE
               WHEN WS-CODE-CLIENT NOT = '00'
                   MOVE '21' TO LK-CODE-RETOUR
               WHEN CLI-FUSIONNE
                   MOVE '43' TO LK-CODE-RETOUR
               WHEN CLI-PERSONNE-MORALE
                   SET SURVIVANT-MORALE TO TRUE
               WHEN OTHER
                   MOVE 'N' TO WS-SURV-MORALE
           END-EVALUATE.

           IF LK-CODE-RETOUR = '00'
               MOVE LK-ABSORBE TO W-CLI-NUMERO
               MOVE "READ-DIRECT" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               EVALUATE TRUE
                   WHEN WS-CODE-CLIENT NOT = '00'
                       MOVE '21' TO LK-CODE-RETOUR
                   WHEN CLI-FUSIONNE
                       MOVE '43' TO LK-CODE-RETOUR
                   WHEN CLI-PERSONNE-MORALE AND NOT SURVIVANT-MORALE
                       MOVE '10' TO LK-CODE-RETOUR
                   WHEN CLI-PERSONNE-PHYSIQUE AND SURVIVANT-MORALE
                       MOVE '10' TO LK-CODE-RETOUR
                   WHEN OTHER
                       MOVE W-CLIENT           TO WS-ABSORBE-CLIENT
                       MOVE W-CLI-TELEPHONE    TO WS-ABS-TELEPHONE
                       MOVE W-CLI-EMAIL        TO WS-ABS-EMAIL
                       MOVE W-CLI-RISQUE       TO WS-ABS-RISQUE
                       MOVE W-CLI-PPE          TO WS-ABS-PPE
                       MOVE W-CLI-PPE-CATEGORIE
                           TO WS-ABS-PPE-CATEGORIE
                       MOVE W-CLI-PPE-ORIGINE  TO WS-ABS-PPE-ORIGINE
                       MOVE W-CLI-PPE-FONCTION TO WS-ABS-PPE-FONCTION
                       MOVE W-CLI-PPE-DATE     TO WS-ABS-PPE-DATE
                       MOVE W-CLI-PPE-DATE-REVUE
                           TO WS-ABS-PPE-DATE-REVUE
               END-EVALUATE
           END-IF.

           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
      *> Pas de cle alternative client sur COMPTES.dat : parcours
      *> complet.
       COLLECTER-COMPTES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CPT-CLIENT NOT = LK-ABSORBE
                       CONTINUE
                   WHEN WS-NB-COMPTES >= 500
                       SET TABLE-SATUREE TO TRUE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-NB-COMPTES
                       MOVE W-CPT-NUMERO
                           TO WS-CPT-A-REPOINTER(WS-NB-COMPTES)
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

       REPOINTER-COMPTES.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-COMPTES
               MOVE WS-CPT-A-REPOINTER(WS-IDX) TO W-CPT-NUMERO
               MOVE "READ-LOCK" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
               IF RC-OK
                   MOVE LK-SURVIVANT TO W-CPT-CLIENT
                   MOVE "REWRITE" TO WS-OP
                   CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
                   IF RC-OK
                       ADD 1 TO WS-NB-REPOINTES-CPT
                       PERFORM JOURNALISER-COMPTE
                   END-IF
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

      *>----------------------------------------------------------------
       COLLECTER-RECLAMATIONS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-ABSORBE TO W-REC-CLIENT.
           MOVE "START-CLI" TO WS-OP.
           CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-REC-CLIENT NOT = LK-ABSORBE
                       SET FIN-PARCOURS TO TRUE
                   WHEN WS-NB-RECLAS >= 500
                       SET TABLE-SATUREE TO TRUE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-NB-RECLAS
                       MOVE W-REC-ID
                           TO WS-REC-A-REPOINTER(WS-NB-RECLAS)
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR.

       REPOINTER-RECLAMATIONS.
           IF WS-NB-RECLAS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-NB-RECLAS
               MOVE WS-REC-A-REPOINTER(WS-IDX) TO W-REC-ID
               MOVE "READ" TO WS-OP
               CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR
               IF RC-OK
                   MOVE LK-SURVIVANT TO W-REC-CLIENT
                   MOVE "REWRITE" TO WS-OP
                   CALL "RECLA-IO" USING WS-OP W-RECLAMATION
                                         W-CODE-RETOUR
                   IF RC-OK
                       ADD 1 TO WS-NB-REPOINTES-REC
                   END-IF
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "RECLA-IO" USING WS-OP W-RECLAMATION W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Survivant d'abord (reports depuis la fiche absorbee), puis
      *> fiche absorbee close en alias.
       METTRE-A-JOUR-FICHES.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.

           MOVE LK-SURVIVANT TO W-CLI-NUMERO.
           MOVE "READ-DIRECT" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           IF WS-CODE-CLIENT = '00'
               PERFORM REPORTER-SUR-SURVIVANT
               MOVE "REWRITE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
           END-IF.

           MOVE WS-ABSORBE-CLIENT TO W-CLIENT.
           SET CLI-FUSIONNE TO TRUE.
           MOVE LK-SURVIVANT TO W-CLI-FUSIONNE-DANS.
           MOVE WS-DATE-JOUR TO W-CLI-DATE-FUSION.
           MOVE "REWRITE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           IF WS-CODE-CLIENT NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
           END-IF.

           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
      *> Ce qui ne doit pas se perdre avec la fiche absorbee : une
      *> PPE reste PPE (revue annuelle, accord de la direction), un
      *> risque LBC eleve le reste jusqu'au prochain SCORING-LBC, et
      *> les coordonnees absentes du survivant sont reprises.
       REPORTER-SUR-SURVIVANT.
           MOVE SPACES TO WS-REPORTS.
           MOVE 1 TO WS-PTR-REPORTS.
           IF W-CLI-TELEPHONE = SPACES AND WS-ABS-TELEPHONE NOT = SPACES
               MOVE WS-ABS-TELEPHONE TO W-CLI-TELEPHONE
               STRING "TEL " DELIMITED SIZE
                   INTO WS-REPORTS WITH POINTER WS-PTR-REPORTS
           END-IF.
           IF W-CLI-EMAIL = SPACES AND WS-ABS-EMAIL NOT = SPACES
               MOVE WS-ABS-EMAIL TO W-CLI-EMAIL
               STRING "EMAIL " DELIMITED SIZE
                   INTO WS-REPORTS WITH POINTER WS-PTR-REPORTS
           END-IF.
           IF ABS-PPE AND NOT CLI-PPE
               MOVE WS-ABS-PPE            TO W-CLI-PPE
               MOVE WS-ABS-PPE-CATEGORIE  TO W-CLI-PPE-CATEGORIE
               MOVE WS-ABS-PPE-ORIGINE    TO W-CLI-PPE-ORIGINE
               MOVE WS-ABS-PPE-FONCTION   TO W-CLI-PPE-FONCTION
               MOVE WS-ABS-PPE-DATE       TO W-CLI-PPE-DATE
               MOVE WS-ABS-PPE-DATE-REVUE TO W-CLI-PPE-DATE-REVUE
               STRING "PPE " DELIMITED SIZE
                   INTO WS-REPORTS WITH POINTER WS-PTR-REPORTS
           END-IF.
           IF ABS-RISQUE-ELEVE AND NOT CLI-RISQUE-ELEVE
               SET CLI-RISQUE-ELEVE TO TRUE
               MOVE SPACES TO W-CLI-RISQUE-MOTIF
               STRING "FUSION AVEC LE CLIENT " DELIMITED SIZE
                      LK-ABSORBE DELIMITED SIZE
                      " (RISQUE ELEVE)" DELIMITED SIZE
                   INTO W-CLI-RISQUE-MOTIF
               STRING "RISQUE " DELIMITED SIZE
                   INTO WS-REPORTS WITH POINTER WS-PTR-REPORTS
           END-IF.

      *>----------------------------------------------------------------
      *> Une entree d'audit par compte re-pointe, puis une pour la
      *> fusion elle-meme.
       JOURNALISER-COMPTE.
           INITIALIZE W-AUDIT.
           MOVE W-CPT-NUMERO    TO W-AUD-CPT.
           MOVE SPACES TO W-AUD-MOTIF.
           STRING "CLIENT " DELIMITED SIZE
                  LK-ABSORBE DELIMITED SIZE
                  " -> " DELIMITED SIZE
                  LK-SURVIVANT DELIMITED SIZE
                  " DEM " DELIMITED SIZE
                  LK-DEMANDEUR DELIMITED SIZE
               INTO W-AUD-MOTIF.
           PERFORM ECRIRE-AUDIT.

       JOURNALISER-FUSION.
           INITIALIZE W-AUDIT.
           MOVE 0 TO W-AUD-CPT.
           MOVE SPACES TO W-AUD-MOTIF.
           STRING "FUSION " DELIMITED SIZE
                  LK-ABSORBE DELIMITED SIZE
                  " DANS " DELIMITED SIZE
                  LK-SURVIVANT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-REPORTS DELIMITED SIZE
               INTO W-AUD-MOTIF.
           PERFORM ECRIRE-AUDIT.

       ECRIRE-AUDIT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-AUDIT.
           MOVE WS-COMPTEUR     TO W-AUD-ID.
           MOVE "FUSION-CLI"    TO W-AUD-OPERATION.
           MOVE '00'            TO W-AUD-CODE.
           MOVE WS-DATE-JOUR    TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-SUPERVISEUR  TO W-AUD-OPERATEUR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.

       END PROGRAM FUSION-EXEC.
