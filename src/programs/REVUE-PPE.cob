      *>****************************************************************
      *> Programme : REVUE-PPE
      *> Role      : Batch de cycle mensuel (chaine BATCH-NUIT, fin de
      *>             mois). Liste de travail de la revue annuelle des
      *>             personnes politiquement exposees : chaque client
      *>             actif PPE (W-CLI-PPE) dont la revue tombe avant la
      *>             fin du preavis de PPE-PARAM.cpy, ou deja depassee,
      *>             part sur reports/REVUE-PPE-AAAAMM.txt avec sa
      *>             categorie, sa fonction, l'origine du statut
      *>             (declaration ou liste), ses comptes ouverts ou en
      *>             attente d'accord, et les origines de fonds
      *>             recueillies sur les douze derniers mois
      *>             (ORIGINES-FONDS.dat). La revue est enregistree par
      *>             l'ecran CREER-CLIENT (choix P) : maintien du
      *>             statut avec nouvelle echeance, ou demande de
      *>             levee soumise a la direction.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVUE-PPE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CLIENT.
       COPY COMPTE.
       COPY ORIGINE-FONDS.
       COPY PPE-PARAM.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-NOM-RAPPORT         PIC X(50).

       01 WS-FIN-CLI             PIC X(1) VALUE 'N'.
          88 FIN-CLIENTS         VALUE 'O'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-IO             PIC X(2).

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-AAAAMM              PIC 9(6).
       01 WS-DATE-LIMITE         PIC 9(8).
       01 WS-DATE-DEBUT-FONDS    PIC 9(8).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.

      *> Situation du client revu.
       01 WS-NB-CPT-ACTIFS       PIC 9(3).
       01 WS-NB-CPT-ATTENTE      PIC 9(3).
       01 WS-NB-ORIGINES         PIC 9(4).
       01 WS-NB-SANS-PIECE       PIC 9(4).
       01 WS-TOTAL-ORIGINES      PIC S9(13)V99 COMP-3.
       01 WS-ETAT-REVUE          PIC X(10).

       01 WS-NB-PPE              PIC 9(5) VALUE 0.
       01 WS-NB-A-REVOIR         PIC 9(5) VALUE 0.
       01 WS-NB-EN-RETARD        PIC 9(5) VALUE 0.

       01 WS-TOT-AFF             PIC -Z(12)9.99.
       01 WS-NB-AFF              PIC ZZ9.
       01 WS-NB2-AFF             PIC ZZ9.
       01 WS-NB3-AFF             PIC ZZZ9.
       01 WS-NB4-AFF             PIC ZZZ9.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- REVUE-PPE : revue annuelle des PPE ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM.
       COMPUTE WS-JOUR-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               + PPE-PREAVIS-JOURS.
       COMPUTE WS-DATE-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).
       COMPUTE WS-JOUR-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - PPE-REVUE-MOIS * 30.
       COMPUTE WS-DATE-DEBUT-FONDS =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).

       STRING "reports/REVUE-PPE-" DELIMITED SIZE
              WS-AAAAMM DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.
       OPEN OUTPUT F-RAPPORT.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "REVUE ANNUELLE DES PERSONNES POLITIQUEMENT EXPOSEES - "
              DELIMITED SIZE
              WS-AAAAMM DELIMITED SIZE
              " (ECHEANCES JUSQU'AU " DELIMITED SIZE
              WS-DATE-LIMITE DELIMITED SIZE
              ")" DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
       IF WS-CODE-CLIENT NOT = '00'
           DISPLAY "Aucun client au referentiel."
           CLOSE F-RAPPORT
           PERFORM INSCRIRE-ETAT
           EXIT PROGRAM
       END-IF.
       MOVE "START-FIRST" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
       IF WS-CODE-CLIENT NOT = '00'
           SET FIN-CLIENTS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-CLIENTS
           MOVE "READ-NEXT" TO WS-OP
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
           IF WS-CODE-CLIENT = '00'
               IF CLI-ACTIF AND CLI-PPE
                   ADD 1 TO WS-NB-PPE
                   IF W-CLI-PPE-DATE-REVUE <= WS-DATE-LIMITE
                       PERFORM LISTER-CLIENT
                   END-IF
               END-IF
           ELSE
               SET FIN-CLIENTS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.

       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "PPE ACTIVES : " DELIMITED SIZE
              WS-NB-PPE DELIMITED SIZE
              "   A REVOIR : " DELIMITED SIZE
              WS-NB-A-REVOIR DELIMITED SIZE
              "   DONT EN RETARD : " DELIMITED SIZE
              WS-NB-EN-RETARD DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "PPE actives : " WS-NB-PPE
               "   a revoir : " WS-NB-A-REVOIR
               "   en retard : " WS-NB-EN-RETARD.
       DISPLAY "Liste : " FUNCTION TRIM(WS-NOM-RAPPORT).

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Une revue jamais datee (statut anterieur a la cadence) est
      *> traitee comme en retard.
       LISTER-CLIENT.
           ADD 1 TO WS-NB-A-REVOIR.
           IF W-CLI-PPE-DATE-REVUE < WS-DATE-JOUR
               ADD 1 TO WS-NB-EN-RETARD
               MOVE "EN RETARD" TO WS-ETAT-REVUE
           ELSE
               MOVE "A ECHOIR" TO WS-ETAT-REVUE
           END-IF.

           PERFORM COMPTER-COMPTES.
           PERFORM CUMULER-ORIGINES.

           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "CLIENT " DELIMITED SIZE
                  W-CLI-NUMERO DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CLI-NOM DELIMITED SIZE
                  " REVUE " DELIMITED SIZE
                  W-CLI-PPE-DATE-REVUE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-ETAT-REVUE DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "   PPE " DELIMITED SIZE
                  W-CLI-PPE-CATEGORIE DELIMITED SIZE
                  " (" DELIMITED SIZE
                  W-CLI-PPE-ORIGINE DELIMITED SIZE
                  ") " DELIMITED SIZE
                  W-CLI-PPE-FONCTION DELIMITED SIZE
                  " DEPUIS " DELIMITED SIZE
                  W-CLI-PPE-DATE DELIMITED SIZE
                  " RISQUE LBC " DELIMITED SIZE
                  W-CLI-RISQUE DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

           MOVE WS-NB-CPT-ACTIFS  TO WS-NB-AFF.
           MOVE WS-NB-CPT-ATTENTE TO WS-NB2-AFF.
           MOVE WS-NB-ORIGINES    TO WS-NB3-AFF.
           MOVE WS-NB-SANS-PIECE  TO WS-NB4-AFF.
           MOVE WS-TOTAL-ORIGINES TO WS-TOT-AFF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "   COMPTES ACTIFS " DELIMITED SIZE
                  WS-NB-AFF DELIMITED SIZE
                  " EN ATTENTE D'ACCORD " DELIMITED SIZE
                  WS-NB2-AFF DELIMITED SIZE
                  " - ORIGINES DES FONDS 12 MOIS " DELIMITED SIZE
                  WS-NB3-AFF DELIMITED SIZE
                  " TOTAL " DELIMITED SIZE
                  WS-TOT-AFF DELIMITED SIZE
                  " SANS JUSTIFICATIF " DELIMITED SIZE
                  WS-NB4-AFF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
       COMPTER-COMPTES.
           MOVE 0 TO WS-NB-CPT-ACTIFS WS-NB-CPT-ATTENTE.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CPT-CLIENT NOT = W-CLI-NUMERO
                       CONTINUE
                   WHEN CPT-A-VALIDER
                       ADD 1 TO WS-NB-CPT-ATTENTE
                   WHEN NOT CPT-CLOTURE
                       ADD 1 TO WS-NB-CPT-ACTIFS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.

      *>----------------------------------------------------------------
      *> Origines des fonds du client sur les douze derniers mois,
      *> montants en devise des comptes credites.
       CUMULER-ORIGINES.
           MOVE 0 TO WS-NB-ORIGINES WS-NB-SANS-PIECE.
           MOVE 0 TO WS-TOTAL-ORIGINES.
           MOVE 'N' TO WS-FIN.
           INITIALIZE W-ORIGINE-FONDS.
           MOVE W-CLI-NUMERO TO W-ORF-CLIENT.
           MOVE "START-CLIENT" TO WS-OP.
           CALL "ORIGINE-IO" USING WS-OP W-ORIGINE-FONDS WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "ORIGINE-IO" USING WS-OP W-ORIGINE-FONDS
                                       WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-ORF-CLIENT NOT = W-CLI-NUMERO
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-ORF-DATE >= WS-DATE-DEBUT-FONDS
                       ADD 1 TO WS-NB-ORIGINES
                       ADD W-ORF-MONTANT TO WS-TOTAL-ORIGINES
                       IF NOT ORF-PIECE-PRODUITE
                           ADD 1 TO WS-NB-SANS-PIECE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ORIGINE-IO" USING WS-OP W-ORIGINE-FONDS WS-CODE-IO.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "REVUE-PPE" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM REVUE-PPE.
