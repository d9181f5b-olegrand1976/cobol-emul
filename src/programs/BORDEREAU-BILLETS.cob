      *>****************************************************************
      *> Programme : BORDEREAU-BILLETS
      *> Role      : Batch de cycle mensuel (chaine BATCH-NUIT, fin de
      *>             mois). Bordereau de transmission a la Banque de
      *>             France des billets presumes faux retenus au
      *>             guichet (registre FAUX-BILLETS.dat) : chaque
      *>             billet au statut R (retenu) part sur
      *>             reports/BORDEREAU-BILLETS-AAAAMM.txt avec sa
      *>             coupure, sa devise, son numero de serie,
      *>             l'operation d'origine, l'agence, le guichetier et
      *>             le remettant, puis passe au statut T (transmis)
      *>             avec le numero de bordereau AAAAMM ; le
      *>             bordereau accompagne l'envoi physique des
      *>             billets. Les billets transmis encore sans
      *>             resultat d'analyse sont rappeles en fin de
      *>             bordereau ; le resultat est saisi par l'ecran
      *>             FAUX-BILLETS. En mode simulation, le bordereau
      *>             est edite sans changer le statut des billets.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORDEREAU-BILLETS.

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
       COPY FAUX-BILLET.
       COPY PARAMETRES.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-NOM-RAPPORT         PIC X(50).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-CODE-FXB            PIC X(2).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-AAAAMM              PIC 9(6).
       01 WS-LIB-ORIGINE         PIC X(7).

       01 WS-NB-TRANSMIS         PIC 9(5) VALUE 0.
       01 WS-NB-EN-ANALYSE       PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.
       01 WS-TOTAL-EUR           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-AFF           PIC -Z(10)9.99.

       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).
       01 WS-MODE-SIMUL          PIC X(1) VALUE 'N'.
          88 MODE-SIMULATION     VALUE 'O'.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- BORDEREAU-BILLETS : billets retenus -> BdF ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM.

       MOVE "ETAT" TO WS-OP-SIMUL.
       CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                    WS-CODE-SIMUL.
       IF WS-CODE-SIMUL = '00'
           SET MODE-SIMULATION TO TRUE
           DISPLAY "MODE SIMULATION : statuts des billets inchanges."
       END-IF.

       STRING "reports/BORDEREAU-BILLETS-" DELIMITED SIZE
              WS-AAAAMM DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.
       OPEN OUTPUT F-RAPPORT.
       MOVE PARAM-NOM-BANQUE TO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "BORDEREAU DE TRANSMISSION A LA BANQUE DE FRANCE DES "
              DELIMITED SIZE
              "BILLETS PRESUMES FAUX - N. " DELIMITED SIZE
              WS-AAAAMM DELIMITED SIZE
              " DU " DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE "RETENUE    DATE     COUPURE DEV SERIE        ORIGINE AG"
           TO F-RAPPORT-LIGNE.
       MOVE "   GUICHET  REMETTANT / PIECE" TO F-RAPPORT-LIGNE(57:29).
       WRITE F-RAPPORT-LIGNE.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.
       IF WS-CODE-FXB NOT = '00'
           DISPLAY "Aucun billet retenu au registre."
           CLOSE F-RAPPORT
           PERFORM INSCRIRE-ETAT
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "START-FIRST" TO WS-OP.
       CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.
       IF WS-CODE-FXB NOT = '00'
           SET FIN-PARCOURS TO TRUE
       END-IF.
       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB
           EVALUATE TRUE
               WHEN WS-CODE-FXB NOT = '00'
                   SET FIN-PARCOURS TO TRUE
               WHEN FXB-RETENU
                   PERFORM TRANSMETTRE-BILLET
               WHEN FXB-TRANSMIS
                   ADD 1 TO WS-NB-EN-ANALYSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.

       MOVE SPACES TO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE WS-TOTAL-EUR TO WS-TOTAL-AFF.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "BILLETS TRANSMIS : " DELIMITED SIZE
              WS-NB-TRANSMIS DELIMITED SIZE
              "   VALEUR FACIALE EUR : " DELIMITED SIZE
              WS-TOTAL-AFF DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.

      *> Rappel des envois anterieurs toujours en cours d'analyse.
       IF WS-NB-EN-ANALYSE > 0
           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "BILLETS DES BORDEREAUX ANTERIEURS SANS RESULTAT "
                  DELIMITED SIZE
                  "D'ANALYSE : " DELIMITED SIZE
                  WS-NB-EN-ANALYSE DELIMITED SIZE
               INTO F-RAPPORT-LIGNE
           WRITE F-RAPPORT-LIGNE
           MOVE 'N' TO WS-FIN
           MOVE "START-FIRST" TO WS-OP
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB
           IF WS-CODE-FXB NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB
               EVALUATE TRUE
                   WHEN WS-CODE-FXB NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN FXB-TRANSMIS
                           AND W-FXB-BORDEREAU NOT = WS-AAAAMM
                       MOVE SPACES TO F-RAPPORT-LIGNE
                       STRING "  RETENUE " DELIMITED SIZE
                              W-FXB-ID DELIMITED SIZE
                              "  BORDEREAU " DELIMITED SIZE
                              W-FXB-BORDEREAU DELIMITED SIZE
                              "  SERIE " DELIMITED SIZE
                              W-FXB-SERIE DELIMITED SIZE
                           INTO F-RAPPORT-LIGNE
                       WRITE F-RAPPORT-LIGNE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
       END-IF.

       MOVE "CLOSE" TO WS-OP.
       CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "Billets transmis : " WS-NB-TRANSMIS
               "   en analyse (bordereaux anterieurs) : "
               WS-NB-EN-ANALYSE.
       DISPLAY "Bordereau : " FUNCTION TRIM(WS-NOM-RAPPORT).

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       TRANSMETTRE-BILLET.
           IF FXB-DEPOT
               MOVE "DEPOT" TO WS-LIB-ORIGINE
           ELSE
               MOVE "CHANGE" TO WS-LIB-ORIGINE
           END-IF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING W-FXB-ID DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-FXB-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-FXB-COUPURE DELIMITED SIZE
                  "   " DELIMITED SIZE
                  W-FXB-DEVISE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-FXB-SERIE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-LIB-ORIGINE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-FXB-AGENCE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-FXB-OPERATEUR DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-FXB-REMETTANT DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-FXB-PIECE DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           ADD 1 TO WS-NB-TRANSMIS.
           IF W-FXB-DEVISE = "EUR"
               ADD W-FXB-COUPURE TO WS-TOTAL-EUR
           END-IF.

           IF MODE-SIMULATION
               MOVE SPACES TO WS-LIGNE-SIMUL
               STRING "BORDEREAU-BILLETS RETENUE " DELIMITED SIZE
                      W-FXB-ID DELIMITED SIZE
                      " REGLE : TRANSMISSION BDF " DELIMITED SIZE
                      WS-AAAAMM DELIMITED SIZE
                   INTO WS-LIGNE-SIMUL
               MOVE "LIGNE" TO WS-OP-SIMUL
               CALL "SIMULATION-MODE" USING WS-OP-SIMUL
                                            WS-LIGNE-SIMUL
                                            WS-CODE-SIMUL
               EXIT PARAGRAPH
           END-IF.

           SET FXB-TRANSMIS TO TRUE.
           MOVE WS-AAAAMM TO W-FXB-BORDEREAU.
           MOVE WS-DATE-JOUR TO W-FXB-DATE-ENVOI.
           MOVE "REWRITE" TO WS-OP.
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.
           IF WS-CODE-FXB NOT = '00'
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "Retenue " W-FXB-ID " : statut non mis a jour "
                       "(code " WS-CODE-FXB ")."
           END-IF.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "BORDEREAU-BILLETS" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM BORDEREAU-BILLETS.
