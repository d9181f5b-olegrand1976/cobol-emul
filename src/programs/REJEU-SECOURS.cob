      *>****************************************************************
      *> Programme : REJEU-SECOURS
      *> Role      : Passe le journal de secours du guichet
      *>             (JOURNAL-SECOURS.dat, operations saisies en mode
      *>             degrade par SECOURS-GUICHET) au retour des
      *>             fichiers maitres. Lance du PUPITRE une fois le
      *>             mode degrade leve ; refuse tant qu'il est declare.
      *>             Chaque operation a rejouer est comptabilisee
      *>             comme au guichet : compte verrouille (READ-LOCK),
      *>             solde mis a jour, mouvement TRANS.dat a la date,
      *>             a l'heure et au nom du guichetier d'origine
      *>             (libelle DEPOT SECOURS / RETRAIT SECOURS). Les
      *>             especes ayant deja ete remises, l'operation est
      *>             passee meme quand le mode normal l'aurait refusee
      *>             ; le motif est alors note sur l'operation et
      *>             liste pour suivi :
      *>             - compte clos ;
      *>             - opposition : compte suspendu ou a valider,
      *>               retrait sur un compte en succession ou frappe
      *>               d'une saisie active ;
      *>             - decouvert : retrait au-dela du disponible et du
      *>               decouvert en vigueur ;
      *>             - compte introuvable : l'operation reste non
      *>               passee ('X') et sera reprise au rejeu suivant ;
      *>             - exercice clos : l'operation est datee d'un
      *>               exercice deja clos (panne a cheval sur la fin
      *>               d'annee) ; elle reste non passee ('X') et sera
      *>               reprise apres reouverture par un superviseur
      *>               (ecran EXERCICES), comme CORRECTION-VALEUR.
      *>             Rapprochement des caisses : une operation que
      *>             CAISSE-MAJ n'avait pu repercuter (pas de caisse
      *>             ouverte) l'est sur la caisse de l'operateur a la
      *>             date de l'operation si elle est encore ouverte ;
      *>             sinon son montant reste a justifier a l'arrete.
      *>             Etat reports/REJEU-SECOURS-AAAAMMJJ.txt (operations
      *>             passees, operations a suivre, caisses par
      *>             operateur et date) ; chaque rejeu est journalise
      *>             via AUDIT-IO. Les frais a l'acte et les controles
      *>             especes (declarations) ne sont pas rejoues.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJEU-SECOURS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ETAT ASSIGN TO WS-NOM-ETAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT.

       DATA DIVISION.
       FILE SECTION.
       FD F-ETAT.
       01 F-ETAT-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.
       COPY SECOURS.
       COPY JOURNEE.
       COPY COMPTE.
       COPY TRANSACT.
       COPY SAISIE.
       COPY CAISSE.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-HEURE-JOUR          PIC 9(6).
       01 WS-NOM-ETAT            PIC X(40).
       01 WS-FS-ETAT             PIC X(2) VALUE '00'.
       01 WS-LIGNE               PIC X(132).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-SEC            PIC X(2).
       01 WS-CODE-CPT            PIC X(2).
       01 WS-CODE-TRN            PIC X(2).
       01 WS-CODE-SAI            PIC X(2).
       01 WS-CODE-CAI            PIC X(2).
       01 WS-CODE-AUD            PIC X(2).
       01 WS-CODE-DISPO          PIC X(2).
       01 WS-CODE-DECOUV         PIC X(2).
       01 WS-FIN-SEC             PIC X(1) VALUE 'N'.
          88 FIN-SCAN-SEC        VALUE 'O'.
       01 WS-FIN-SAI             PIC X(1) VALUE 'N'.
          88 FIN-SCAN-SAI        VALUE 'O'.
       01 WS-SAISIE-ACTIVE       PIC X(1) VALUE 'N'.
          88 SAISIE-ACTIVE       VALUE 'O'.
       01 WS-DISPONIBLE          PIC S9(11)V99 COMP-3.
       01 WS-DECOUVERT-VIGUEUR   PIC S9(11)V99 COMP-3.

      *> Compteurs du rejeu.
       01 WS-NB-LUES             PIC 9(7) VALUE 0.
       01 WS-NB-PASSEES          PIC 9(7) VALUE 0.
       01 WS-NB-NON-PASSEES      PIC 9(7) VALUE 0.
       01 WS-NB-EXERCICE-CLOS    PIC 9(7) VALUE 0.
       01 WS-NB-ANOMALIES        PIC 9(7) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(7) VALUE 0.
       01 WS-NB-CAISSE-REGUL     PIC 9(7) VALUE 0.

      *> Operations a suivre, listees apres les operations passees.
       01 WS-TAB-SUIVI.
          05 WS-SUI-LIGNE        PIC X(132) OCCURS 2000 TIMES.
       01 WS-NB-SUIVI            PIC 9(4) COMP VALUE 0.
       01 WS-IDX-SUIVI           PIC 9(4) COMP.

      *> Caisses touchees par le rejeu (operateur + date).
       01 WS-TAB-CAISSES.
          05 WS-TCA-ENTREE OCCURS 500 TIMES.
             10 WS-TCA-OPERATEUR PIC X(8).
             10 WS-TCA-DATE      PIC 9(8).
             10 WS-TCA-NB        PIC 9(5) COMP.
             10 WS-TCA-ENTREES   PIC S9(11)V99 COMP-3.
             10 WS-TCA-SORTIES   PIC S9(11)V99 COMP-3.
             10 WS-TCA-REGUL     PIC S9(11)V99 COMP-3.
             10 WS-TCA-A-JUSTIFIER PIC S9(11)V99 COMP-3.
       01 WS-NB-CAISSES          PIC 9(3) COMP VALUE 0.
       01 WS-IDX-CAISSE          PIC 9(3) COMP.
       01 WS-NET-CAISSE          PIC S9(11)V99 COMP-3.

       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-MNT-AFF2            PIC -Z(10)9.99.
       01 WS-MNT-AFF3            PIC -Z(10)9.99.
       01 WS-MNT-AFF4            PIC -Z(10)9.99.
       01 WS-NB-AFF              PIC Z(4)9.
       01 WS-LIB-ANOMALIE        PIC X(20).
       01 WS-CODE-REPERTOIRE     PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Rejeu du journal de secours ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-JOUR.

       MOVE "LIRE" TO WS-OP.
       CALL "JOURNEE-IO" USING WS-OP W-JOURNEE W-CODE-RETOUR.
       IF JRN-MODE-SECOURS
           DISPLAY "Refuse : le mode degrade guichet est toujours "
                   "declare."
           DISPLAY "Le lever au PUPITRE une fois les fichiers "
                   "maitres revenus."
           EXIT PROGRAM
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.
       IF WS-CODE-SEC NOT = '00'
           DISPLAY "Journal de secours indisponible."
           EXIT PROGRAM
       END-IF.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
       IF WS-CODE-CPT NOT = '00'
           DISPLAY "COMPTES.dat toujours indisponible : rejeu "
                   "abandonne."
           MOVE "CLOSE" TO WS-OP
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC
           EXIT PROGRAM
       END-IF.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRN.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "CAISSE-IO" USING WS-OP W-CAISSE WS-CODE-CAI.

       PERFORM OUVRIR-ETAT.

       MOVE "START-FIRST" TO WS-OP.
       CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.
       IF WS-CODE-SEC NOT = '00'
           SET FIN-SCAN-SEC TO TRUE
       END-IF.
       PERFORM UNTIL FIN-SCAN-SEC
           MOVE "READ-NEXT" TO WS-OP
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC
           IF WS-CODE-SEC NOT = '00'
               SET FIN-SCAN-SEC TO TRUE
           ELSE
               IF SEC-A-REJOUER OR SEC-NON-PASSEE
                   PERFORM REJOUER-OPERATION
               END-IF
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRN.
       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
       MOVE "CLOSE" TO WS-OP.
       CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.

       PERFORM ECRIRE-SUIVI.
       PERFORM ECRIRE-CAISSES.
       MOVE "CLOSE" TO WS-OP.
       CALL "CAISSE-IO" USING WS-OP W-CAISSE WS-CODE-CAI.
       PERFORM ECRIRE-TOTAUX.
       CLOSE F-ETAT.
       PERFORM INSCRIRE-ETAT.

       PERFORM JOURNALISER-REJEU.

       DISPLAY "Operations rejouees : " WS-NB-LUES
               "  passees : " WS-NB-PASSEES
               "  non passees : " WS-NB-NON-PASSEES.
       DISPLAY "Operations a suivre (refusees en mode normal) : "
               WS-NB-ANOMALIES.
       DISPLAY "Etat : " WS-NOM-ETAT.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Une operation du journal : compte verrouille, motif de refus
      *> du mode normal constate, comptabilisation, caisse, puis
      *> operation marquee passee.
       REJOUER-OPERATION.
           ADD 1 TO WS-NB-LUES.
           SET SEC-SANS-ANOMALIE TO TRUE.

      *>   Le mouvement porte la date d'origine : pas d'ecriture dans
      *>   un exercice clos sans reouverture.
           MOVE "CONTROLER" TO WS-OP.
           CALL "EXERCICE-CTRL" USING WS-OP W-SEC-DATE W-CODE-RETOUR.
           IF RC-ERR-EXERCICE-CLOS
               SET SEC-EXERCICE-CLOS TO TRUE
               SET SEC-NON-PASSEE TO TRUE
               ADD 1 TO WS-NB-NON-PASSEES
               ADD 1 TO WS-NB-EXERCICE-CLOS
               PERFORM RAPPROCHER-CAISSE
               PERFORM NOTER-SUIVI
               MOVE "REWRITE" TO WS-OP
               CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC
               EXIT PARAGRAPH
           END-IF.

           MOVE W-SEC-CPT TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
           IF WS-CODE-CPT NOT = '00'
               SET SEC-INTROUVABLE TO TRUE
               SET SEC-NON-PASSEE TO TRUE
               ADD 1 TO WS-NB-NON-PASSEES
               PERFORM RAPPROCHER-CAISSE
               PERFORM NOTER-SUIVI
               MOVE "REWRITE" TO WS-OP
               CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC
               EXIT PARAGRAPH
           END-IF.

           PERFORM CLASSER-ANOMALIE.

           IF SEC-DEPOT
               ADD W-SEC-MONTANT TO W-CPT-SOLDE
           ELSE
               SUBTRACT W-SEC-MONTANT FROM W-CPT-SOLDE
           END-IF.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
           IF WS-CODE-CPT NOT = '00'
               ADD 1 TO WS-NB-ECHECS
               MOVE "UNLOCK" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT
               MOVE SPACES TO WS-LIGNE
               STRING "ECHEC MISE A JOUR DU COMPTE " DELIMITED SIZE
                      W-SEC-CPT DELIMITED SIZE
                      " - OPERATION " DELIMITED SIZE
                      W-SEC-ID DELIMITED SIZE
                      " LAISSEE A REJOUER" DELIMITED SIZE
                   INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
               EXIT PARAGRAPH
           END-IF.

           PERFORM ECRIRE-MOUVEMENT.

           SET SEC-REJOUEE TO TRUE.
           MOVE W-TRN-ID TO W-SEC-TRN.
           MOVE WS-DATE-JOUR TO W-SEC-DATE-REJEU.
           ADD 1 TO WS-NB-PASSEES.
           PERFORM RAPPROCHER-CAISSE.
           PERFORM ECRIRE-LIGNE-PASSEE.
           IF NOT SEC-SANS-ANOMALIE
               PERFORM NOTER-SUIVI
           END-IF.
           MOVE "REWRITE" TO WS-OP.
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.

      *>----------------------------------------------------------------
      *> Motif pour lequel le guichet aurait refuse l'operation avec
      *> les fichiers maitres : statut du compte, saisie active et
      *> provision (retraits), dans cet ordre.
       CLASSER-ANOMALIE.
           EVALUATE TRUE
               WHEN CPT-CLOTURE
                   SET SEC-CLOS TO TRUE
               WHEN CPT-SUSPENDU OR CPT-A-VALIDER
                   SET SEC-OPPOSITION TO TRUE
               WHEN SEC-RETRAIT AND CPT-SUCCESSION
                   SET SEC-OPPOSITION TO TRUE
           END-EVALUATE.
           IF NOT SEC-SANS-ANOMALIE OR NOT SEC-RETRAIT
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHERCHER-SAISIE.
           IF SAISIE-ACTIVE
               SET SEC-OPPOSITION TO TRUE
               EXIT PARAGRAPH
           END-IF.

           CALL "DISPONIBLE" USING W-CPT-NUMERO W-CPT-SOLDE
                                   WS-DISPONIBLE WS-CODE-DISPO.
           CALL "DECOUVERT-VIGUEUR" USING W-CPT-NUMERO W-SEC-DATE
                                          W-CPT-DECOUVERT-AUTORISE
                                          WS-DECOUVERT-VIGUEUR
                                          WS-CODE-DECOUV.
           IF W-SEC-MONTANT > WS-DISPONIBLE + WS-DECOUVERT-VIGUEUR
               SET SEC-DECOUVERT TO TRUE
           END-IF.

      *>----------------------------------------------------------------
       CHERCHER-SAISIE.
           MOVE 'N' TO WS-SAISIE-ACTIVE.
           MOVE 'N' TO WS-FIN-SAI.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SAISIE-IO" USING WS-OP W-SAISIE WS-CODE-SAI.
           IF WS-CODE-SAI NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE W-SEC-CPT TO W-SAI-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "SAISIE-IO" USING WS-OP W-SAISIE WS-CODE-SAI.
           IF WS-CODE-SAI NOT = '00'
               SET FIN-SCAN-SAI TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN-SAI
               MOVE "READ-NEXT" TO WS-OP
               CALL "SAISIE-IO" USING WS-OP W-SAISIE WS-CODE-SAI
               IF WS-CODE-SAI NOT = '00' OR W-SAI-CPT NOT = W-SEC-CPT
                   SET FIN-SCAN-SAI TO TRUE
               ELSE
                   IF SAI-ACTIVE AND W-SAI-BLOQUE > 0
                       SET SAISIE-ACTIVE TO TRUE
                       SET FIN-SCAN-SAI TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SAISIE-IO" USING WS-OP W-SAISIE WS-CODE-SAI.

      *>----------------------------------------------------------------
      *> Mouvement TRANS.dat a la date et au nom du guichetier
      *> d'origine ; une operation passee malgre un motif de refus
      *> porte le superviseur qui a lance le rejeu.
       ECRIRE-MOUVEMENT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-TRN.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR        TO W-TRN-ID.
           MOVE W-SEC-CPT          TO W-TRN-CPT.
           MOVE W-SEC-TYPE         TO W-TRN-TYPE.
           MOVE W-SEC-MONTANT      TO W-TRN-MONTANT.
           MOVE W-SEC-DATE         TO W-TRN-DATE.
           MOVE W-SEC-DATE         TO W-TRN-DATE-VALEUR.
           MOVE W-SEC-HEURE        TO W-TRN-HEURE.
           IF SEC-DEPOT
               MOVE "DEPOT SECOURS" TO W-TRN-LIBELLE
           ELSE
               MOVE "RETRAIT SECOURS" TO W-TRN-LIBELLE
           END-IF.
           MOVE W-SEC-OPERATEUR    TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE       TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE       TO W-TRN-DEVISE.
           MOVE W-CPT-DEVISE       TO W-TRN-DEVISE-DEST.
           SET TRN-CANAL-GUICHET   TO TRUE.
           IF SEC-SANS-ANOMALIE
               MOVE SPACES TO W-TRN-SUPERVISEUR
           ELSE
               MOVE LK-OPERATEUR TO W-TRN-SUPERVISEUR
           END-IF.

           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRN.
           IF WS-CODE-TRN NOT = '00'
               ADD 1 TO WS-NB-ECHECS
               MOVE SPACES TO WS-LIGNE
               STRING "ATTENTION : COMPTE " DELIMITED SIZE
                      W-SEC-CPT DELIMITED SIZE
                      " MIS A JOUR MAIS MOUVEMENT NON JOURNALISE "
                      "(OPERATION " DELIMITED SIZE
                      W-SEC-ID DELIMITED SIZE
                      ")" DELIMITED SIZE
                   INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.

      *>----------------------------------------------------------------
      *> Cumul par caisse (operateur + date de l'operation) ; une
      *> operation non repercutee l'est si la caisse est encore
      *> ouverte, sinon son montant reste a justifier.
       RAPPROCHER-CAISSE.
           PERFORM CHERCHER-CAISSE.
           IF WS-IDX-CAISSE = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TCA-NB(WS-IDX-CAISSE).
           IF SEC-DEPOT
               ADD W-SEC-MONTANT TO WS-TCA-ENTREES(WS-IDX-CAISSE)
           ELSE
               ADD W-SEC-MONTANT TO WS-TCA-SORTIES(WS-IDX-CAISSE)
           END-IF.
           IF SEC-EN-CAISSE
               EXIT PARAGRAPH
           END-IF.

           MOVE W-SEC-OPERATEUR TO W-CAI-OPERATEUR.
           MOVE W-SEC-DATE TO W-CAI-DATE.
           MOVE "READ" TO WS-OP.
           CALL "CAISSE-IO" USING WS-OP W-CAISSE WS-CODE-CAI.
           IF WS-CODE-CAI = '00' AND CAI-OUVERTE
               IF SEC-DEPOT
                   ADD W-SEC-MONTANT TO W-CAI-THEORIQUE
               ELSE
                   SUBTRACT W-SEC-MONTANT FROM W-CAI-THEORIQUE
               END-IF
               MOVE "REWRITE" TO WS-OP
               CALL "CAISSE-IO" USING WS-OP W-CAISSE WS-CODE-CAI
           END-IF.
           IF WS-CODE-CAI = '00' AND CAI-OUVERTE
               MOVE 'O' TO W-SEC-CAISSE
               ADD 1 TO WS-NB-CAISSE-REGUL
               IF SEC-DEPOT
                   ADD W-SEC-MONTANT TO WS-TCA-REGUL(WS-IDX-CAISSE)
               ELSE
                   SUBTRACT W-SEC-MONTANT
                       FROM WS-TCA-REGUL(WS-IDX-CAISSE)
               END-IF
           ELSE
               IF SEC-DEPOT
                   ADD W-SEC-MONTANT
                       TO WS-TCA-A-JUSTIFIER(WS-IDX-CAISSE)
               ELSE
                   SUBTRACT W-SEC-MONTANT
                       FROM WS-TCA-A-JUSTIFIER(WS-IDX-CAISSE)
               END-IF
           END-IF.

      *>----------------------------------------------------------------
       CHERCHER-CAISSE.
           MOVE 1 TO WS-IDX-CAISSE.
           PERFORM UNTIL WS-IDX-CAISSE > WS-NB-CAISSES
               IF WS-TCA-OPERATEUR(WS-IDX-CAISSE) = W-SEC-OPERATEUR
                       AND WS-TCA-DATE(WS-IDX-CAISSE) = W-SEC-DATE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IDX-CAISSE
           END-PERFORM.
           IF WS-NB-CAISSES >= 500
               MOVE 0 TO WS-IDX-CAISSE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CAISSES.
           MOVE WS-NB-CAISSES TO WS-IDX-CAISSE.
           MOVE W-SEC-OPERATEUR TO WS-TCA-OPERATEUR(WS-IDX-CAISSE).
           MOVE W-SEC-DATE TO WS-TCA-DATE(WS-IDX-CAISSE).
           MOVE 0 TO WS-TCA-NB(WS-IDX-CAISSE).
           MOVE 0 TO WS-TCA-ENTREES(WS-IDX-CAISSE)
                     WS-TCA-SORTIES(WS-IDX-CAISSE)
                     WS-TCA-REGUL(WS-IDX-CAISSE)
                     WS-TCA-A-JUSTIFIER(WS-IDX-CAISSE).

      *>----------------------------------------------------------------
       LIBELLER-ANOMALIE.
           EVALUATE TRUE
               WHEN SEC-CLOS
                   MOVE "COMPTE CLOS" TO WS-LIB-ANOMALIE
               WHEN SEC-OPPOSITION
                   MOVE "OPPOSITION" TO WS-LIB-ANOMALIE
               WHEN SEC-DECOUVERT
                   MOVE "DECOUVERT" TO WS-LIB-ANOMALIE
               WHEN SEC-INTROUVABLE
                   MOVE "COMPTE INTROUVABLE" TO WS-LIB-ANOMALIE
               WHEN SEC-EXERCICE-CLOS
                   MOVE "EXERCICE CLOS" TO WS-LIB-ANOMALIE
               WHEN OTHER
                   MOVE SPACES TO WS-LIB-ANOMALIE
           END-EVALUATE.

      *>----------------------------------------------------------------
       NOTER-SUIVI.
           ADD 1 TO WS-NB-ANOMALIES.
           IF WS-NB-SUIVI >= 2000
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIBELLER-ANOMALIE.
           MOVE W-SEC-MONTANT TO WS-MNT-AFF.
           ADD 1 TO WS-NB-SUIVI.
           MOVE SPACES TO WS-SUI-LIGNE(WS-NB-SUIVI).
           STRING W-SEC-ID DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SEC-CPT DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SEC-TYPE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SEC-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SEC-OPERATEUR DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-LIB-ANOMALIE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SEC-STATUT DELIMITED SIZE
               INTO WS-SUI-LIGNE(WS-NB-SUIVI).

      *>----------------------------------------------------------------
       OUVRIR-ETAT.
           MOVE SPACES TO WS-NOM-ETAT.
           STRING "reports/REJEU-SECOURS-" DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  ".txt" DELIMITED SIZE
               INTO WS-NOM-ETAT.
           OPEN EXTEND F-ETAT.
           IF WS-FS-ETAT NOT = '00'
               OPEN OUTPUT F-ETAT
           END-IF.
           MOVE SPACES TO F-ETAT-LIGNE.
           STRING "REJEU DU JOURNAL DE SECOURS DU " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  " A " DELIMITED SIZE
                  WS-HEURE-JOUR DELIMITED SIZE
                  " PAR " DELIMITED SIZE
                  LK-OPERATEUR DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE SPACES TO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE "OPERATIONS PASSEES" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "OPERATION  COMPTE   S        MONTANT DATE     HEURE "
               TO WS-LIGNE.
           MOVE "OPERATEUR MOUVEMENT  MOTIF" TO WS-LIGNE(53:26).
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           MOVE WS-LIGNE TO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE SPACES TO WS-LIGNE.

       ECRIRE-LIGNE-PASSEE.
           PERFORM LIBELLER-ANOMALIE.
           MOVE W-SEC-MONTANT TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING W-SEC-ID DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SEC-CPT DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SEC-TYPE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SEC-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SEC-HEURE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SEC-OPERATEUR DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-TRN-ID DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-LIB-ANOMALIE DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

      *>----------------------------------------------------------------
       ECRIRE-SUIVI.
           MOVE SPACES TO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE "OPERATIONS A SUIVRE (REFUSEES EN MODE NORMAL)"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "OPERATION  COMPTE   S        MONTANT DATE     "
               TO WS-LIGNE.
           MOVE "OPERATEUR MOTIF                ST" TO WS-LIGNE(47:33).
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE 1 TO WS-IDX-SUIVI.
           PERFORM UNTIL WS-IDX-SUIVI > WS-NB-SUIVI
               MOVE WS-SUI-LIGNE(WS-IDX-SUIVI) TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
               ADD 1 TO WS-IDX-SUIVI
           END-PERFORM.
           IF WS-NB-ANOMALIES > WS-NB-SUIVI
               MOVE "ATTENTION : liste tronquee a 2000 operations"
                   TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.

      *>----------------------------------------------------------------
      *> Rapprochement par caisse : especes du journal de secours,
      *> part regularisee par le rejeu, part a justifier a l'arrete
      *> (caisse close ou jamais ouverte), et theorique actuel.
       ECRIRE-CAISSES.
           MOVE SPACES TO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE "RAPPROCHEMENT DES CAISSES" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "OPERATEUR DATE        NB        ENTREES        SORTIES"
               TO WS-LIGNE.
           MOVE "   REGULARISE    A JUSTIFIER     THEORIQUE ST"
               TO WS-LIGNE(57:46).
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE 1 TO WS-IDX-CAISSE.
           PERFORM UNTIL WS-IDX-CAISSE > WS-NB-CAISSES
               PERFORM ECRIRE-LIGNE-CAISSE
               ADD 1 TO WS-IDX-CAISSE
           END-PERFORM.

       ECRIRE-LIGNE-CAISSE.
           MOVE WS-TCA-OPERATEUR(WS-IDX-CAISSE) TO W-CAI-OPERATEUR.
           MOVE WS-TCA-DATE(WS-IDX-CAISSE) TO W-CAI-DATE.
           MOVE "READ" TO WS-OP.
           CALL "CAISSE-IO" USING WS-OP W-CAISSE WS-CODE-CAI.
           IF WS-CODE-CAI NOT = '00'
               MOVE 0 TO W-CAI-THEORIQUE
               MOVE '-' TO W-CAI-STATUT
           END-IF.
           MOVE WS-TCA-NB(WS-IDX-CAISSE) TO WS-NB-AFF.
           MOVE WS-TCA-ENTREES(WS-IDX-CAISSE) TO WS-MNT-AFF.
           MOVE WS-TCA-SORTIES(WS-IDX-CAISSE) TO WS-MNT-AFF2.
           MOVE WS-TCA-REGUL(WS-IDX-CAISSE) TO WS-MNT-AFF3.
           MOVE WS-TCA-A-JUSTIFIER(WS-IDX-CAISSE) TO WS-MNT-AFF4.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-TCA-OPERATEUR(WS-IDX-CAISSE) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-TCA-DATE(WS-IDX-CAISSE) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-NB-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF2 DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF3 DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF4 DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE W-CAI-THEORIQUE TO WS-MNT-AFF.
           MOVE WS-MNT-AFF TO WS-LIGNE(104:15).
           MOVE W-CAI-STATUT TO WS-LIGNE(120:1).
           PERFORM ECRIRE-LIGNE-ETAT.

      *>----------------------------------------------------------------
       ECRIRE-TOTAUX.
           MOVE SPACES TO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           MOVE "Operations rejouees" TO WS-LIGNE.
           MOVE WS-NB-LUES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Operations passees" TO WS-LIGNE.
           MOVE WS-NB-PASSEES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Operations non passees" TO WS-LIGNE.
           MOVE WS-NB-NON-PASSEES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "  dont exercice clos (reouverture)" TO WS-LIGNE.
           MOVE WS-NB-EXERCICE-CLOS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Operations a suivre" TO WS-LIGNE.
           MOVE WS-NB-ANOMALIES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Operations regularisees en caisse" TO WS-LIGNE.
           MOVE WS-NB-CAISSE-REGUL TO WS-LIGNE(45:7).
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Echecs de mise a jour" TO WS-LIGNE.
           MOVE WS-NB-ECHECS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-LIGNE-ETAT.

      *>----------------------------------------------------------------
       JOURNALISER-REJEU.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-AUD.

           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR    TO W-AUD-ID.
           MOVE 0              TO W-AUD-CPT.
           MOVE "REJEU-SEC"    TO W-AUD-OPERATION.
           IF WS-NB-ECHECS = 0
               MOVE '00' TO W-AUD-CODE
           ELSE
               MOVE '29' TO W-AUD-CODE
           END-IF.
           MOVE WS-DATE-JOUR   TO W-AUD-DATE.
           MOVE WS-HEURE-JOUR  TO W-AUD-HEURE.
           MOVE LK-OPERATEUR   TO W-AUD-OPERATEUR.
           STRING "PASSEES " DELIMITED SIZE
                  WS-NB-PASSEES DELIMITED SIZE
                  " A SUIVRE " DELIMITED SIZE
                  WS-NB-ANOMALIES DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "REJEU-SECOURS" TO W-ETP-ETAT.
           MOVE WS-NOM-ETAT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM REJEU-SECOURS.
