      *>****************************************************************
      *> Programme : CLOTURE-EXERCICE
      *> Role      : Cloture annuelle de l'exercice comptable. Etape
      *>             CLOT-EXERC de BATCH-NUIT le dernier jour ouvre de
      *>             l'annee (calendrier JOUR-OUVRE / CALENDRIER.dat),
      *>             relancable depuis le pupitre tant que l'exercice
      *>             n'est pas clos (reprise apres incident : chaque
      *>             etape faite est memorisee sur l'exercice ou est
      *>             sans effet si elle est rejouee). L'exercice traite
      *>             est l'annee en cours a partir de son dernier jour
      *>             ouvre, sinon l'annee precedente si elle n'a pas
      *>             ete close.
      *>             Refus (code retour 8, motifs au rapport) tant que
      *>             subsistent :
      *>             - des operations multi-comptes en suspens
      *>               (OPERATION-JOURNAL) ;
      *>             - des demandes en attente de validation a quatre
      *>               yeux (MODIFICATIONS-ATTENTE.dat, statut 'P') ;
      *>             - des ecritures non acquittees par la comptabilite
      *>               generale (data/GL-SUSPENS.dat de RAPPROCHER-GL) ;
      *>             - des operations saisies au guichet en mode
      *>               degrade et pas encore passees (JOURNAL-SECOURS
      *>               .dat de REJEU-SECOURS, compte introuvable et
      *>               exercice clos compris).
      *>             Enchainement :
      *>             1. traitements de fin de mois de decembre qui
      *>                passent des mouvements : DEBIT-DIFFERE,
      *>                capitalisation des interets d'epargne
      *>                (INTERETS), COTISATIONS-OFFRES, PROVISIONS et
      *>                INTERETS-COURUS, chacun sauf si la chaine l'a
      *>                deja passe ce mois ; la date est notee sur
      *>                l'exercice et la fin de mois du 31/12 ne les
      *>                repasse pas dans l'exercice clos ;
      *>             2. RECAP-FRAIS puis IFU sur l'annee close (annee
      *>                armee dans EXERCICE-CTRL, pas de question) ;
      *>             3. coupure d'archive (ARCHIVER s'il n'a pas deja
      *>                tourne dans la nuit), date de coupure notee ;
      *>             4. soldes figes data/SOLDES-EXERCICE-AAAA.dat, par
      *>                compte et par ligne du grand livre ;
      *>             5. remise a zero des compteurs annuels pour
      *>                l'annee suivante : budget des gestes
      *>                commerciaux de chaque agence (budget reconduit,
      *>                consommation a zero), frais plafonnes des
      *>                clients fragiles, valeur annuelle des offres
      *>                groupees ; un compteur non remis a zero laisse
      *>                l'exercice ouvert (code retour 8, a relancer) ;
      *>             6. exercice clos (EXERCICES.dat, statut 'C') et
      *>                trace au journal d'audit. Une ecriture antidatee
      *>                dans l'exercice exige alors sa reouverture par
      *>                un superviseur (ecran EXERCICES).
      *>             Rapport : reports/CLOTURE-EXERCICE-AAAA.txt.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOTURE-EXERCICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.
           SELECT F-FIGES ASSIGN TO WS-NOM-FIGES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FIGES.
           SELECT F-SUSPENS ASSIGN TO "data/GL-SUSPENS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENS.
           SELECT F-ARCHIVE ASSIGN TO WS-NOM-ARCHIVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARC.

       DATA DIVISION.
       FILE SECTION.
       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE        PIC X(100).

       FD F-FIGES.
       01 F-FIGES-LIGNE          PIC X(80).

       FD F-SUSPENS.
       01 F-SUSPENS-REC          PIC X(31).

       FD F-ARCHIVE.
       01 F-ARC-TRANS            PIC X(199).

       WORKING-STORAGE SECTION.
       COPY EXERCICE.
       COPY SOLDE-EXERCICE.
       COPY COMPTE.
       COPY TRANSACT.
       COPY CLIENT.
       COPY SOUSCRIPTION.
       COPY BUDGET-GESTE.
       COPY OPBRACKET.
       COPY ATTENTE.
       COPY SECOURS.
       COPY RUNCTL.
       COPY AUDIT.
       COPY ARCHIVE-PARAM.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-FS-FIGES            PIC X(2) VALUE '00'.
       01 WS-FS-SUSPENS          PIC X(2) VALUE '00'.
       01 WS-FS-ARC              PIC X(2) VALUE '00'.
       01 WS-NOM-RAPPORT         PIC X(50).
       01 WS-NOM-FIGES           PIC X(50).
       01 WS-NOM-ARCHIVE         PIC X(40).

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-TRAVAIL        PIC 9(8).
       01 WS-DERNIER-OUVRE       PIC 9(8).
       01 WS-DATE-EXERCICE       PIC 9(8).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.
       01 WS-ANNEE-EXERCICE      PIC 9(4).
       01 WS-ANNEE-SUIVANTE      PIC 9(4).
       01 WS-ANNEE-ARCHIVE       PIC 9(4).
       01 WS-ANNEE-COURANTE      PIC 9(4).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-ETAPE          PIC 9(4).

       01 WS-CODE-EXE            PIC X(2).
       01 WS-CODE-OUVRE          PIC X(2).
       01 WS-CODE-OPB            PIC X(2).
       01 WS-CODE-ATT            PIC X(2).
       01 WS-CODE-RUN            PIC X(2).
       01 WS-CODE-CLI            PIC X(2).
       01 WS-CODE-SOU            PIC X(2).
       01 WS-CODE-BGT            PIC X(2).
       01 WS-CODE-SEC            PIC X(2).
       01 WS-CODE-CTRL           PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-OP-BRACKET          PIC X(12).

       01 WS-EXERCICE-NOUVEAU    PIC X(1) VALUE 'N'.
          88 EXERCICE-NOUVEAU    VALUE 'O'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-ARC             PIC X(1) VALUE 'N'.
          88 FIN-ARCHIVE         VALUE 'O'.
       01 WS-TROUVE              PIC X(1) VALUE 'N'.
          88 ETAPE-TROUVEE       VALUE 'O'.

      *> Simulation armee au pupitre : la cloture fige des fichiers,
      *> elle ne se repete pas a blanc.
       01 WS-OP-SIMUL            PIC X(12).
       01 WS-LIGNE-SIMUL         PIC X(100).
       01 WS-CODE-SIMUL          PIC X(2).

      *> Obstacles a la cloture.
       01 WS-NB-SUSPENS-OPS      PIC 9(5) VALUE 0.
       01 WS-NB-ATTENTE          PIC 9(5) VALUE 0.
       01 WS-NB-SUSPENS-GL       PIC 9(5) VALUE 0.
       01 WS-NB-SECOURS          PIC 9(5) VALUE 0.

      *> Traitement de fin de mois avance au jour de la cloture.
       01 WS-ETAPE-MOIS          PIC X(12).

      *> Cumuls du grand livre de l'annee, par compte du plan et
      *> devise (table de GL-CORRESPONDANCE, quelques lignes).
       01 WS-CODE-GL             PIC X(6).
       01 WS-SENS-GL             PIC X(1).
          88 SENS-DEBIT          VALUE 'D'.
       01 WS-NB-GL               PIC 9(3) VALUE 0.
       01 WS-TAB-GL.
          05 WS-GL OCCURS 50 TIMES.
             10 WS-GL-CODE       PIC X(6).
             10 WS-GL-DEVISE     PIC X(3).
             10 WS-GL-DEBIT      PIC S9(13)V99 COMP-3.
             10 WS-GL-CREDIT     PIC S9(13)V99 COMP-3.
       01 WS-IDX-GL              PIC 9(3) COMP.
       01 WS-IDX-RECH            PIC 9(3) COMP.

      *> Agences dont le budget de gestes de l'annee est reconduit.
       01 WS-NB-AGENCES          PIC 9(3) COMP VALUE 0.
       01 WS-TAB-AGENCES.
          05 WS-AGC OCCURS 100 TIMES.
             10 WS-AGC-CODE      PIC X(4).
             10 WS-AGC-BUDGET    PIC S9(9)V99 COMP-3.
       01 WS-IDX-AGC             PIC 9(3) COMP.

       01 WS-NB-COMPTES          PIC 9(7) VALUE 0.
       01 WS-NB-MVTS             PIC 9(9) VALUE 0.
       01 WS-NB-BUDGETS          PIC 9(5) VALUE 0.
       01 WS-NB-FRAGILES         PIC 9(7) VALUE 0.
       01 WS-NB-OFFRES           PIC 9(7) VALUE 0.
       01 WS-NB-ECHECS-FRAGILES  PIC 9(7) VALUE 0.
       01 WS-NB-ECHECS-OFFRES    PIC 9(7) VALUE 0.
       01 WS-MNT-AFF             PIC -Z(12)9.99.
       01 WS-MNT2-AFF            PIC -Z(12)9.99.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- CLOTURE-EXERCICE : cloture annuelle ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-COURANTE.

       MOVE "ETAT" TO WS-OP-SIMUL.
       CALL "SIMULATION-MODE" USING WS-OP-SIMUL WS-LIGNE-SIMUL
                                    WS-CODE-SIMUL.
       IF WS-CODE-SIMUL = '00'
           DISPLAY "MODE SIMULATION arme : la cloture d'exercice "
                   "n'est pas simulee."
           MOVE 1 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       PERFORM DETERMINER-EXERCICE.
       IF WS-ANNEE-EXERCICE = 0
           DISPLAY "Aucun exercice a clore (prochaine cloture le "
                   WS-DERNIER-OUVRE ")."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.
       COMPUTE WS-ANNEE-SUIVANTE = WS-ANNEE-EXERCICE + 1.
       COMPUTE WS-DATE-EXERCICE = WS-ANNEE-EXERCICE * 10000 + 1231.

       PERFORM LIRE-EXERCICE.
       IF EXE-CLOS
           DISPLAY "Exercice " WS-ANNEE-EXERCICE " deja clos le "
                   W-EXE-DATE-CLOTURE "."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE SPACES TO WS-NOM-RAPPORT.
       STRING "reports/CLOTURE-EXERCICE-" DELIMITED SIZE
              WS-ANNEE-EXERCICE           DELIMITED SIZE
              ".txt"                      DELIMITED SIZE
           INTO WS-NOM-RAPPORT.
       OPEN OUTPUT F-RAPPORT.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "CLOTURE DE L'EXERCICE " DELIMITED SIZE
              WS-ANNEE-EXERCICE        DELIMITED SIZE
              " - TRAITEMENT DU "      DELIMITED SIZE
              WS-DATE-JOUR             DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE ALL "-" TO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.

      *> Rien ne se fige tant qu'une operation est en vol ou qu'une
      *> decision reste a prendre sur l'exercice.
       PERFORM CONTROLER-SUSPENS.
       IF WS-NB-SUSPENS-OPS > 0 OR WS-NB-ATTENTE > 0
               OR WS-NB-SUSPENS-GL > 0 OR WS-NB-SECOURS > 0
           MOVE SPACES TO F-RAPPORT-LIGNE
           WRITE F-RAPPORT-LIGNE
           MOVE "CLOTURE REFUSEE : solder les suspens puis relancer."
               TO F-RAPPORT-LIGNE
           WRITE F-RAPPORT-LIGNE
           CLOSE F-RAPPORT
           PERFORM INSCRIRE-ETAT
           DISPLAY "Cloture refusee : suspens a solder (voir "
                   FUNCTION TRIM(WS-NOM-RAPPORT) ")."
           MOVE 8 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       IF EXERCICE-NOUVEAU
           PERFORM ENREGISTRER-EXERCICE
       END-IF.

      *> Fin de mois de decembre avancee quand le 31/12 n'est pas
      *> ouvre : ses mouvements tombent dans l'exercice avant qu'il ne
      *> soit fige (meme ordre que la chaine de nuit).
       MOVE "DEBIT-DIFF" TO WS-ETAPE-MOIS.
       PERFORM AVANCER-ETAPE-MOIS.
       PERFORM CAPITALISER-INTERETS.
       MOVE "COTIS-OFFRES" TO WS-ETAPE-MOIS.
       PERFORM AVANCER-ETAPE-MOIS.
       MOVE "PROVISIONS" TO WS-ETAPE-MOIS.
       PERFORM AVANCER-ETAPE-MOIS.
       MOVE "INT-COURUS" TO WS-ETAPE-MOIS.
       PERFORM AVANCER-ETAPE-MOIS.
       PERFORM NOTER-FIN-DE-MOIS.

      *> Annee armee : RECAP-FRAIS et IFU la prennent sans question.
       MOVE "ARMER" TO WS-OP.
       CALL "EXERCICE-CTRL" USING WS-OP WS-DATE-EXERCICE WS-CODE-CTRL.
       PERFORM EDITER-RECAPITULATIFS.
       MOVE "DESARMER" TO WS-OP.
       CALL "EXERCICE-CTRL" USING WS-OP WS-DATE-EXERCICE WS-CODE-CTRL.

       PERFORM COUPER-ARCHIVES.

       MOVE SPACES TO WS-NOM-FIGES.
       STRING "data/SOLDES-EXERCICE-" DELIMITED SIZE
              WS-ANNEE-EXERCICE       DELIMITED SIZE
              ".dat"                  DELIMITED SIZE
           INTO WS-NOM-FIGES.
       OPEN OUTPUT F-FIGES.
       PERFORM FIGER-SOLDES-COMPTES.
       PERFORM FIGER-GRAND-LIVRE.
       CLOSE F-FIGES.

       PERFORM RECONDUIRE-BUDGETS.
       PERFORM BASCULER-CLIENTS-FRAGILES.
       PERFORM BASCULER-OFFRES.

      *> Un compteur annuel reste sur l'exercice : pas de cloture, la
      *> relance ne reprend que les enregistrements non bascules.
       IF WS-NB-ECHECS-FRAGILES > 0 OR WS-NB-ECHECS-OFFRES > 0
           MOVE SPACES TO F-RAPPORT-LIGNE
           WRITE F-RAPPORT-LIGNE
           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "CLOTURE INCOMPLETE : compteurs non remis a zero, "
                      DELIMITED SIZE
                  "clients fragiles " DELIMITED SIZE
                  WS-NB-ECHECS-FRAGILES DELIMITED SIZE
                  ", offres " DELIMITED SIZE
                  WS-NB-ECHECS-OFFRES DELIMITED SIZE
               INTO F-RAPPORT-LIGNE
           WRITE F-RAPPORT-LIGNE
           MOVE "Exercice laisse ouvert : relancer la cloture."
               TO F-RAPPORT-LIGNE
           WRITE F-RAPPORT-LIGNE
           CLOSE F-RAPPORT
           PERFORM INSCRIRE-ETAT
           DISPLAY "Cloture incomplete : compteurs annuels non remis "
                   "a zero (voir " FUNCTION TRIM(WS-NOM-RAPPORT) ")."
           MOVE 8 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       PERFORM LIRE-EXERCICE.
       SET EXE-CLOS TO TRUE.
       MOVE WS-DATE-JOUR  TO W-EXE-DATE-CLOTURE.
       MOVE "CLOT-EXE"    TO W-EXE-OPE-CLOTURE.
       MOVE WS-NB-COMPTES TO W-EXE-NB-COMPTES.
       MOVE WS-NB-GL      TO W-EXE-NB-LIGNES-GL.
       PERFORM ENREGISTRER-EXERCICE.
       PERFORM JOURNALISER-AUDIT.

       MOVE SPACES TO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "Soldes figes : " DELIMITED SIZE
              FUNCTION TRIM(WS-NOM-FIGES) DELIMITED SIZE
              " (" DELIMITED SIZE
              WS-NB-COMPTES DELIMITED SIZE
              " comptes, " DELIMITED SIZE
              WS-NB-GL DELIMITED SIZE
              " lignes GL)" DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "Compteurs " DELIMITED SIZE
              WS-ANNEE-SUIVANTE DELIMITED SIZE
              " : budgets gestes " DELIMITED SIZE
              WS-NB-BUDGETS DELIMITED SIZE
              ", clients fragiles " DELIMITED SIZE
              WS-NB-FRAGILES DELIMITED SIZE
              ", offres " DELIMITED SIZE
              WS-NB-OFFRES DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "EXERCICE " DELIMITED SIZE
              WS-ANNEE-EXERCICE DELIMITED SIZE
              " CLOS LE " DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Exercice " WS-ANNEE-EXERCICE " clos : "
               WS-NB-COMPTES " comptes, " WS-NB-GL " lignes GL figes.".
       DISPLAY "Rapport : " FUNCTION TRIM(WS-NOM-RAPPORT).
       MOVE 0 TO RETURN-CODE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Dernier jour ouvre de l'annee en cours : on recule depuis le
      *> 31/12 tant que le jour n'est pas ouvre. A partir de ce jour,
      *> c'est l'annee en cours qu'on clot ; avant, l'annee precedente
      *> si elle est restee ouverte (chaine du dernier jour ouvre en
      *> echec, relancee en janvier).
       DETERMINER-EXERCICE.
           COMPUTE WS-DERNIER-OUVRE = WS-ANNEE-COURANTE * 10000 + 1231.
           MOVE "EST-OUVRE" TO WS-OP.
           CALL "JOUR-OUVRE" USING WS-OP WS-DERNIER-OUVRE
                                   WS-CODE-OUVRE.
           PERFORM UNTIL WS-CODE-OUVRE = '00'
               COMPUTE WS-JOUR-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DERNIER-OUVRE) - 1
               COMPUTE WS-DERNIER-OUVRE =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER)
               CALL "JOUR-OUVRE" USING WS-OP WS-DERNIER-OUVRE
                                       WS-CODE-OUVRE
           END-PERFORM.

           IF WS-DATE-JOUR >= WS-DERNIER-OUVRE
               MOVE WS-ANNEE-COURANTE TO WS-ANNEE-EXERCICE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE W-EXE-ANNEE = WS-ANNEE-COURANTE - 1.
           MOVE W-EXE-ANNEE TO WS-ANNEE-EXERCICE.
           PERFORM LIRE-EXERCICE.
           IF NOT EXERCICE-NOUVEAU AND EXE-CLOS
               MOVE 0 TO WS-ANNEE-EXERCICE
           END-IF.

      *>----------------------------------------------------------------
      *> Exercice de WS-ANNEE-EXERCICE ; absent du fichier, il est
      *> prepare ouvert (ecrit au premier ENREGISTRER-EXERCICE).
       LIRE-EXERCICE.
           MOVE 'N' TO WS-EXERCICE-NOUVEAU.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-EXE.
           MOVE WS-ANNEE-EXERCICE TO W-EXE-ANNEE.
           MOVE "READ" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-EXE.
           IF WS-CODE-EXE NOT = '00'
               INITIALIZE W-EXERCICE
               MOVE WS-ANNEE-EXERCICE TO W-EXE-ANNEE
               SET EXE-OUVERT TO TRUE
               SET EXERCICE-NOUVEAU TO TRUE
           END-IF.
      *>   Exercice enregistre avant la date de fin de mois avancee.
           IF W-EXE-DATE-FIN-MOIS NOT NUMERIC
               MOVE 0 TO W-EXE-DATE-FIN-MOIS
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-FERMETURE.

       ENREGISTRER-EXERCICE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-EXE.
           IF EXERCICE-NOUVEAU
               MOVE "WRITE" TO WS-OP
               MOVE 'N' TO WS-EXERCICE-NOUVEAU
           ELSE
               MOVE "REWRITE" TO WS-OP
           END-IF.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-EXE.
           IF WS-CODE-EXE NOT = '00'
               DISPLAY "ATTENTION : EXERCICES.dat non mis a jour "
                       "(code: " WS-CODE-EXE ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
      *> Les quatre familles de suspens, chacune comptee et detaillee au
      *> rapport pour que l'exploitation sache quoi solder.
       CONTROLER-SUSPENS.
           MOVE 'N' TO WS-FIN.
           MOVE "START-FIRST" TO WS-OP-BRACKET.
           CALL "OPERATION-JOURNAL" USING WS-OP-BRACKET W-OPBRACKET
                                          WS-CODE-OPB.
           IF WS-CODE-OPB NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP-BRACKET
               CALL "OPERATION-JOURNAL" USING WS-OP-BRACKET
                                              W-OPBRACKET WS-CODE-OPB
               IF WS-CODE-OPB = '00'
                   ADD 1 TO WS-NB-SUSPENS-OPS
                   MOVE SPACES TO F-RAPPORT-LIGNE
                   STRING "SUSPENS OPERATION " DELIMITED SIZE
                          W-OPB-ID DELIMITED SIZE
                          " " DELIMITED SIZE
                          W-OPB-TYPE DELIMITED SIZE
                          " DU " DELIMITED SIZE
                          W-OPB-DATE DELIMITED SIZE
                          " ETAPE " DELIMITED SIZE
                          W-OPB-ETAPE DELIMITED SIZE
                       INTO F-RAPPORT-LIGNE
                   WRITE F-RAPPORT-LIGNE
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP-BRACKET.
           CALL "OPERATION-JOURNAL" USING WS-OP-BRACKET W-OPBRACKET
                                          WS-CODE-FERMETURE.

           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE WS-CODE-ATT.
           MOVE "START-FIRST" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE WS-CODE-ATT.
           IF WS-CODE-ATT NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "ATTENTE-IO" USING WS-OP W-ATTENTE WS-CODE-ATT
               EVALUATE TRUE
                   WHEN WS-CODE-ATT NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN ATT-EN-ATTENTE
                       ADD 1 TO WS-NB-ATTENTE
                       MOVE SPACES TO F-RAPPORT-LIGNE
                       STRING "VALIDATION EN ATTENTE " DELIMITED SIZE
                              W-ATT-ID DELIMITED SIZE
                              " " DELIMITED SIZE
                              W-ATT-TYPE DELIMITED SIZE
                           INTO F-RAPPORT-LIGNE
                       WRITE F-RAPPORT-LIGNE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE WS-CODE-FERMETURE.

           OPEN INPUT F-SUSPENS.
           IF WS-FS-SUSPENS = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL FIN-PARCOURS
                   READ F-SUSPENS
                       AT END
                           SET FIN-PARCOURS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-SUSPENS-GL
                   END-READ
               END-PERFORM
               CLOSE F-SUSPENS
           END-IF.
           IF WS-NB-SUSPENS-GL > 0
               MOVE SPACES TO F-RAPPORT-LIGNE
               STRING "ECRITURES GL NON ACQUITTEES : " DELIMITED SIZE
                      WS-NB-SUSPENS-GL DELIMITED SIZE
                      " (data/GL-SUSPENS.dat, RAPPROCHER-GL)"
                          DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
               WRITE F-RAPPORT-LIGNE
           END-IF.

      *>   Especes deja remises au guichet en mode degrade : tant
      *>   qu'elles ne sont pas passees, les soldes figes seraient
      *>   faux.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.
           IF WS-CODE-SEC = '00'
               MOVE "START-FIRST" TO WS-OP
               CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC
               IF WS-CODE-SEC NOT = '00'
                   SET FIN-PARCOURS TO TRUE
               END-IF
               PERFORM UNTIL FIN-PARCOURS
                   MOVE "READ-NEXT" TO WS-OP
                   CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC
                   EVALUATE TRUE
                       WHEN WS-CODE-SEC NOT = '00'
                           SET FIN-PARCOURS TO TRUE
                       WHEN SEC-A-REJOUER OR SEC-NON-PASSEE
                           ADD 1 TO WS-NB-SECOURS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               MOVE "CLOSE" TO WS-OP
               CALL "SECOURS-IO" USING WS-OP W-SECOURS
                                       WS-CODE-FERMETURE
           END-IF.
           IF WS-NB-SECOURS > 0
               MOVE SPACES TO F-RAPPORT-LIGNE
               STRING "OPERATIONS DE SECOURS NON PASSEES : "
                          DELIMITED SIZE
                      WS-NB-SECOURS DELIMITED SIZE
                      " (JOURNAL-SECOURS.dat, REJEU-SECOURS)"
                          DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
               WRITE F-RAPPORT-LIGNE
           END-IF.

           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "Suspens : operations " DELIMITED SIZE
                  WS-NB-SUSPENS-OPS DELIMITED SIZE
                  ", validations " DELIMITED SIZE
                  WS-NB-ATTENTE DELIMITED SIZE
                  ", GL " DELIMITED SIZE
                  WS-NB-SUSPENS-GL DELIMITED SIZE
                  ", secours " DELIMITED SIZE
                  WS-NB-SECOURS DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Capitalisation des interets d'epargne du dernier mois de
      *> l'exercice : une seule fois (INTERETS n'est pas rejouable dans
      *> le mois). Deja faite si l'exercice la porte (relance) ou si la
      *> chaine de nuit a passe INTERETS ce mois-ci.
       CAPITALISER-INTERETS.
           IF W-EXE-DATE-INTERETS NOT = 0
               MOVE SPACES TO F-RAPPORT-LIGNE
               STRING "Interets d'epargne : deja capitalises le "
                          DELIMITED SIZE
                      W-EXE-DATE-INTERETS DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
               WRITE F-RAPPORT-LIGNE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-TROUVE.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           MOVE "START-FIRST" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           IF WS-CODE-RUN NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN
               EVALUATE TRUE
                   WHEN WS-CODE-RUN NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-RUN-DATE(1:6) = WS-DATE-JOUR(1:6)
                           AND W-RUN-ETAPE = "INTERETS"
                       SET ETAPE-TROUVEE TO TRUE
                       MOVE W-RUN-DATE TO WS-DATE-TRAVAIL
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE
                                  WS-CODE-FERMETURE.

           IF ETAPE-TROUVEE
               MOVE WS-DATE-TRAVAIL TO W-EXE-DATE-INTERETS
               MOVE SPACES TO F-RAPPORT-LIGNE
               STRING "Interets d'epargne : passes par la chaine le "
                          DELIMITED SIZE
                      WS-DATE-TRAVAIL DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
           ELSE
               CALL "INTERETS"
               MOVE RETURN-CODE TO WS-CODE-ETAPE
               MOVE WS-DATE-JOUR TO W-EXE-DATE-INTERETS
               MOVE SPACES TO F-RAPPORT-LIGNE
               STRING "Interets d'epargne : capitalises (INTERETS, "
                          DELIMITED SIZE
                      "code retour " DELIMITED SIZE
                      WS-CODE-ETAPE DELIMITED SIZE
                      ")" DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
           END-IF.
           WRITE F-RAPPORT-LIGNE.
           PERFORM ENREGISTRER-EXERCICE.

      *>----------------------------------------------------------------
      *> Traitement de fin de mois WS-ETAPE-MOIS passe des la cloture,
      *> une seule fois : deja fait si l'exercice porte la date de la
      *> fin de mois avancee (relance) ou si la chaine de nuit l'a passe
      *> ce mois-ci. Cloture relancee en janvier : la fin de mois du
      *> 31/12 a tourne dans l'exercice encore ouvert, rien a avancer.
      *> L'etape est marquee dans BATCH-RUN.dat a la date du jour, pour
      *> qu'une relance apres incident ne la repasse pas.
       AVANCER-ETAPE-MOIS.
           IF W-EXE-DATE-FIN-MOIS NOT = 0
                   OR WS-DATE-JOUR(1:4) NOT = WS-ANNEE-EXERCICE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-TROUVE.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           MOVE "START-FIRST" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           IF WS-CODE-RUN NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN
               EVALUATE TRUE
                   WHEN WS-CODE-RUN NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-RUN-DATE(1:6) = WS-DATE-JOUR(1:6)
                           AND W-RUN-ETAPE = WS-ETAPE-MOIS
                       SET ETAPE-TROUVEE TO TRUE
                       MOVE W-RUN-DATE TO WS-DATE-TRAVAIL
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE
                                  WS-CODE-FERMETURE.

           IF ETAPE-TROUVEE
               MOVE SPACES TO F-RAPPORT-LIGNE
               STRING "Fin de mois " DELIMITED SIZE
                      WS-ETAPE-MOIS DELIMITED SIZE
                      " : passee par la chaine le " DELIMITED SIZE
                      WS-DATE-TRAVAIL DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
               WRITE F-RAPPORT-LIGNE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-ETAPE-MOIS
               WHEN "DEBIT-DIFF"
                   CALL "DEBIT-DIFFERE"
               WHEN "COTIS-OFFRES"
                   CALL "COTISATIONS-OFFRES"
               WHEN "PROVISIONS"
                   CALL "PROVISIONS"
               WHEN "INT-COURUS"
                   CALL "INTERETS-COURUS"
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-CODE-ETAPE.

           INITIALIZE W-RUN-CONTROLE.
           MOVE WS-DATE-JOUR  TO W-RUN-DATE.
           MOVE WS-ETAPE-MOIS TO W-RUN-ETAPE.
           MOVE WS-CODE-ETAPE TO W-RUN-CODE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-RUN-HEURE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           MOVE "WRITE" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           IF WS-CODE-RUN = '22'
               MOVE "REWRITE" TO WS-OP
               CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE
                                  WS-CODE-FERMETURE.

           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "Fin de mois " DELIMITED SIZE
                  WS-ETAPE-MOIS DELIMITED SIZE
                  " : avancee a la cloture (code retour "
                      DELIMITED SIZE
                  WS-CODE-ETAPE DELIMITED SIZE
                  ")" DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Date de la fin de mois avancee, lue par BATCH-NUIT le 31/12.
       NOTER-FIN-DE-MOIS.
           IF W-EXE-DATE-FIN-MOIS NOT = 0
               MOVE SPACES TO F-RAPPORT-LIGNE
               STRING "Fin de mois de decembre : deja avancee le "
                          DELIMITED SIZE
                      W-EXE-DATE-FIN-MOIS DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
               WRITE F-RAPPORT-LIGNE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-JOUR(1:4) NOT = WS-ANNEE-EXERCICE
               MOVE "Fin de mois de decembre : passee par la chaine."
                   TO F-RAPPORT-LIGNE
               WRITE F-RAPPORT-LIGNE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-JOUR TO W-EXE-DATE-FIN-MOIS.
           PERFORM ENREGISTRER-EXERCICE.

      *>----------------------------------------------------------------
       EDITER-RECAPITULATIFS.
           CALL "RECAP-FRAIS".
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "Recapitulatif des frais : reports/RECAP-FRAIS-"
                      DELIMITED SIZE
                  WS-ANNEE-EXERCICE DELIMITED SIZE
                  ".txt" DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           CALL "IFU".
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "Imprime fiscal unique : reports/IFU-" DELIMITED SIZE
                  WS-ANNEE-EXERCICE DELIMITED SIZE
                  ".txt" DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Coupure d'archive : ARCHIVER tourne chaque nuit avant la
      *> cloture ; lancee hors chaine, la cloture le passe elle-meme.
      *> La date de coupure (mouvements plus anciens deja archives) est
      *> notee sur l'exercice.
       COUPER-ARCHIVES.
           MOVE WS-DATE-JOUR TO W-RUN-DATE.
           MOVE "ARCHIVER" TO W-RUN-ETAPE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           MOVE "READ" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           MOVE "CLOSE" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE
                                  WS-CODE-FERMETURE.
           IF WS-CODE-RUN NOT = '00'
               CALL "ARCHIVER"
           END-IF.

           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   - ARCH-JOURS-RETENTION.
           PERFORM LIRE-EXERCICE.
           COMPUTE W-EXE-DATE-ARCHIVE =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).
           PERFORM ENREGISTRER-EXERCICE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "Coupure d'archive au " DELIMITED SIZE
                  W-EXE-DATE-ARCHIVE DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Une ligne 'C' par compte, quel que soit son statut : le solde
      *> d'un compte clos est nul, sa presence atteste qu'il existait.
       FIGER-SOLDES-COMPTES.
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
               IF RC-OK
                   INITIALIZE W-SOLDE-EXERCICE
                   SET SEX-COMPTE TO TRUE
                   MOVE WS-ANNEE-EXERCICE TO W-SEX-ANNEE
                   MOVE W-CPT-NUMERO      TO W-SEX-CPT
                   MOVE W-CPT-AGENCE      TO W-SEX-AGENCE
                   MOVE W-CPT-DEVISE      TO W-SEX-DEVISE
                   MOVE W-CPT-SOLDE       TO W-SEX-SOLDE
                   MOVE WS-DATE-JOUR      TO W-SEX-DATE
                   MOVE W-SOLDE-EXERCICE  TO F-FIGES-LIGNE
                   WRITE F-FIGES-LIGNE
                   ADD 1 TO WS-NB-COMPTES
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
      *> Grand livre de l'annee : mouvements vivants puis archives du
      *> millesime de l'exercice a aujourd'hui (meme balayage qu'IFU),
      *> ventiles par GL-CORRESPONDANCE comme dans EXPORT-GL.
       FIGER-GRAND-LIVRE.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "START-FIRST" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR
               IF RC-OK
                   PERFORM CUMULER-GRAND-LIVRE
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-FERMETURE.

           MOVE WS-ANNEE-EXERCICE TO WS-ANNEE-ARCHIVE.
           PERFORM UNTIL WS-ANNEE-ARCHIVE > WS-ANNEE-COURANTE
               PERFORM LIRE-ARCHIVE-ANNEE
               ADD 1 TO WS-ANNEE-ARCHIVE
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "LIGNE GL  DEV         TOTAL DEBIT         TOTAL CREDIT"
               TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE 1 TO WS-IDX-GL.
           PERFORM UNTIL WS-IDX-GL > WS-NB-GL
               INITIALIZE W-SOLDE-EXERCICE
               SET SEX-LIGNE-GL TO TRUE
               MOVE WS-ANNEE-EXERCICE       TO W-SEX-ANNEE
               MOVE WS-GL-CODE(WS-IDX-GL)   TO W-SEX-CODE-GL
               MOVE WS-GL-DEVISE(WS-IDX-GL) TO W-SEX-DEVISE
               MOVE WS-GL-DEBIT(WS-IDX-GL)  TO W-SEX-DEBIT
               MOVE WS-GL-CREDIT(WS-IDX-GL) TO W-SEX-CREDIT
               COMPUTE W-SEX-SOLDE = WS-GL-CREDIT(WS-IDX-GL)
                                   - WS-GL-DEBIT(WS-IDX-GL)
               MOVE WS-DATE-JOUR            TO W-SEX-DATE
               MOVE W-SOLDE-EXERCICE        TO F-FIGES-LIGNE
               WRITE F-FIGES-LIGNE
               MOVE WS-GL-DEBIT(WS-IDX-GL)  TO WS-MNT-AFF
               MOVE WS-GL-CREDIT(WS-IDX-GL) TO WS-MNT2-AFF
               MOVE SPACES TO F-RAPPORT-LIGNE
               STRING WS-GL-CODE(WS-IDX-GL) DELIMITED SIZE
                      "    " DELIMITED SIZE
                      WS-GL-DEVISE(WS-IDX-GL) DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-MNT-AFF DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-MNT2-AFF DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
               WRITE F-RAPPORT-LIGNE
               ADD 1 TO WS-IDX-GL
           END-PERFORM.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "Mouvements de l'exercice ventiles : " DELIMITED SIZE
                  WS-NB-MVTS DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

       LIRE-ARCHIVE-ANNEE.
           MOVE SPACES TO WS-NOM-ARCHIVE.
           STRING "data/TRANS-" DELIMITED SIZE
                  WS-ANNEE-ARCHIVE DELIMITED SIZE
                  ".dat" DELIMITED SIZE
               INTO WS-NOM-ARCHIVE.
           OPEN INPUT F-ARCHIVE.
           IF WS-FS-ARC NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN-ARC.
           PERFORM UNTIL FIN-ARCHIVE
               READ F-ARCHIVE
                   AT END
                       SET FIN-ARCHIVE TO TRUE
                   NOT AT END
                       MOVE F-ARC-TRANS TO W-TRANS
                       PERFORM CUMULER-GRAND-LIVRE
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE.

       CUMULER-GRAND-LIVRE.
           IF W-TRN-DATE(1:4) NOT = WS-ANNEE-EXERCICE
               EXIT PARAGRAPH
           END-IF.
           CALL "GL-CORRESPONDANCE" USING W-TRANS, WS-CODE-GL,
                                          WS-SENS-GL.
           MOVE 0 TO WS-IDX-GL.
           MOVE 1 TO WS-IDX-RECH.
           PERFORM UNTIL WS-IDX-RECH > WS-NB-GL OR WS-IDX-GL > 0
               IF WS-GL-CODE(WS-IDX-RECH) = WS-CODE-GL
                       AND WS-GL-DEVISE(WS-IDX-RECH) = W-TRN-DEVISE
                   MOVE WS-IDX-RECH TO WS-IDX-GL
               END-IF
               ADD 1 TO WS-IDX-RECH
           END-PERFORM.
           IF WS-IDX-GL = 0
               IF WS-NB-GL >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-GL
               MOVE WS-NB-GL TO WS-IDX-GL
               MOVE WS-CODE-GL   TO WS-GL-CODE(WS-IDX-GL)
               MOVE W-TRN-DEVISE TO WS-GL-DEVISE(WS-IDX-GL)
               MOVE 0 TO WS-GL-DEBIT(WS-IDX-GL) WS-GL-CREDIT(WS-IDX-GL)
           END-IF.
           IF SENS-DEBIT
               ADD W-TRN-MONTANT TO WS-GL-DEBIT(WS-IDX-GL)
           ELSE
               ADD W-TRN-MONTANT TO WS-GL-CREDIT(WS-IDX-GL)
           END-IF.
           ADD 1 TO WS-NB-MVTS.

      *>----------------------------------------------------------------
      *> Budget des gestes commerciaux : chaque agence dotee sur
      *> l'exercice recoit son budget de l'annee suivante, meme
      *> montant, consommation a zero. Un budget deja fixe par un
      *> superviseur pour l'annee suivante est conserve.
       RECONDUIRE-BUDGETS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "BUDGET-IO" USING WS-OP W-BUDGET-GESTE WS-CODE-BGT.
           MOVE "START-FIRST" TO WS-OP.
           CALL "BUDGET-IO" USING WS-OP W-BUDGET-GESTE WS-CODE-BGT.
           IF WS-CODE-BGT NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "BUDGET-IO" USING WS-OP W-BUDGET-GESTE WS-CODE-BGT
               EVALUATE TRUE
                   WHEN WS-CODE-BGT NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-BGT-ANNEE = WS-ANNEE-EXERCICE
                           AND WS-NB-AGENCES < 100
                       ADD 1 TO WS-NB-AGENCES
                       MOVE W-BGT-AGENCE TO WS-AGC-CODE(WS-NB-AGENCES)
                       MOVE W-BGT-BUDGET TO WS-AGC-BUDGET(WS-NB-AGENCES)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           MOVE 1 TO WS-IDX-AGC.
           PERFORM UNTIL WS-IDX-AGC > WS-NB-AGENCES
               INITIALIZE W-BUDGET-GESTE
               MOVE WS-AGC-CODE(WS-IDX-AGC)   TO W-BGT-AGENCE
               MOVE WS-ANNEE-SUIVANTE         TO W-BGT-ANNEE
               MOVE WS-AGC-BUDGET(WS-IDX-AGC) TO W-BGT-BUDGET
               MOVE 0                         TO W-BGT-CONSOMME
                                                 W-BGT-NB-GESTES
               MOVE WS-DATE-JOUR              TO W-BGT-DATE-MAJ
               MOVE "CLOT-EXE"                TO W-BGT-OPERATEUR
               MOVE "WRITE" TO WS-OP
               CALL "BUDGET-IO" USING WS-OP W-BUDGET-GESTE WS-CODE-BGT
               IF WS-CODE-BGT = '00'
                   ADD 1 TO WS-NB-BUDGETS
               END-IF
               ADD 1 TO WS-IDX-AGC
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "BUDGET-IO" USING WS-OP W-BUDGET-GESTE
                                  WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
      *> Plafond annuel des frais des clients fragiles : les compteurs
      *> de l'exercice passent a l'annee suivante a zero. FRAGILE-
      *> PLAFOND ne revient jamais en arriere : les frais passes
      *> jusqu'au 31/12 comptent dans la nouvelle annee. Un compteur
      *> non reecrit est compte et liste au rapport.
       BASCULER-CLIENTS-FRAGILES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI.
           MOVE "START-FIRST" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI.
           IF WS-CODE-CLI NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI
               EVALUATE TRUE
                   WHEN WS-CODE-CLI NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CLI-FRG-ANNEE = WS-ANNEE-EXERCICE
                       MOVE WS-ANNEE-SUIVANTE TO W-CLI-FRG-ANNEE
                       MOVE 0 TO W-CLI-FRG-FACTURE-ANNEE
                                 W-CLI-FRG-EVITE-ANNEE
                       MOVE "REWRITE" TO WS-OP
                       CALL "CLIENT-IO" USING WS-OP W-CLIENT
                                              WS-CODE-CLI
                       IF WS-CODE-CLI = '00'
                           ADD 1 TO WS-NB-FRAGILES
                       ELSE
                           ADD 1 TO WS-NB-ECHECS-FRAGILES
                           MOVE SPACES TO F-RAPPORT-LIGNE
                           STRING "ECHEC REMISE A ZERO CLIENT FRAGILE "
                                      DELIMITED SIZE
                                  W-CLI-NUMERO DELIMITED SIZE
                                  " (code: " DELIMITED SIZE
                                  WS-CODE-CLI DELIMITED SIZE
                                  ")" DELIMITED SIZE
                               INTO F-RAPPORT-LIGNE
                           WRITE F-RAPPORT-LIGNE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
      *> Offres groupees : la valeur des services de l'exercice passe
      *> en annee precedente (comme le fait OFFRE-REMISE au premier
      *> usage de l'annee), l'annee suivante repart de zero. Une
      *> souscription non reecrite est comptee et listee au rapport.
       BASCULER-OFFRES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.
           MOVE "START-FIRST" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.
           IF WS-CODE-SOU NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU
               EVALUATE TRUE
                   WHEN WS-CODE-SOU NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-SOU-ANNEE = WS-ANNEE-EXERCICE
                       MOVE W-SOU-VALEUR-ANNEE TO W-SOU-VALEUR-AN-PREC
                       MOVE WS-ANNEE-SUIVANTE  TO W-SOU-ANNEE
                       MOVE 0 TO W-SOU-VALEUR-ANNEE
                       MOVE "REWRITE" TO WS-OP
                       CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION
                                              WS-CODE-SOU
                       IF WS-CODE-SOU = '00'
                           ADD 1 TO WS-NB-OFFRES
                       ELSE
                           ADD 1 TO WS-NB-ECHECS-OFFRES
                           MOVE SPACES TO F-RAPPORT-LIGNE
                           STRING "ECHEC REMISE A ZERO OFFRE "
                                      DELIMITED SIZE
                                  W-SOU-OFFRE DELIMITED SIZE
                                  " COMPTE " DELIMITED SIZE
                                  W-SOU-CPT DELIMITED SIZE
                                  " (code: " DELIMITED SIZE
                                  WS-CODE-SOU DELIMITED SIZE
                                  ")" DELIMITED SIZE
                               INTO F-RAPPORT-LIGNE
                           WRITE F-RAPPORT-LIGNE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION
                                  WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
       JOURNALISER-AUDIT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR        TO W-AUD-ID.
           MOVE 0                  TO W-AUD-CPT.
           MOVE "CLOT-EXERC"       TO W-AUD-OPERATION.
           MOVE '00'               TO W-AUD-CODE.
           MOVE WS-DATE-JOUR       TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE "CLOT-EXE"         TO W-AUD-OPERATEUR.
           STRING "EXERCICE " DELIMITED SIZE
                  WS-ANNEE-EXERCICE DELIMITED SIZE
                  " CLOS, " DELIMITED SIZE
                  WS-NB-COMPTES DELIMITED SIZE
                  " SOLDES FIGES" DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "CLOTURE-EXERCICE" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM CLOTURE-EXERCICE.
