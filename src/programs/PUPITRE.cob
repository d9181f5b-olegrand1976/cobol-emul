      *>               compteur SEQUENCE.dat ;
      *>             - files en attente : virements sortants non
      *>               emis, ordres echus non executes, demandes a
      *>               quatre yeux, declarations especes, alertes de
      *>               consultation de comptes sensibles encore
      *>               ouvertes, rejets des imports (fichiers de
      *>               rejets) ;
      *>             - registre des imports (anti-rejeu) : empreintes
      *>               des fichiers charges, avec purge superviseur
      *>               d'une empreinte pour autoriser la re-emission
      *>               legitime d'un fichier (journalisee AUDIT-IO) ;
      *>             - mode degrade guichet : declaration et levee
      *>               superviseur quand COMPTES.dat est indisponible
      *>               (JOURNEE-COMPTABLE.dat, journalisees AUDIT-IO),
      *>               operations du journal de secours en attente et
      *>               lancement de leur rejeu (REJEU-SECOURS) ;
      *>             - etats attendus de la derniere nuit : tout etat
      *>               que son etape, passee cette nuit-la, aurait du
      *>               inscrire au repertoire des etats
      *>               (REPERTOIRE-ETATS.dat, ETAT-PARAM.cpy) et qui
      *>               n'y figure pas est signale manquant.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUPITRE.
       COPY OPS.
       COPY REGIMPORT.
       COPY OPERATEUR.
       COPY ACCES-SENSIBLE.
       COPY JOURNEE.
       COPY SECOURS.
       COPY REPERTOIRE-ETAT.
       COPY ETAT-PARAM.

       01 WS-FS-CTL              PIC X(2) VALUE '00'.
       01 WS-FS-SEQ              PIC X(2) VALUE '00'.

      *> Etapes obligatoires de la chaine, confrontees a
      *> BATCH-RUN.dat.
       01 WS-NB-ETAPES           PIC 9(2) COMP VALUE 49.
       01 WS-TAB-ETAPES.
          05 FILLER PIC X(12) VALUE "REPRISE-OPS".
          05 FILLER PIC X(12) VALUE "RECONCILIER".
          05 FILLER PIC X(12) VALUE "IMP-INTERNET".
          05 FILLER PIC X(12) VALUE "ECH-DECOUV".
          05 FILLER PIC X(12) VALUE "REP-INSTANT".
          05 FILLER PIC X(12) VALUE "RECUS-INST".
          05 FILLER PIC X(12) VALUE "EXEC-ORDRES".
          05 FILLER PIC X(12) VALUE "COMPENSE-CHQ".
          05 FILLER PIC X(12) VALUE "COMPENSE-CAR".
          05 FILLER PIC X(12) VALUE "PRESENT-CHQ".
          05 FILLER PIC X(12) VALUE "REMISES-TPE".
          05 FILLER PIC X(12) VALUE "IMPORT-LCR".
          05 FILLER PIC X(12) VALUE "FRAIS-CORR".
          05 FILLER PIC X(12) VALUE "EMETTRE-VIR".
          05 FILLER PIC X(12) VALUE "ENCAISSEMENT".
          05 FILLER PIC X(12) VALUE "EMETTRE-LCR".
          05 FILLER PIC X(12) VALUE "EMETTRE-INTL".
          05 FILLER PIC X(12) VALUE "ECHEANCE-DAT".
          05 FILLER PIC X(12) VALUE "AVIS-DAT".
          05 FILLER PIC X(12) VALUE "REVISION".
          05 FILLER PIC X(12) VALUE "ECH-PRETS".
          05 FILLER PIC X(12) VALUE "RECONDUCTION".
          05 FILLER PIC X(12) VALUE "RELANCES".
          05 FILLER PIC X(12) VALUE "MAINLEVEES".
          05 FILLER PIC X(12) VALUE "INFO-CAUTION".
          05 FILLER PIC X(12) VALUE "EXPIRER-RESA".
          05 FILLER PIC X(12) VALUE "DEPOTS-DAB".
          05 FILLER PIC X(12) VALUE "DAB-RECO".
          05 FILLER PIC X(12) VALUE "ARRONDI".
          05 FILLER PIC X(12) VALUE "RELEVE-PEL".
          05 FILLER PIC X(12) VALUE "AVIS-TARIFS".
          05 FILLER PIC X(12) VALUE "FRAIS".
          05 FILLER PIC X(12) VALUE "LOYERS-COF".
          05 FILLER PIC X(12) VALUE "RESILIATION".
          05 FILLER PIC X(12) VALUE "SOLDES-NEG".
          05 FILLER PIC X(12) VALUE "ARCHIVER".
          05 FILLER PIC X(12) VALUE "SCAN-FRAUDE".
          05 FILLER PIC X(12) VALUE "SCENAR-LBC".
          05 FILLER PIC X(12) VALUE "EXPORT-SOUP".
          05 FILLER PIC X(12) VALUE "QUALITE".
          05 FILLER PIC X(12) VALUE "REVUE-KYC".
          05 FILLER PIC X(12) VALUE "FICOBA".
          05 FILLER PIC X(12) VALUE "ALERTES".
          05 FILLER PIC X(12) VALUE "EXP-ALERTES".
          05 FILLER PIC X(12) VALUE "SNAPSHOT".
          05 FILLER PIC X(12) VALUE "RELEVES-ELEC".
          05 FILLER PIC X(12) VALUE "PORTAIL".
          05 FILLER PIC X(12) VALUE "EPURE-ETATS".
          05 FILLER PIC X(12) VALUE "SAUVEGARDE".
       01 WS-ETAPES REDEFINES WS-TAB-ETAPES.
          05 WS-ETAPE-NOM OCCURS 49 TIMES PIC X(12).
       01 WS-IDX-ETAPE           PIC 9(2) COMP.

      *> Etats attendus de la derniere nuit (date la plus recente de
      *> BATCH-RUN.dat) confrontes au repertoire des etats.
       01 WS-DATE-NUIT           PIC 9(8) VALUE 0.
       01 WS-IDX-ETAT            PIC 9(2) COMP.
       01 WS-CODE-RPE            PIC X(2).
       01 WS-NB-MANQUANTS        PIC 9(3) VALUE 0.
       01 WS-ETAT-INSCRIT        PIC X(1) VALUE 'N'.
          88 ETAT-INSCRIT        VALUE 'O'.

      *> Projection de fin de chaine : pour chaque etape non encore
      *> marquee a la date du jour, la moyenne de ses durees passees
      *> (BATCH-RUN.dat) est ajoutee a l'heure courante ; l'alerte
       01 WS-NB-VIR-URGENTS      PIC 9(5) VALUE 0.
       01 WS-LANCER-URGENTS      PIC X(1) VALUE 'N'.
          88 LANCER-URGENTS-OUI  VALUE 'O'.
       01 WS-NB-VIR-INSTANT      PIC 9(5) VALUE 0.
       01 WS-LANCER-INSTANT      PIC X(1) VALUE 'N'.
          88 LANCER-INSTANT-OUI  VALUE 'O'.
       01 WS-LANCER-VOP          PIC X(1) VALUE 'N'.
          88 LANCER-VOP-OUI      VALUE 'O'.
       01 WS-NB-ORDRES-ECHUS     PIC 9(5) VALUE 0.
       01 WS-NB-DEMANDES-4Y      PIC 9(5) VALUE 0.
       01 WS-NB-DECL-ATTENTE     PIC 9(5) VALUE 0.
       01 WS-NB-ALERTES-SENS     PIC 9(5) VALUE 0.
       01 WS-NB-ALERTES-SENS-ANC PIC 9(5) VALUE 0.
       01 WS-NB-LIGNES-REJETS    PIC 9(5) VALUE 0.

      *> Registre des imports (anti-rejeu) : empreintes de fichiers
       01 WS-COMPTEUR-AUD        PIC 9(10) VALUE 0.
       01 WS-TOTAL-IMP-AFF       PIC -Z(10)9.99.

      *> Mode degrade guichet (SECOURS-GUICHET) : declaration, levee
      *> et rejeu du journal de secours sous controle superviseur.
       01 WS-NB-SECOURS-ATTENTE  PIC 9(5) VALUE 0.
       01 WS-CODE-SEC            PIC X(2).
       01 WS-CODE-JRN            PIC X(2).
       01 WS-CHOIX-MODE          PIC X(1) VALUE 'N'.
          88 CHOIX-MODE-OUI      VALUE 'O'.
       01 WS-LANCER-REJEU        PIC X(1) VALUE 'N'.
          88 LANCER-REJEU-OUI    VALUE 'O'.
       01 WS-SUP-VALIDE          PIC X(1) VALUE 'N'.
          88 SUPERVISEUR-VALIDE  VALUE 'O'.
       01 WS-OPERATION-MODE      PIC X(12).

      *> Repetition generale (SIMULATION-MODE) : les quatre batchs
      *> qui touchent a l'argent des clients tournent en calcul seul,
      *> toutes les ecritures potentielles partant au rapport de
       PERFORM EDITER-SAUVEGARDES.
       PERFORM EDITER-FILES-ATTENTE.
       PERFORM EDITER-REGISTRE-IMPORTS.
       PERFORM EDITER-MODE-DEGRADE.
       PERFORM EDITER-ETATS-ATTENDUS.

      *> Des urgents attendent : proposer l'emission intraday (le
      *> programme EMETTRE-URGENTS re-verifie lui-meme jour ouvre et
           END-IF
       END-IF.

      *> Virements instantanes : la place repond en continu, le
      *> denouement (reponses, delais depasses) et le credit des
      *> instantanes recus se lancent a la demande, a toute heure.
       DISPLAY "Traiter les virements instantanes (reponses, "
               "delais, recus) ? (O/N) " WITH NO ADVANCING.
       ACCEPT WS-LANCER-INSTANT.
       IF LANCER-INSTANT-OUI
           CALL "REPONSES-INSTANT"
           CALL "RECUS-INSTANT"
       END-IF.

      *> Verification du beneficiaire : les autres etablissements
      *> attendent notre reponse avant d'emettre vers nos comptes.
       DISPLAY "Repondre aux demandes de verification du "
               "beneficiaire ? (O/N) " WITH NO ADVANCING.
       ACCEPT WS-LANCER-VOP.
       IF LANCER-VOP-OUI
           CALL "REPONDRE-VOP"
       END-IF.

      *> Repetition generale avant la fin de mois : verifier les plus
      *> grosses lignes avant la vraie nuit FIN-DE-MOIS.
       DISPLAY "Lancer la repetition generale (INTERETS, FRAIS, "
           PERFORM COMPTER-ORDRES-ECHUS.
           PERFORM COMPTER-DEMANDES-4Y.
           PERFORM COMPTER-DECL-ATTENTE.
           PERFORM COMPTER-ALERTES-SENSIBLES.

           DISPLAY "FILES EN ATTENTE :".
           DISPLAY "  Virements sortants non emis : "
                   WS-NB-VIR-ATTENTE.
           DISPLAY "    dont urgents (intraday)   : "
                   WS-NB-VIR-URGENTS.
           DISPLAY "  Instantanes sans reponse    : "
                   WS-NB-VIR-INSTANT.
           DISPLAY "  Ordres echus non executes   : "
                   WS-NB-ORDRES-ECHUS.
           DISPLAY "  Demandes a quatre yeux      : "
                   WS-NB-DEMANDES-4Y.
           DISPLAY "  Declarations especes        : "
                   WS-NB-DECL-ATTENTE.
           DISPLAY "  Alertes comptes sensibles   : "
                   WS-NB-ALERTES-SENS.
           IF WS-NB-ALERTES-SENS-ANC > 0
               DISPLAY "    ALERTE : " WS-NB-ALERTES-SENS-ANC
                       " non prises en compte le jour de l'acces"
           END-IF.

           MOVE "reports/VIREMENTS-ENTRANTS-REJETS.csv"
               TO WS-NOM-REJETS.
                           ADD 1 TO WS-NB-VIR-URGENTS
                       END-IF
                   END-IF
                   IF VSO-EMIS AND VSO-INSTANTANE
                       ADD 1 TO WS-NB-VIR-INSTANT
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           MOVE "CLOSE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.

      *> Consultations hors agence de comptes sensibles dont
      *> l'alerte n'a pas ete prise en compte (ecran SENSIBLES) ;
      *> celles des jours precedents sont signalees a part.
       COMPTER-ALERTES-SENSIBLES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE
                                   W-CODE-RETOUR.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE
                                   W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE
                                       W-CODE-RETOUR
               IF RC-OK
                   IF ACS-ALERTE-OUVERTE
                       ADD 1 TO WS-NB-ALERTES-SENS
                       IF W-ACS-DATE < WS-DATE-JOUR
                           ADD 1 TO WS-NB-ALERTES-SENS-ANC
                       END-IF
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE
                                   W-CODE-RETOUR.

       COMPTER-DECL-ATTENTE.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.

      *>----------------------------------------------------------------
      *> Mode degrade guichet : tant qu'il est declare, DEPOT et
      *> RETRAIT travaillent sur la photographie de la veille et le
      *> journal de secours. Sa levee propose le rejeu, qui reste
      *> propose tant que des operations de secours attendent.
       EDITER-MODE-DEGRADE.
           MOVE "LIRE" TO WS-OP.
           CALL "JOURNEE-IO" USING WS-OP W-JOURNEE WS-CODE-JRN.
           PERFORM COMPTER-SECOURS-ATTENTE.

           DISPLAY "MODE DEGRADE GUICHET :".
           IF JRN-MODE-SECOURS
               DISPLAY "  DECLARE le " W-JRN-SECOURS-DATE " a "
                       W-JRN-SECOURS-HEURE " par " W-JRN-SECOURS-PAR
           ELSE
               DISPLAY "  Mode normal."
           END-IF.
           DISPLAY "  Operations de secours a rejouer : "
                   WS-NB-SECOURS-ATTENTE.

           IF JRN-MODE-SECOURS
               DISPLAY "Lever le mode degrade (fichiers maitres "
                       "revenus) ? (O/N) " WITH NO ADVANCING
               ACCEPT WS-CHOIX-MODE
               IF CHOIX-MODE-OUI
                   PERFORM LEVER-MODE-DEGRADE
               END-IF
           ELSE
               IF WS-NB-SECOURS-ATTENTE > 0
                   DISPLAY "  ALERTE : journal de secours non "
                           "rejoue."
               END-IF
               DISPLAY "Declarer le mode degrade guichet "
                       "(COMPTES.dat indisponible) ? (O/N) "
                       WITH NO ADVANCING
               ACCEPT WS-CHOIX-MODE
               IF CHOIX-MODE-OUI
                   PERFORM DECLARER-MODE-DEGRADE
               END-IF
           END-IF.

           IF JRN-MODE-NORMAL AND WS-NB-SECOURS-ATTENTE > 0
               DISPLAY "Rejouer le journal de secours ? (O/N) "
                       WITH NO ADVANCING
               ACCEPT WS-LANCER-REJEU
               IF LANCER-REJEU-OUI
                   IF NOT SUPERVISEUR-VALIDE
                       PERFORM AUTHENTIFIER-SUPERVISEUR
                   END-IF
                   IF SUPERVISEUR-VALIDE
                       CALL "REJEU-SECOURS" USING W-OPE-ID
                   END-IF
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> Etats de la derniere nuit : un etat attendu a chaque passage
      *> de son etape (ETA-ETAT-A-CHAQUE-NUIT) est cherche au
      *> repertoire sous la date de chaine de cette nuit ; une etape
      *> qui n'a pas tourne (fin de mois, jour ferie) n'attend rien.
       EDITER-ETATS-ATTENDUS.
           PERFORM CHERCHER-DERNIERE-NUIT.
           DISPLAY "ETATS ATTENDUS DE LA NUIT :".
           IF WS-DATE-NUIT = 0
               DISPLAY "  Aucune nuit enregistree."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-NB-MANQUANTS.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT WS-CODE-RPE.

           MOVE 1 TO WS-IDX-ETAT.
           PERFORM UNTIL WS-IDX-ETAT > ETA-NB-ETATS
               IF ETA-ETAT-A-CHAQUE-NUIT(WS-IDX-ETAT)
                       AND ETA-ETAT-ETAPE(WS-IDX-ETAT) NOT = SPACES
                   PERFORM CONTROLER-ETAT-ATTENDU
               END-IF
               ADD 1 TO WS-IDX-ETAT
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT WS-CODE-RPE.
           MOVE "CLOSE" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.

           IF WS-NB-MANQUANTS = 0
               DISPLAY "  Nuit du " WS-DATE-NUIT
                       " : tous les etats attendus sont inscrits."
           ELSE
               DISPLAY "  Nuit du " WS-DATE-NUIT " : "
                       WS-NB-MANQUANTS " etat(s) manquant(s)."
           END-IF.

      *>----------------------------------------------------------------
       CHERCHER-DERNIERE-NUIT.
           MOVE 0 TO WS-DATE-NUIT.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           IF WS-CODE-RUN NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           IF WS-CODE-RUN NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN
               IF WS-CODE-RUN = '00'
                   IF W-RUN-DATE > WS-DATE-NUIT
                       MOVE W-RUN-DATE TO WS-DATE-NUIT
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.

      *>----------------------------------------------------------------
       CONTROLER-ETAT-ATTENDU.
           MOVE WS-DATE-NUIT TO W-RUN-DATE.
           MOVE ETA-ETAT-ETAPE(WS-IDX-ETAT) TO W-RUN-ETAPE.
           MOVE "READ" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE WS-CODE-RUN.
           IF WS-CODE-RUN NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ETAT-INSCRIT.
           MOVE 'N' TO WS-FIN.
           MOVE ETA-ETAT-NOM(WS-IDX-ETAT) TO W-RPE-ETAT.
           MOVE "START-ETAT" TO WS-OP.
           CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT WS-CODE-RPE.
           IF WS-CODE-RPE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS OR ETAT-INSCRIT
               MOVE "READ-NEXT" TO WS-OP
               CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT
                                       WS-CODE-RPE
               EVALUATE TRUE
                   WHEN WS-CODE-RPE NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-RPE-ETAT NOT = ETA-ETAT-NOM(WS-IDX-ETAT)
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-RPE-DATE-CHAINE = WS-DATE-NUIT
                       SET ETAT-INSCRIT TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           IF NOT ETAT-INSCRIT
               ADD 1 TO WS-NB-MANQUANTS
               DISPLAY "  " ETA-ETAT-NOM(WS-IDX-ETAT) " etape "
                       ETA-ETAT-ETAPE(WS-IDX-ETAT)
                       "  <<< MANQUANT"
           END-IF.

      *>----------------------------------------------------------------
       COMPTER-SECOURS-ATTENTE.
           MOVE 0 TO WS-NB-SECOURS-ATTENTE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.
           IF WS-CODE-SEC NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN.
           MOVE "START-FIRST" TO WS-OP.
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.
           IF WS-CODE-SEC NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC
               IF WS-CODE-SEC NOT = '00'
                   SET FIN-PARCOURS TO TRUE
               ELSE
                   IF SEC-A-REJOUER OR SEC-NON-PASSEE
                       ADD 1 TO WS-NB-SECOURS-ATTENTE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SECOURS-IO" USING WS-OP W-SECOURS WS-CODE-SEC.

      *>----------------------------------------------------------------
       DECLARER-MODE-DEGRADE.
           PERFORM AUTHENTIFIER-SUPERVISEUR.
           IF NOT SUPERVISEUR-VALIDE
               EXIT PARAGRAPH
           END-IF.
           SET JRN-MODE-SECOURS TO TRUE.
           MOVE W-OPE-ID TO W-JRN-SECOURS-PAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-JRN-SECOURS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-JRN-SECOURS-HEURE.
           MOVE "ECRIRE" TO WS-OP.
           CALL "JOURNEE-IO" USING WS-OP W-JOURNEE WS-CODE-JRN.
           IF WS-CODE-JRN NOT = '00'
               DISPLAY "Declaration en echec (code " WS-CODE-JRN ")."
               SET JRN-MODE-NORMAL TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE "MODE-DEGRADE" TO WS-OPERATION-MODE.
           PERFORM JOURNALISER-MODE.
           DISPLAY "Mode degrade declare : DEPOT et RETRAIT passent "
                   "par le journal de secours.".

      *>----------------------------------------------------------------
       LEVER-MODE-DEGRADE.
           PERFORM AUTHENTIFIER-SUPERVISEUR.
           IF NOT SUPERVISEUR-VALIDE
               EXIT PARAGRAPH
           END-IF.
           SET JRN-MODE-NORMAL TO TRUE.
           MOVE "ECRIRE" TO WS-OP.
           CALL "JOURNEE-IO" USING WS-OP W-JOURNEE WS-CODE-JRN.
           IF WS-CODE-JRN NOT = '00'
               DISPLAY "Levee en echec (code " WS-CODE-JRN ")."
               SET JRN-MODE-SECOURS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE "FIN-DEGRADE" TO WS-OPERATION-MODE.
           PERFORM JOURNALISER-MODE.
           DISPLAY "Mode degrade leve : retour au guichet normal.".

      *>----------------------------------------------------------------
       AUTHENTIFIER-SUPERVISEUR.
           MOVE 'N' TO WS-SUP-VALIDE.
           DISPLAY "Code operateur superviseur : " WITH NO ADVANCING.
           ACCEPT W-OPE-ID.
           DISPLAY "PIN superviseur             : " WITH NO ADVANCING.
           ACCEPT WS-SUP-PIN.
           MOVE "READ" TO WS-OP.
           CALL "OPERATEUR-IO" USING WS-OP W-OPERATEUR WS-CODE-OPE.
           IF WS-CODE-OPE NOT = '00'
               DISPLAY "Superviseur introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF NOT OPE-SUPERVISEUR OR NOT OPE-ACTIF
                   OR WS-SUP-PIN NOT = W-OPE-PIN
               DISPLAY "Refuse : superviseur non habilite ou PIN "
                       "errone."
               EXIT PARAGRAPH
           END-IF.
           SET SUPERVISEUR-VALIDE TO TRUE.

      *>----------------------------------------------------------------
       JOURNALISER-MODE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-AUD W-CODE-RETOUR.

           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR-AUD   TO W-AUD-ID.
           MOVE 0                 TO W-AUD-CPT.
           MOVE WS-OPERATION-MODE TO W-AUD-OPERATION.
           MOVE '00'              TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE W-OPE-ID          TO W-AUD-OPERATEUR.
           STRING "SECOURS EN ATTENTE " DELIMITED SIZE
                  WS-NB-SECOURS-ATTENTE DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.

       END PROGRAM PUPITRE.
