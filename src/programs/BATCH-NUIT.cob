      *>                   restees en vol avant tout rapprochement)
      *>                1. RECONCILIER  (toujours)
      *>                1b. IMPORT-INTERNET (toujours)
      *>                1c. ECHEANCES-DECOUVERT (toujours : mise en
      *>                    vigueur, revue a J-preavis et retour au
      *>                    niveau de base des autorisations de
      *>                    decouvert, avant les etapes de debit)
      *>                1d. REPONSES-INSTANT (toujours : reponses et
      *>                    delais depasses des virements instantanes
      *>                    emis, re-credit des rejets)
      *>                1e. RECUS-INSTANT (toujours : credit des
      *>                    virements instantanes recus)
      *>                2. EXEC-ORDRES  (jour ouvre uniquement)
      *>                3. COMPENSER-CHEQUES (toujours)
      *>                3b. COMPENSER-CARTES (toujours : reglements
      *>                3c. PRESENTATION-CHEQUES (toujours :
      *>                    compensation aller des cheques tires sur
      *>                    nos comptes et presentes par la place)
      *>                3d. IMPORT-REMISES-TPE (toujours : reglement
      *>                    acquereur des remises carte et impayes
      *>                    des commercants, commissions)
      *>                3e. IMPORT-LCR (toujours : bordereaux
      *>                    d'effets de commerce remis par fichier,
      *>                    escompte des effets escomptes)
      *>                3f. FRAIS-CORRESPONDANTS (toujours : avis de
      *>                    frais des banques correspondantes sur les
      *>                    virements internationaux)
      *>                4. EMETTRE-VIREMENTS (jour ouvre uniquement)
      *>                4b. ENCAISSEMENTS-EMIS (jour ouvre uniquement)
      *>                4c. EMETTRE-LCR (jour ouvre uniquement :
      *>                    presentation, reglement et impayes des
      *>                    effets de commerce)
      *>                4d. EMETTRE-INTERNATIONAUX (jour ouvre
      *>                    uniquement : virements hors zone par les
      *>                    banques correspondantes)
      *>                5. ECHEANCE-DAT (toujours)
      *>                5b. AVIS-DAT (toujours : avis d'echeance a
      *>                    J-preavis des comptes a terme)
      *>                5c. REVISION-PRETS (toujours : revision
      *>                    annuelle des prets a taux variable, avant
      *>                    le prelevement des echeances)
      *>                6. ECHEANCES-PRETS (toujours)
      *>                6b. RECONDUCTION-RENOUV (toujours :
      *>                    reconduction annuelle et resiliation pour
      *>                    inactivite des credits renouvelables)
      *>                7. RELANCES-PRETS (toujours)
      *>                7b. MAINLEVEES (toujours : levee des suretes
      *>                    des prets soldes, lettres de mainlevee)
      *>                7c. INFO-CAUTIONS (toujours : information
      *>                    annuelle des cautions, une fois par an)
      *>                8. EXPIRER-RESERVATIONS (toujours)
      *>                8a. IMPORT-DEPOTS-DAB (toujours : journal
      *>                    des enveloppes deposees en DAB, credit
      *>                    provisoire des especes)
      *>                8b. DAB-RECONCILIER (toujours)
      *>                8c. ARRONDI-EPARGNE (toujours : centimes des
      *>                    operations carte du jour vers l'epargne)
      *>                8d. RELEVE-PEL (toujours : releve annuel des
      *>                    droits acquis a l'anniversaire des plans)
      *>                8e. AVIS-TARIFS (toujours : avis de hausse de
      *>                    la grille tarifaire et des cotisations
      *>                    d'offres groupees aux comptes concernes)
      *>                8f. DEBIT-DIFFERE (uniquement en fin de mois :
      *>                    debit mensuel des cartes a debit differe,
      *>                    avant interets et releves du mois)
      *>                9. INTERETS     (uniquement en fin de mois ;
      *>                    passee si la cloture d'exercice a deja
      *>                    capitalise les interets du mois)
      *>                9b. COTISATIONS-OFFRES (uniquement en fin de
      *>                    mois : cotisation des offres groupees)
      *>                    8f, 9b, 12a et 12a-bis sont passees de meme
      *>                    quand la cloture d'exercice les a avancees
      *>                    au dernier jour ouvre (31/12 chome) : leurs
      *>                    mouvements tomberaient dans l'exercice clos.
      *>               10. RELEVE-MENSUEL (uniquement en fin de mois)
      *>               10b. RELEVE-CLIENT (uniquement en fin de mois :
      *>                    releve consolide par client)
      *>               11. REEVALUATION (uniquement en fin de mois)
      *>               12. EXPORT-DECLARATIONS (uniquement en fin de
      *>                   mois)
      *>               12a. PROVISIONS (uniquement en fin de mois :
      *>                    classement des encours douteux et
      *>                    provisions, avant la situation comptable)
      *>               12a-bis. INTERETS-COURUS (uniquement en fin de
      *>                    mois : interets courus non echus des DAT,
      *>                    prets et comptes d'epargne, avant la
      *>                    situation comptable)
      *>               12b. SITUATION-COMPTABLE (uniquement en fin de
      *>                    mois : remise statistique du regulateur)
      *>               12c. BORDEREAU-ASSURANCE (uniquement en fin de
      *>                    note de risque client et cadence de revue)
      *>               12f. MAJORITE-JEUNES (uniquement en fin de mois:
      *>                    limites d'age des produits jeunes)
      *>               12g. FRAGILITE (uniquement en fin de mois :
      *>                    clients fragiles et plafonds de frais)
      *>               12h. RENTABILITE (uniquement en fin de mois :
      *>                    PNB estime par compte et client)
      *>               12i. RESIDENCE-FISCALE (uniquement en fin de
      *>                    mois : auto-certifications FATCA/CRS)
      *>               12j. GRANDS-RISQUES (uniquement en fin de
      *>                    mois : engagements consolides par groupe
      *>                    de risque, grands risques)
      *>               12k. REVUE-PPE (uniquement en fin de mois :
      *>                    liste de revue annuelle des personnes
      *>                    politiquement exposees)
      *>               12l. BORDEREAU-BILLETS (uniquement en fin
      *>                    de mois : bordereau de transmission a la
      *>                    Banque de France des billets retenus)
      *>               12m. RENOUV-CARTES (uniquement en fin de
      *>                    mois : renouvellement des cartes
      *>                    arrivant a expiration)
      *>               12n. RELEVE-COMMERCANTS (uniquement en fin de
      *>                    mois : releve des remises carte, des
      *>                    commissions et des impayes par contrat)
      *>               12o. DOUBLONS-CLIENTS (uniquement en fin de
      *>                    mois : liste de revue des doublons du
      *>                    referentiel clients)
      *>               12p. RAPPORT-PERSONNEL (uniquement en fin de
      *>                    mois : rapport de conformite sur les
      *>                    comptes du personnel)
      *>               12q. RAPPORT-SENSIBLES (uniquement en fin de
      *>                    mois : revue des comptes et clients
      *>                    sensibles et de leurs consultations)
      *>               13. FRAIS          (jour ouvre uniquement)
      *>               13b. LOYERS-COFFRES (jour ouvre uniquement :
      *>                    loyers annuels des coffres-forts loues)
      *>               13c. RESILIATIONS (toujours : preavis et
      *>                    clotures des comptes resilies par la
      *>                    banque)
      *>               14. SOLDES-NEGATIFS (toujours)
      *>               15. ARCHIVER        (toujours)
      *>               16. SCAN-FRAUDE (toujours)
      *>               16b. SCENARIOS-LBC (toujours : scenarios
      *>                    anti-blanchiment, alertes ALERTES-LBC)
      *>               16c. EXPORT-SOUPCONS (toujours : declarations
      *>                    de soupcon confirmees au regulateur)
      *>               17. QUALITE-DONNEES (toujours)
      *>               18. REVUE-KYC (toujours)
      *>               18b. EXPORT-FICOBA (toujours : declarations au
      *>                    fichier national des comptes, retours et
      *>                    retards)
      *>               19. EVALUER-ALERTES (toujours)
      *>               19b. EXPORT-ALERTES (toujours : acquittements
      *>                    puis export SMS/courriel des alertes)
      *>               20. SNAPSHOT-SOLDES (toujours)
      *>               20a. ECHEANCIER-LIQUIDITE (uniquement en fin de
      *>                    mois, sur la photographie du soir :
      *>                    impasses par bande de maturite et devise,
      *>                    ratio de liquidite a 30 jours)
      *>               20b. RELEVES-ELECTRONIQUES (toujours : releves
      *>                    camt.053 / MT940 des comptes abonnes)
      *>               20c. EXPORT-PORTAIL (toujours : soldes,
      *>                    mouvements et encours des comptes ouverts
      *>                    a la banque en ligne)
      *>               20d. CLOTURE-EXERCICE (dernier jour ouvre de
      *>                    l'annee uniquement : soldes figes, grand
      *>                    livre annuel, remise a zero des compteurs
      *>                    annuels)
      *>               20e. EPURER-ETATS (toujours : suppression des
      *>                    copies d'etats du repertoire dont la
      *>                    duree de conservation est echue)
      *>               21. SAUVEGARDE (toujours, en dernier :
      *>                   generations datees des fichiers maitres)
      *>             puis memorise les totaux de controle et le sceau
      *>             de tete du jour des journaux AUDIT.dat et
      *>             TRANS.dat (lignes SCEAU-AUDIT et SCEAU-TRANS de
      *>             BATCH-RUN.dat, cf SCELLE.cpy),
      *>             et consigne chaque etape (nom, code retour, date
      *>             d'execution) dans reports/BATCH-NUIT.log.
      *>             Chaque etape terminee est de plus marquee dans le
      *>             chaine deja complete pour la date (ligne
      *>             FIN-CHAINE) n'est re-executable qu'apres forcage
      *>             explicite demande a l'operateur de pupitre.
      *>             Chaque etape lancee est annoncee au repertoire des
      *>             etats (REPERTOIRE-CTRL) : les etats qu'elle edite
      *>             y sont inscrits sous son nom et la date de la
      *>             chaine ; le journal de la chaine y est inscrit en
      *>             fin de nuit (etat CHAINE-NUIT).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-NUIT.

       01 WS-FIN-MOIS            PIC X(1) VALUE 'N'.
          88 FIN-DE-MOIS         VALUE 'O'.
       01 WS-FIN-MOIS-AVANCEE    PIC X(1) VALUE 'N'.
          88 FIN-MOIS-AVANCEE    VALUE 'O'.

      *> Jour ouvre ou non (module JOUR-OUVRE) : les etapes qui
      *> reglent ou facturent (EXEC-ORDRES, EMETTRE-VIREMENTS, FRAIS)
          88 JOUR-OUVRE-OUI      VALUE 'O'.
       01 WS-CODE-OUVRE          PIC X(2).

      *> Fin d'exercice = dernier jour ouvre de l'annee : le prochain
      *> jour ouvre tombe dans l'annee suivante.
       01 WS-FIN-EXERCICE        PIC X(1) VALUE 'N'.
          88 FIN-D-EXERCICE      VALUE 'O'.
       01 WS-DATE-PROCHAIN-OUVRE PIC 9(8).
       01 WS-CODE-EXE            PIC X(2).
       COPY EXERCICE.

       01 WS-ETAPE-NOM           PIC X(12).
       01 WS-ETAPE-CODE          PIC 9(4).
       01 WS-ETAPE-FAITE         PIC X(1).
       01 WS-CODE-CONTROLE       PIC X(2).
       01 WS-FORCER-CONTROLE     PIC X(1) VALUE 'N'.

      *> Tete des chaines de scellement des journaux (SCELLEMENT).
       COPY SCELLE.
       01 WS-IMAGE-SCEAU         PIC X(200).
       01 WS-CODE-SCEAU          PIC X(2).

      *> Repertoire des etats : etape en cours et journal de chaine.
       COPY ETAT-PRODUIT.
       01 WS-CODE-REPERTOIRE     PIC X(2).

      *> Un forcage (double execution, controle d'integrite) engage
      *> l'etablissement : il exige l'authentification d'un
      *> superviseur, dont le code est retenu ici pour etre trace

       PERFORM DETERMINER-FIN-MOIS.
       PERFORM DETERMINER-JOUR-OUVRE.
       PERFORM DETERMINER-FIN-EXERCICE.
       PERFORM OUVRIR-JOURNAL.
       PERFORM JOURNALISER-FORCAGES.

       MOVE "IMP-INTERNET" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "ECH-DECOUV" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "REP-INSTANT" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "RECUS-INST" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "EXEC-ORDRES" TO WS-ETAPE-NOM.
       IF JOUR-OUVRE-OUI
           PERFORM TRAITER-ETAPE
       MOVE "PRESENT-CHQ" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "REMISES-TPE" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "IMPORT-LCR" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "FRAIS-CORR" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "EMETTRE-VIR" TO WS-ETAPE-NOM.
       IF JOUR-OUVRE-OUI
           PERFORM TRAITER-ETAPE
           PERFORM JOURNALISER-ETAPE-FERIEE
       END-IF.

       MOVE "EMETTRE-LCR" TO WS-ETAPE-NOM.
       IF JOUR-OUVRE-OUI
           PERFORM TRAITER-ETAPE
       ELSE
           PERFORM JOURNALISER-ETAPE-FERIEE
       END-IF.

       MOVE "EMETTRE-INTL" TO WS-ETAPE-NOM.
       IF JOUR-OUVRE-OUI
           PERFORM TRAITER-ETAPE
       ELSE
           PERFORM JOURNALISER-ETAPE-FERIEE
       END-IF.

       MOVE "ECHEANCE-DAT" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "AVIS-DAT" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "REVISION" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "ECH-PRETS" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "RECONDUCTION" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "RELANCES" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "MAINLEVEES" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "INFO-CAUTION" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "EXPIRER-RESA" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "DEPOTS-DAB" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "DAB-RECO" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "ARRONDI" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "RELEVE-PEL" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "AVIS-TARIFS" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       IF FIN-DE-MOIS
      *> Les interets du mois ont pu etre capitalises des le dernier
      *> jour ouvre par la cloture d'exercice (31/12 chome), avec les
      *> autres traitements de fin de mois qui passent des mouvements.
           PERFORM LIRE-EXERCICE-JOUR
           MOVE 'N' TO WS-FIN-MOIS-AVANCEE
           IF WS-CODE-EXE = '00'
              AND W-EXE-DATE-FIN-MOIS(1:6) = WS-DATE-JOUR(1:6)
               SET FIN-MOIS-AVANCEE TO TRUE
           END-IF

           MOVE "DEBIT-DIFF" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE-MOIS

           MOVE "INTERETS" TO WS-ETAPE-NOM
           IF WS-CODE-EXE = '00'
              AND W-EXE-DATE-INTERETS(1:6) = WS-DATE-JOUR(1:6)
               PERFORM JOURNALISER-ETAPE-CAPITALISEE
           ELSE
               PERFORM TRAITER-ETAPE
           END-IF

           MOVE "COTIS-OFFRES" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE-MOIS

           MOVE "RELEVE-MENS" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE
           MOVE "EXPORT-PFU" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE

           MOVE "PROVISIONS" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE-MOIS

           MOVE "INT-COURUS" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE-MOIS

           MOVE "SITUATION" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE


           MOVE "MAJORITE" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE

           MOVE "FRAGILITE" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE

           MOVE "RENTABILITE" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE

           MOVE "RESID-FISC" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE

           MOVE "GRANDS-RISQ" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE

           MOVE "REVUE-PPE" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE

           MOVE "BORD-BILLET" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE

           MOVE "RENOUV-CARTE" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE

           MOVE "RELEVE-TPE" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE

           MOVE "DOUBLONS-CLI" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE

           MOVE "PERSONNEL" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE

           MOVE "SENSIBLES" TO WS-ETAPE-NOM
           PERFORM TRAITER-ETAPE
       ELSE
           MOVE "DEBIT-DIFF" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "INTERETS" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "COTIS-OFFRES" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "RELEVE-MENS" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "EXPORT-PFU" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "PROVISIONS" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "INT-COURUS" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "SITUATION" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE


           MOVE "MAJORITE" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "FRAGILITE" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "RENTABILITE" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "RESID-FISC" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "GRANDS-RISQ" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "REVUE-PPE" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "BORD-BILLET" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "RENOUV-CARTE" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "RELEVE-TPE" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "DOUBLONS-CLI" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "PERSONNEL" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE

           MOVE "SENSIBLES" TO WS-ETAPE-NOM
           PERFORM JOURNALISER-ETAPE-IGNOREE
       END-IF.

       MOVE "FRAIS" TO WS-ETAPE-NOM.
           PERFORM JOURNALISER-ETAPE-FERIEE
       END-IF.

       MOVE "LOYERS-COF" TO WS-ETAPE-NOM.
       IF JOUR-OUVRE-OUI
           PERFORM TRAITER-ETAPE
       ELSE
           PERFORM JOURNALISER-ETAPE-FERIEE
       END-IF.

       MOVE "RESILIATION" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "SOLDES-NEG" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "SCAN-FRAUDE" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "SCENAR-LBC" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "EXPORT-SOUP" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "QUALITE" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "REVUE-KYC" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "FICOBA" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "ALERTES" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "SNAPSHOT" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "LIQUIDITE" TO WS-ETAPE-NOM.
       IF FIN-DE-MOIS
           PERFORM TRAITER-ETAPE
       ELSE
           PERFORM JOURNALISER-ETAPE-IGNOREE
       END-IF.

       MOVE "RELEVES-ELEC" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "PORTAIL" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "CLOT-EXERC" TO WS-ETAPE-NOM.
       IF FIN-D-EXERCICE
           PERFORM TRAITER-ETAPE
       ELSE
           PERFORM JOURNALISER-ETAPE-HORS-EXE
       END-IF.

       MOVE "EPURE-ETATS" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       MOVE "SAUVEGARDE" TO WS-ETAPE-NOM.
       PERFORM TRAITER-ETAPE.

       CALL "CONTROLES-FICHIERS" USING WS-MODE-CONTROLE
                                       WS-CODE-CONTROLE.

      *> Sceau de tete du jour des chaines de scellement AUDIT et
      *> TRANS, reference de la verification des nuits suivantes.
       MOVE "AUDIT" TO W-SCL-FICHIER.
       MOVE "SCEAU-AUDIT" TO WS-ETAPE-NOM.
       PERFORM MARQUER-SCEAU-JOUR.
       MOVE "TRANS" TO W-SCL-FICHIER.
       MOVE "SCEAU-TRANS" TO WS-ETAPE-NOM.
       PERFORM MARQUER-SCEAU-JOUR.

      *> Chaine complete : la ligne FIN-CHAINE protege la date contre
      *> une seconde execution accidentelle.
       MOVE "FIN-CHAINE" TO WS-ETAPE-NOM.
       PERFORM EDITER-RAPPORT-SLA.

       CLOSE F-LOG.
       PERFORM INSCRIRE-JOURNAL-CHAINE.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Traitement de nuit termine. Journal : "
      *>   du rapport SLA et de la projection de fin de chaine du
      *>   pupitre.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-DEBUT-ETAPE.
           PERFORM ANNONCER-ETAPE.
           PERFORM LANCER-ETAPE.
           MOVE RETURN-CODE TO WS-ETAPE-CODE.
           MOVE "FIN-ETAPE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-FIN-ETAPE.
           PERFORM CALCULER-DUREE-ETAPE.
           PERFORM JOURNALISER-ETAPE.
           PERFORM MARQUER-ETAPE.

      *>----------------------------------------------------------------
      *> Etape de fin de mois, sauf si la cloture l'a deja avancee.
       TRAITER-ETAPE-MOIS.
           IF FIN-MOIS-AVANCEE
               PERFORM JOURNALISER-ETAPE-AVANCEE
           ELSE
               PERFORM TRAITER-ETAPE
           END-IF.

      *>----------------------------------------------------------------
       LANCER-ETAPE.
           EVALUATE WS-ETAPE-NOM
                   CALL "RECONCILIER"
               WHEN "IMP-INTERNET"
                   CALL "IMPORT-INTERNET"
               WHEN "ECH-DECOUV"
                   CALL "ECHEANCES-DECOUVERT"
               WHEN "REP-INSTANT"
                   CALL "REPONSES-INSTANT"
               WHEN "RECUS-INST"
                   CALL "RECUS-INSTANT"
               WHEN "EXEC-ORDRES"
                   CALL "EXEC-ORDRES"
               WHEN "COMPENSE-CHQ"
                   CALL "COMPENSER-CARTES"
               WHEN "PRESENT-CHQ"
                   CALL "PRESENTATION-CHEQUES"
               WHEN "REMISES-TPE"
                   CALL "IMPORT-REMISES-TPE"
               WHEN "IMPORT-LCR"
                   CALL "IMPORT-LCR"
               WHEN "FRAIS-CORR"
                   CALL "FRAIS-CORRESPONDANTS"
               WHEN "EMETTRE-VIR"
                   CALL "EMETTRE-VIREMENTS"
               WHEN "ENCAISSEMENT"
                   CALL "ENCAISSEMENTS-EMIS"
               WHEN "EMETTRE-LCR"
                   CALL "EMETTRE-LCR"
               WHEN "EMETTRE-INTL"
                   CALL "EMETTRE-INTERNATIONAUX"
               WHEN "ECHEANCE-DAT"
                   CALL "ECHEANCE-DAT"
               WHEN "AVIS-DAT"
                   CALL "AVIS-DAT"
               WHEN "REVISION"
                   CALL "REVISION-PRETS"
               WHEN "ECH-PRETS"
                   CALL "ECHEANCES-PRETS"
               WHEN "RECONDUCTION"
                   CALL "RECONDUCTION-RENOUV"
               WHEN "RELANCES"
                   CALL "RELANCES-PRETS"
               WHEN "MAINLEVEES"
                   CALL "MAINLEVEES"
               WHEN "INFO-CAUTION"
                   CALL "INFO-CAUTIONS"
               WHEN "EXPIRER-RESA"
                   CALL "EXPIRER-RESERVATIONS"
               WHEN "DEPOTS-DAB"
                   CALL "IMPORT-DEPOTS-DAB"
               WHEN "DAB-RECO"
                   CALL "DAB-RECONCILIER"
               WHEN "ARRONDI"
                   CALL "ARRONDI-EPARGNE"
               WHEN "RELEVE-PEL"
                   CALL "RELEVE-PEL"
               WHEN "AVIS-TARIFS"
                   CALL "AVIS-TARIFS"
               WHEN "DEBIT-DIFF"
                   CALL "DEBIT-DIFFERE"
               WHEN "INTERETS"
                   CALL "INTERETS"
               WHEN "COTIS-OFFRES"
                   CALL "COTISATIONS-OFFRES"
               WHEN "RELEVE-MENS"
                   CALL "RELEVE-MENSUEL"
               WHEN "RELEVE-CLI"
                   CALL "JOURNAL-INCIDENTS"
               WHEN "EXPORT-PFU"
                   CALL "EXPORT-PFU"
               WHEN "PROVISIONS"
                   CALL "PROVISIONS"
               WHEN "INT-COURUS"
                   CALL "INTERETS-COURUS"
               WHEN "SITUATION"
                   CALL "SITUATION-COMPTABLE"
               WHEN "BORD-ASSUR"
                   CALL "SCORING-LBC"
               WHEN "MAJORITE"
                   CALL "MAJORITE-JEUNES"
               WHEN "FRAGILITE"
                   CALL "FRAGILITE"
               WHEN "RENTABILITE"
                   CALL "RENTABILITE"
               WHEN "RESID-FISC"
                   CALL "RESIDENCE-FISCALE"
               WHEN "GRANDS-RISQ"
                   CALL "GRANDS-RISQUES"
               WHEN "REVUE-PPE"
                   CALL "REVUE-PPE"
               WHEN "BORD-BILLET"
                   CALL "BORDEREAU-BILLETS"
               WHEN "RENOUV-CARTE"
                   CALL "RENOUV-CARTES"
               WHEN "RELEVE-TPE"
                   CALL "RELEVE-COMMERCANTS"
               WHEN "DOUBLONS-CLI"
                   CALL "DOUBLONS-CLIENTS"
               WHEN "PERSONNEL"
                   CALL "RAPPORT-PERSONNEL"
               WHEN "SENSIBLES"
                   CALL "RAPPORT-SENSIBLES"
               WHEN "FRAIS"
                   CALL "FRAIS"
               WHEN "LOYERS-COF"
                   CALL "LOYERS-COFFRES"
               WHEN "RESILIATION"
                   CALL "RESILIATIONS"
               WHEN "SOLDES-NEG"
                   CALL "SOLDES-NEGATIFS"
               WHEN "ARCHIVER"
                   CALL "ARCHIVER"
               WHEN "SCAN-FRAUDE"
                   CALL "SCAN-FRAUDE"
               WHEN "SCENAR-LBC"
                   CALL "SCENARIOS-LBC"
               WHEN "EXPORT-SOUP"
                   CALL "EXPORT-SOUPCONS"
               WHEN "QUALITE"
                   CALL "QUALITE-DONNEES"
               WHEN "REVUE-KYC"
                   CALL "REVUE-KYC"
               WHEN "FICOBA"
                   CALL "EXPORT-FICOBA"
               WHEN "ALERTES"
                   CALL "EVALUER-ALERTES"
               WHEN "EXP-ALERTES"
                   CALL "EXPORT-ALERTES"
               WHEN "SNAPSHOT"
                   CALL "SNAPSHOT-SOLDES"
               WHEN "RELEVES-ELEC"
                   CALL "RELEVES-ELECTRONIQUES"
               WHEN "LIQUIDITE"
                   CALL "ECHEANCIER-LIQUIDITE"
               WHEN "PORTAIL"
                   CALL "EXPORT-PORTAIL"
               WHEN "CLOT-EXERC"
                   CALL "CLOTURE-EXERCICE"
               WHEN "EPURE-ETATS"
                   CALL "EPURER-ETATS"
               WHEN "SAUVEGARDE"
                   CALL "SAUVEGARDE"
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Les etats edites par l'etape seront inscrits au repertoire
      *> sous son nom et la date de la chaine.
       ANNONCER-ETAPE.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE WS-ETAPE-NOM TO W-ETP-ETAPE.
           MOVE WS-DATE-JOUR TO W-ETP-DATE-CHAINE.
           MOVE "ETAPE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

      *>----------------------------------------------------------------
      *> Le journal de la chaine, cumule de nuit en nuit, est inscrit
      *> au repertoire une fois ferme (etape FIN-CHAINE) : la copie
      *> conservee le fige tel qu'a la fin de la nuit.
       INSCRIRE-JOURNAL-CHAINE.
           MOVE "FIN-CHAINE" TO WS-ETAPE-NOM.
           PERFORM ANNONCER-ETAPE.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "CHAINE-NUIT" TO W-ETP-ETAT.
           MOVE "reports/BATCH-NUIT.log" TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.
           MOVE "FIN-ETAPE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

      *>----------------------------------------------------------------
       CONTROLER-ETAPE-FAITE.
           MOVE 'N' TO WS-ETAPE-FAITE.
           MOVE "CLOSE" TO WS-OP.
           CALL "RUNCTL-IO" USING WS-OP W-RUN-CONTROLE W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Recopie la tete de la chaine W-SCL-FICHIER (dernier rang et
      *> son sceau) dans la ligne WS-ETAPE-NOM de BATCH-RUN.dat : un
      *> maillon anterieur reecrit ou retire apres coup ne peut plus
      *> reproduire ce sceau. Pas de ligne tant que le journal n'a
      *> rien scelle.
       MARQUER-SCEAU-JOUR.
           MOVE "TETE" TO WS-OP.
           CALL "SCELLEMENT" USING WS-OP W-SCELLE WS-IMAGE-SCEAU
                                   WS-CODE-SCEAU.
           IF WS-CODE-SCEAU NOT = '00'
               MOVE SPACES TO WS-LIGNE-LOG
               STRING WS-DATE-JOUR DELIMITED SIZE
                      " ETAPE=" DELIMITED SIZE
                      WS-ETAPE-NOM DELIMITED SIZE
                      " SANS TETE DE CHAINE (code " DELIMITED SIZE
                      WS-CODE-SCEAU DELIMITED SIZE
                      ")" DELIMITED SIZE
                   INTO WS-LIGNE-LOG
               MOVE WS-LIGNE-LOG TO F-LOG-LIGNE
               WRITE F-LOG-LIGNE
               DISPLAY WS-LIGNE-LOG
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ETAPE-CODE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-DEBUT-ETAPE.
           MOVE 0 TO WS-DUREE-ETAPE-SEC.
           MOVE W-SCL-ID TO W-RUN-SCEAU-RANG.
           MOVE W-SCL-SCEAU TO W-RUN-SCEAU.
           PERFORM MARQUER-ETAPE.
           MOVE 0 TO W-RUN-SCEAU-RANG W-RUN-SCEAU.
           MOVE SPACES TO WS-LIGNE-LOG.
           STRING WS-DATE-JOUR DELIMITED SIZE
                  " ETAPE=" DELIMITED SIZE
                  WS-ETAPE-NOM DELIMITED SIZE
                  " RANG=" DELIMITED SIZE
                  W-SCL-ID DELIMITED SIZE
                  " SCEAU=" DELIMITED SIZE
                  W-SCL-SCEAU DELIMITED SIZE
               INTO WS-LIGNE-LOG.
           MOVE WS-LIGNE-LOG TO F-LOG-LIGNE.
           WRITE F-LOG-LIGNE.
           DISPLAY WS-LIGNE-LOG.

      *>----------------------------------------------------------------
      *> Duree de l'etape en secondes, avec bascule de minuit (une
      *> etape demarree avant minuit et finie apres reste positive).
               IF WS-CODE-SLA = '00'
                   IF W-RUN-DATE = WS-DATE-JOUR
                           AND W-RUN-ETAPE NOT = "FIN-CHAINE"
                           AND W-RUN-ETAPE(1:6) NOT = "SCEAU-"
                           AND WS-SLA-NB < 50
                       ADD 1 TO WS-SLA-NB
                       MOVE W-RUN-ETAPE TO WS-SLA-ETAPE(WS-SLA-NB)
                       "seront passees."
           END-IF.

      *> Dernier jour ouvre de l'annee : le prochain jour ouvre apres
      *> demain (PROCHAIN laisse demain tel quel s'il est ouvre) est
      *> dans une autre annee.
       DETERMINER-FIN-EXERCICE.
           MOVE 'N' TO WS-FIN-EXERCICE.
           IF NOT JOUR-OUVRE-OUI
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-DEMAIN TO WS-DATE-PROCHAIN-OUVRE.
           MOVE "PROCHAIN" TO WS-OP.
           CALL "JOUR-OUVRE" USING WS-OP WS-DATE-PROCHAIN-OUVRE
                                   WS-CODE-OUVRE.
           IF WS-DATE-PROCHAIN-OUVRE(1:4) > WS-DATE-JOUR(1:4)
               SET FIN-D-EXERCICE TO TRUE
               DISPLAY "Dernier jour ouvre de l'annee : cloture "
                       "de l'exercice en fin de chaine."
           END-IF.

      *> Exercice de l'annee du jour (EXERCICES.dat), '21' s'il n'a
      *> pas encore d'enregistrement.
       LIRE-EXERCICE-JOUR.
           INITIALIZE W-EXERCICE.
           MOVE WS-DATE-JOUR(1:4) TO W-EXE-ANNEE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-EXE.
           IF WS-CODE-EXE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "READ" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE WS-CODE-EXE.
           MOVE "CLOSE" TO WS-OP.
           CALL "EXERCICE-IO" USING WS-OP W-EXERCICE W-CODE-RETOUR.

       OUVRIR-JOURNAL.
           OPEN EXTEND F-LOG.
           IF WS-FS-LOG NOT = '00'
           WRITE F-LOG-LIGNE.
           DISPLAY WS-LIGNE-LOG.

       JOURNALISER-ETAPE-HORS-EXE.
           STRING WS-DATE-JOUR DELIMITED SIZE
                  " ETAPE=" DELIMITED SIZE
                  WS-ETAPE-NOM DELIMITED SIZE
                  " IGNOREE (pas fin d'exercice)" DELIMITED SIZE
               INTO WS-LIGNE-LOG.
           MOVE WS-LIGNE-LOG TO F-LOG-LIGNE.
           WRITE F-LOG-LIGNE.
           DISPLAY WS-LIGNE-LOG.

       JOURNALISER-ETAPE-AVANCEE.
           STRING WS-DATE-JOUR DELIMITED SIZE
                  " ETAPE=" DELIMITED SIZE
                  WS-ETAPE-NOM DELIMITED SIZE
                  " IGNOREE (avancee a la cloture)" DELIMITED SIZE
               INTO WS-LIGNE-LOG.
           MOVE WS-LIGNE-LOG TO F-LOG-LIGNE.
           WRITE F-LOG-LIGNE.
           DISPLAY WS-LIGNE-LOG.

       JOURNALISER-ETAPE-CAPITALISEE.
           STRING WS-DATE-JOUR DELIMITED SIZE
                  " ETAPE=" DELIMITED SIZE
                  WS-ETAPE-NOM DELIMITED SIZE
                  " IGNOREE (capitalisee a la cloture)" DELIMITED SIZE
               INTO WS-LIGNE-LOG.
           MOVE WS-LIGNE-LOG TO F-LOG-LIGNE.
           WRITE F-LOG-LIGNE.
           DISPLAY WS-LIGNE-LOG.

       END PROGRAM BATCH-NUIT.
