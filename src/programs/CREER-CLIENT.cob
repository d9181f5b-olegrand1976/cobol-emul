      *>             CLIENTS.dat, avant l'ouverture de son premier
      *>             compte : CREER exige desormais un numero client
      *>             existant au lieu de re-saisir le titulaire en
      *>             texte libre sur chaque compte. L'auto-certification
      *>             de residence fiscale (FATCA / CRS) est recueillie a
      *>             la creation et mise a jour par le choix (F) a la
      *>             demande de RESIDENCE-FISCALE ; elle couvre les
      *>             indices d'extraneite releves ce jour-la
      *>             (INDICES-FISCAUX).
      *>             Un client peut etre un particulier, un
      *>             entrepreneur individuel ou une personne morale
      *>             (societe, association) identifiee par son
      *>             immatriculation ; le choix (L) tient le registre
      *>             de ses representants legaux et beneficiaires
      *>             effectifs (LIENS-CLIENTS.dat), filtres contre la
      *>             liste de sanctions a la saisie.
      *>             Personnes politiquement exposees : le statut PPE
      *>             est declare a la creation ou pose par
      *>             rapprochement avec la liste livree (PPE-CTRL) ;
      *>             le choix (P) le declare apres coup et enregistre
      *>             la revue annuelle, la levee du statut partant en
      *>             file a quatre yeux (type LEVER-PPE, accord de la
      *>             direction).
      *>             Entree en relation d'un client occasionnel
      *>             (registre CLIENTS-OCCASIONNELS.dat) : sur le
      *>             numero de sa piece, nom, adresse et date de
      *>             naissance deja releves au guichet sont repris,
      *>             et le registre est rattache au nouveau client.
      *>             Changement d'adresse (A) securise : historique
      *>             date (ADRESSES-HIST.dat), confirmation a
      *>             l'ancienne adresse par le spool, alerte guichet
      *>             sur les comptes du client et carence pendant
      *>             laquelle aucune carte ni aucun chequier nouveau
      *>             n'est emis (module ADRESSE-CTRL).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREER-CLIENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COURRIER ASSIGN TO WS-NOM-COURRIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COURRIER.

       DATA DIVISION.
       FILE SECTION.
       FD F-COURRIER.
       01 F-COURRIER-LIGNE      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CLIENT.
       COPY COMPTE.
       COPY FATCA-PARAM.
       COPY LIEN-CLIENT.
       COPY LIEN-PARAM.
       COPY PPE-PARAM.
       COPY ATTENTE.
       COPY OPERATEUR.
       COPY CLIENT-OCCAS.
       COPY ADRESSE-HIST.
       COPY ALERTE.
       COPY SPOOL.
       COPY PARAMETRES.
       COPY CODES-ERR.
       COPY OPS.

          88 CHOIX-CONSULTER    VALUE 'V'.
          88 CHOIX-DISPENSE     VALUE 'D'.
          88 CHOIX-ADRESSE      VALUE 'A'.
          88 CHOIX-FISCALITE    VALUE 'F'.
          88 CHOIX-LIENS        VALUE 'L'.
          88 CHOIX-PPE          VALUE 'P'.

       01 WS-COMPTEUR           PIC 9(10) VALUE 0.

       01 WS-NB-COMPTES         PIC 9(3) VALUE 0.
       01 WS-SOLDE-AFF          PIC -Z(10)9.99.

      *> Auto-certification de residence fiscale (FATCA / CRS).
       01 WS-INDICES            PIC X(3).
       01 WS-PAYS-INDICE        PIC X(2).
       01 WS-CODE-INDICES       PIC X(2).
       01 WS-PAYS-AVANT         PIC X(2).
       01 WS-AUTOCERT-SAISIE    PIC X(1).
          88 AUTOCERT-SAISIE    VALUE 'O'.

      *> Personnes morales : immatriculation, representants et
      *> beneficiaires effectifs (LIEN-CLIENT.cpy).
       01 WS-IMMAT-VALIDE       PIC X(1).
          88 IMMAT-VALIDE       VALUE 'O'.
       01 WS-LG-IMMAT           PIC 9(2) COMP.
       01 WS-ENTITE-NUM         PIC 9(8).
       01 WS-ENTITE-NOM         PIC X(40).
       01 WS-PERSONNE-NUM       PIC 9(8).
       01 WS-PERSONNE-OK        PIC X(1).
          88 PERSONNE-OK        VALUE 'O'.
       01 WS-CHOIX-LIEN         PIC X(1).
          88 CHOIX-REPRESENTANT VALUE 'R'.
          88 CHOIX-BENEFICIAIRE VALUE 'B'.
          88 CHOIX-FIN-LIEN     VALUE 'F'.
       01 WS-FIN-LIEN           PIC X(1) VALUE 'N'.
          88 FIN-LIENS          VALUE 'O'.
       01 WS-NB-REPRESENTANTS   PIC 9(3) VALUE 0.
       01 WS-NB-BENEFICIAIRES   PIC 9(3) VALUE 0.
       01 WS-TOTAL-DETENU       PIC 9(5)V99 VALUE 0.
       01 WS-POURCENT-AFF       PIC ZZ9.99.
       01 WS-MODE-LIB           PIC X(8).

      *> Personne politiquement exposee : declaration, rapprochement
      *> avec la liste (PPE-CTRL) et revue annuelle.
       01 WS-PPE-REPONSE        PIC X(1).
          88 PPE-REPONSE-OUI    VALUE 'O'.
       01 WS-PPE-SAISIE         PIC X(1).
          88 PPE-SAISIE-OK      VALUE 'O'.
       01 WS-ENTREE-PPE.
          05 WS-PPE-NOM         PIC X(40).
          05 WS-PPE-CATEGORIE   PIC X(1).
          05 WS-PPE-FONCTION    PIC X(30).
       01 WS-CODE-PPE           PIC X(2).
       01 WS-DATE-JOUR          PIC 9(8).
       01 WS-JOUR-INTEGER       PIC S9(9) COMP.
       01 WS-CHOIX-REVUE        PIC X(1).
          88 REVUE-MAINTENIR    VALUE 'M'.
          88 REVUE-LEVER        VALUE 'L'.
       01 WS-OPERATEUR          PIC X(8).
       01 WS-MOTIF-LEVEE        PIC X(40).

      *> Reprise de l'identite d'un client occasionnel.
       01 WS-PIECE-OCCAS        PIC X(20).
       01 WS-REPRISE-OCCAS      PIC X(1) VALUE 'N'.
          88 REPRISE-OCCAS      VALUE 'O'.
       01 WS-CODE-OCCAS         PIC X(2).

      *> Changement d'adresse securise : historique, confirmation a
      *> l'ancienne adresse, alertes guichet et carence.
       01 WS-FS-COURRIER        PIC X(2) VALUE '00'.
       01 WS-NOM-COURRIER       PIC X(50).
       01 WS-NOUVELLE-ADRESSE   PIC X(40).
       01 WS-ANCIENNE-ADRESSE   PIC X(40).
       01 WS-DATE-EFFET         PIC 9(8).
       01 WS-VEILLE-EFFET       PIC 9(8).
       01 WS-DEBUT-VIGUEUR      PIC 9(8).
       01 WS-ID-VIGUEUR         PIC 9(10).
       01 WS-FIN-ADH            PIC X(1) VALUE 'N'.
          88 FIN-ADRESSES       VALUE 'O'.
       01 WS-CODE-ADH           PIC X(2).
       01 WS-FIN-CARENCE        PIC 9(8).
       01 WS-CODE-CARENCE       PIC X(2).
       01 WS-AGENCE-COURRIER    PIC X(4).
       01 WS-MESSAGE-ALERTE     PIC X(60).
       01 WS-CODE-ALERTE        PIC X(2).
       01 WS-CODE-SPOOL         PIC X(2).
       01 WS-NB-ALERTES         PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Referentiel clients ---".
       DISPLAY "(C)reer, (V)oir, (D)ispense fiscale, (A)dresse, "
               "(F)iscalite FATCA/CRS, (L)iens personne morale ou "
               "(P)ersonne politiquement exposee ? : "
               WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

               PERFORM MODIFIER-DISPENSE
           WHEN CHOIX-ADRESSE
               PERFORM MODIFIER-ADRESSE
           WHEN CHOIX-FISCALITE
               PERFORM MODIFIER-AUTOCERTIFICATION
           WHEN CHOIX-LIENS
               PERFORM GERER-LIENS
           WHEN CHOIX-PPE
               PERFORM GERER-PPE
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           MOVE FUNCTION MOD(WS-COMPTEUR 100000000) TO W-CLI-NUMERO.

           DISPLAY "Type (P particulier, E entrepreneur individuel, "
                   "M societe, A association) : " WITH NO ADVANCING.
           ACCEPT W-CLI-TYPE.
           MOVE FUNCTION UPPER-CASE(W-CLI-TYPE) TO W-CLI-TYPE.
           IF W-CLI-TYPE = SPACE
               MOVE 'P' TO W-CLI-TYPE
           END-IF.
           IF NOT CLI-PARTICULIER AND NOT CLI-PROFESSIONNEL
               DISPLAY "Type de client inconnu."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO W-CLI-IMMATRICULATION W-CLI-FORME-JURIDIQUE
                          W-CLI-CODE-ACTIVITE W-CLI-SIEGE.
           MOVE 0 TO W-CLI-DATE-CONSTITUTION.
           MOVE 'N' TO WS-REPRISE-OCCAS.
           IF CLI-PARTICULIER
               PERFORM REPRENDRE-OCCASIONNEL
           END-IF.

           IF CLI-PERSONNE-MORALE
               DISPLAY "Raison sociale      : " WITH NO ADVANCING
           ELSE
               DISPLAY "Nom et prenom       : " WITH NO ADVANCING
           END-IF.
           ACCEPT W-CLI-NOM.
           IF W-CLI-NOM = SPACES AND REPRISE-OCCAS
               MOVE W-OCC-NOM TO W-CLI-NOM
           END-IF.
           IF W-CLI-NOM = SPACES
               DISPLAY "Nom obligatoire."
               EXIT PARAGRAPH
           END-IF.

           IF CLI-PROFESSIONNEL
               PERFORM SAISIR-IDENT-ENTREPRISE
               IF NOT IMMAT-VALIDE
                   DISPLAY "Client non cree."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *>   Une personne morale recoit son courrier au siege, sauf
      *>   adresse de correspondance distincte.
           IF CLI-PERSONNE-MORALE
               DISPLAY "Adresse courrier (ENTREE = siege) : "
                       WITH NO ADVANCING
           ELSE
               DISPLAY "Adresse             : " WITH NO ADVANCING
           END-IF.
           ACCEPT W-CLI-ADRESSE.
           IF W-CLI-ADRESSE = SPACES AND REPRISE-OCCAS
               MOVE W-OCC-ADRESSE TO W-CLI-ADRESSE
           END-IF.
           IF W-CLI-ADRESSE = SPACES AND CLI-PERSONNE-MORALE
               MOVE W-CLI-SIEGE TO W-CLI-ADRESSE
           END-IF.
           IF W-CLI-SIEGE = SPACES AND CLI-ENTREPRENEUR
               MOVE W-CLI-ADRESSE TO W-CLI-SIEGE
           END-IF.
           PERFORM SAISIR-PAYS-ADRESSE.

           IF CLI-PERSONNE-PHYSIQUE
               DISPLAY "Date de naissance (AAAAMMJJ) : "
                       WITH NO ADVANCING
               ACCEPT W-CLI-DATE-NAISS
               IF W-CLI-DATE-NAISS = 0 AND REPRISE-OCCAS
                   MOVE W-OCC-DATE-NAISS TO W-CLI-DATE-NAISS
               END-IF
           ELSE
               MOVE 0 TO W-CLI-DATE-NAISS
           END-IF.

           DISPLAY "Telephone           : " WITH NO ADVANCING.
           ACCEPT W-CLI-TELEPHONE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-CLI-DATE-CREATION.
           SET CLI-ACTIF TO TRUE.

      *>   Auto-certification fiscale recueillie a l'entree en
      *>   relation : elle couvre les indices deja connus.
           PERFORM SAISIR-AUTOCERTIFICATION.
           IF NOT AUTOCERT-SAISIE
               DISPLAY "Client non cree."
               EXIT PARAGRAPH
           END-IF.

      *>   Personne politiquement exposee : declaration du client,
      *>   puis rapprochement avec la liste livree.
           PERFORM SAISIR-PPE.
           IF NOT PPE-SAISIE-OK
               DISPLAY "Client non cree."
               EXIT PARAGRAPH
           END-IF.

      *>   Filtrage sanctions a la creation : un rapprochement avec
      *>   la liste du regulateur part en revue conformite (file a
      *>   quatre yeux) sans bloquer la saisie au guichet.
           IF RC-OK
               DISPLAY "Client cree. Numero client : " W-CLI-NUMERO
               DISPLAY "(a reporter lors de l'ouverture de compte)"
               IF CLI-PERSONNE-MORALE
                   DISPLAY "Representant legal et beneficiaires "
                           "effectifs a enregistrer (choix L)."
               END-IF
               IF CLI-PPE
                   DISPLAY "Client PPE : ouverture de compte soumise "
                           "a l'accord de la direction."
               END-IF
               IF REPRISE-OCCAS
                   PERFORM RATTACHER-OCCASIONNEL
               END-IF
           ELSE
               DISPLAY "Erreur d'ecriture (code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Un particulier deja connu comme client occasionnel : son
      *> identite relevee au guichet est proposee (ENTREE a chaque
      *> saisie pour la reprendre).
       REPRENDRE-OCCASIONNEL.
           DISPLAY "Piece d'identite d'un client occasionnel "
                   "(ENTREE si aucun) : " WITH NO ADVANCING.
           ACCEPT WS-PIECE-OCCAS.
           IF WS-PIECE-OCCAS = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-PIECE-OCCAS) TO W-OCC-PIECE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCCAS.
           MOVE "READ" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCCAS.
           MOVE "CLOSE" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS W-CODE-RETOUR.
           IF WS-CODE-OCCAS NOT = '00'
               DISPLAY "Piece inconnue du registre des clients "
                       "occasionnels : saisie complete."
               EXIT PARAGRAPH
           END-IF.
           IF W-OCC-CLIENT NOT = 0
               DISPLAY "Deja entre en relation : client "
                       W-OCC-CLIENT "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Client occasionnel : " FUNCTION TRIM(W-OCC-NOM)
                   ", ne le " W-OCC-DATE-NAISS ", "
                   FUNCTION TRIM(W-OCC-ADRESSE).
           DISPLAY "(ENTREE reprend l'identite relevee au guichet)".
           SET REPRISE-OCCAS TO TRUE.

      *> Le registre des clients occasionnels pointe desormais sur le
      *> client cree.
       RATTACHER-OCCASIONNEL.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCCAS.
           MOVE "READ" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCCAS.
           IF WS-CODE-OCCAS = '00'
               MOVE W-CLI-NUMERO TO W-OCC-CLIENT
               MOVE "REWRITE" TO WS-OP
               CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS
                                     WS-CODE-OCCAS
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS W-CODE-RETOUR.
           IF WS-CODE-OCCAS = '00'
               DISPLAY "Client occasionnel " FUNCTION TRIM(W-OCC-PIECE)
                       " rattache au client " W-CLI-NUMERO "."
           END-IF.

      *>----------------------------------------------------------------
       CONSULTER-CLIENT.
           DISPLAY "Numero client : " WITH NO ADVANCING.
               DISPLAY "NPAI      : courriers retournes, adresse a "
                       "mettre a jour."
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE "CARENCE" TO WS-OP.
           CALL "ADRESSE-CTRL" USING WS-OP W-CLI-NUMERO WS-DATE-JOUR
                                     W-CLI-ADRESSE WS-FIN-CARENCE
                                     WS-CODE-CARENCE.
           IF WS-CODE-CARENCE = '57'
               DISPLAY "Carence   : adresse modifiee recemment, ni "
                       "carte ni chequier avant le " WS-FIN-CARENCE
           END-IF.
           IF CLI-PERSONNE-PHYSIQUE
               DISPLAY "Naissance : " W-CLI-DATE-NAISS
           END-IF.
           IF CLI-PROFESSIONNEL
               PERFORM AFFICHER-ENTREPRISE
           END-IF.
           DISPLAY "Telephone : " W-CLI-TELEPHONE.
           DISPLAY "Courriel  : " W-CLI-EMAIL.
           PERFORM AFFICHER-FISCALITE.
           IF CLI-PPE
               PERFORM AFFICHER-PPE
           END-IF.
           IF CLI-PERSONNE-MORALE
               MOVE W-CLI-NUMERO TO WS-ENTITE-NUM
               PERFORM LISTER-LIENS
           END-IF.
           DISPLAY "------------------------------------------------".

           PERFORM LISTER-COMPTES-CLIENT.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Changement d'adresse securise : la nouvelle adresse entre a
      *> l'historique avec sa date d'effet (ADRESSES-HIST.dat), une
      *> confirmation part a l'ANCIENNE adresse par le spool et une
      *> alerte est deposee sur chaque compte ouvert du client pour
      *> le guichet ; pendant la carence qui suit (ADRESSE-PARAM.cpy)
      *> aucune carte ni aucun chequier nouveau n'est emis. La
      *> correction leve aussi le signalement NPAI pose par
      *> SPOOL-GERER (courriers retournes) ; le retour en envoi
      *> courrier du compte reste une demande distincte du client.
       MODIFIER-ADRESSE.
                       "retournes par la poste."
           END-IF.
           DISPLAY "Nouvelle adresse : " WITH NO ADVANCING.
           ACCEPT WS-NOUVELLE-ADRESSE.
           IF WS-NOUVELLE-ADRESSE = SPACES
               DISPLAY "Adresse vide : mise a jour abandonnee."
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CLI-ADRESSE TO WS-ANCIENNE-ADRESSE.
           MOVE W-CLI-PAYS-ADRESSE TO WS-PAYS-AVANT.

      *>   Periode en vigueur : la date d'effet ne peut la preceder
      *>   (adresse d'origine : date de creation du client).
           PERFORM CHERCHER-PERIODE-VIGUEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           DISPLAY "Date d'effet (AAAAMMJJ, ENTREE = ce jour) : "
                   WITH NO ADVANCING.
           ACCEPT WS-DATE-EFFET.
           IF WS-DATE-EFFET = 0
               MOVE WS-DATE-JOUR TO WS-DATE-EFFET
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-EFFET) NOT = 0
                   OR WS-DATE-EFFET > WS-DATE-JOUR
                   OR WS-DATE-EFFET < WS-DEBUT-VIGUEUR
               DISPLAY "Date d'effet invalide (ni future, ni "
                       "anterieure au " WS-DEBUT-VIGUEUR
                       ") : mise a jour abandonnee."
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NOUVELLE-ADRESSE TO W-CLI-ADRESSE.
           DISPLAY "Pays actuel      : " W-CLI-PAYS-ADRESSE.
           PERFORM SAISIR-PAYS-ADRESSE.
           IF W-CLI-PAYS-ADRESSE NOT = WS-PAYS-AVANT
                   AND W-CLI-PAYS-ADRESSE NOT = FAT-PAYS-DOMESTIQUE
               DISPLAY "Adresse a l'etranger : faire signer une "
                       "auto-certification fiscale (choix F)."
           END-IF.

           IF CLI-NPAI
               MOVE 'N' TO W-CLI-NPAI
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.

      *>   Une simple levee NPAI sur l'adresse inchangee n'ouvre ni
      *>   historique ni carence.
           IF W-CLI-ADRESSE = WS-ANCIENNE-ADRESSE
                   AND W-CLI-PAYS-ADRESSE = WS-PAYS-AVANT
               EXIT PARAGRAPH
           END-IF.

           PERFORM HISTORISER-ADRESSE.
           MOVE "CARENCE" TO WS-OP.
           CALL "ADRESSE-CTRL" USING WS-OP W-CLI-NUMERO WS-DATE-JOUR
                                     WS-ANCIENNE-ADRESSE WS-FIN-CARENCE
                                     WS-CODE-CARENCE.
           PERFORM ALERTER-COMPTES-CLIENT.
           PERFORM PRODUIRE-CONFIRMATION.
           DISPLAY "Confirmation envoyee a l'ancienne adresse ; "
                   WS-NB-ALERTES " alerte(s) guichet deposee(s).".
           DISPLAY "Carence : aucune carte ni aucun chequier nouveau "
                   "avant le " WS-FIN-CARENCE ".".

      *>----------------------------------------------------------------
      *> Periode d'adresse en vigueur du client W-CLI-NUMERO :
      *> identifiant et debut (WS-ID-VIGUEUR a 0 sans historique,
      *> l'adresse d'origine valant depuis la creation du client).
       CHERCHER-PERIODE-VIGUEUR.
           MOVE 0 TO WS-ID-VIGUEUR.
           MOVE W-CLI-DATE-CREATION TO WS-DEBUT-VIGUEUR.
           MOVE 'N' TO WS-FIN-ADH.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST WS-CODE-ADH.
           MOVE W-CLI-NUMERO TO W-ADH-CLIENT.
           MOVE "START-CLI" TO WS-OP.
           CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST WS-CODE-ADH.
           IF WS-CODE-ADH NOT = '00'
               SET FIN-ADRESSES TO TRUE
           END-IF.
           PERFORM UNTIL FIN-ADRESSES
               MOVE "READ-NEXT" TO WS-OP
               CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST WS-CODE-ADH
               EVALUATE TRUE
                   WHEN WS-CODE-ADH NOT = '00'
                       SET FIN-ADRESSES TO TRUE
                   WHEN W-ADH-CLIENT NOT = W-CLI-NUMERO
                       SET FIN-ADRESSES TO TRUE
                   WHEN ADH-EN-VIGUEUR
                       MOVE W-ADH-ID TO WS-ID-VIGUEUR
                       MOVE W-ADH-DATE-DEBUT TO WS-DEBUT-VIGUEUR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST WS-CODE-ADH.

      *>----------------------------------------------------------------
      *> La periode en vigueur est arretee a la veille de la date
      *> d'effet ; au premier changement, l'adresse d'origine est
      *> versee a l'historique. La nouvelle adresse ouvre une
      *> periode sans fin.
       HISTORISER-ADRESSE.
           COMPUTE WS-VEILLE-EFFET = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-EFFET) - 1).
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST WS-CODE-ADH.
           IF WS-ID-VIGUEUR NOT = 0
               MOVE WS-ID-VIGUEUR TO W-ADH-ID
               MOVE "READ" TO WS-OP
               CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST
                                       WS-CODE-ADH
               IF WS-CODE-ADH = '00'
                   MOVE WS-VEILLE-EFFET TO W-ADH-DATE-FIN
                   MOVE "REWRITE" TO WS-OP
                   CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST
                                           WS-CODE-ADH
               END-IF
           ELSE
               INITIALIZE W-ADRESSE-HIST
               MOVE "NEXT" TO WS-OP
               CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR
               MOVE WS-COMPTEUR         TO W-ADH-ID
               MOVE W-CLI-NUMERO        TO W-ADH-CLIENT
               MOVE WS-ANCIENNE-ADRESSE TO W-ADH-ADRESSE
               MOVE WS-PAYS-AVANT       TO W-ADH-PAYS
               MOVE W-CLI-DATE-CREATION TO W-ADH-DATE-DEBUT
               MOVE WS-VEILLE-EFFET     TO W-ADH-DATE-FIN
               MOVE W-CLI-DATE-CREATION TO W-ADH-DATE-SAISIE
               MOVE SPACES              TO W-ADH-OPERATEUR
               MOVE "WRITE" TO WS-OP
               CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST
                                       WS-CODE-ADH
           END-IF.

           INITIALIZE W-ADRESSE-HIST.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           MOVE WS-COMPTEUR        TO W-ADH-ID.
           MOVE W-CLI-NUMERO       TO W-ADH-CLIENT.
           MOVE W-CLI-ADRESSE      TO W-ADH-ADRESSE.
           MOVE W-CLI-PAYS-ADRESSE TO W-ADH-PAYS.
           MOVE WS-DATE-EFFET      TO W-ADH-DATE-DEBUT.
           MOVE 0                  TO W-ADH-DATE-FIN.
           MOVE WS-DATE-JOUR       TO W-ADH-DATE-SAISIE.
           MOVE LK-OPERATEUR       TO W-ADH-OPERATEUR.
           MOVE "WRITE" TO WS-OP.
           CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST WS-CODE-ADH.
           IF WS-CODE-ADH NOT = '00'
               DISPLAY "ATTENTION : historique des adresses non mis a "
                       "jour (code: " WS-CODE-ADH ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "ADRHIST-IO" USING WS-OP W-ADRESSE-HIST WS-CODE-ADH.

      *>----------------------------------------------------------------
      *> Une alerte par compte ouvert du client : ALERTES-GUICHET la
      *> presente quel que soit le compte sur lequel il se presente.
      *> Le premier compte ouvert donne l'agence d'envoi de la
      *> confirmation.
       ALERTER-COMPTES-CLIENT.
           MOVE 0 TO WS-NB-ALERTES.
           MOVE PARAM-CODE-AGENCE TO WS-AGENCE-COURRIER.
           MOVE SPACES TO WS-MESSAGE-ALERTE.
           STRING "ADRESSE MODIFIEE LE " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  " - VERIFIER L'IDENTITE DU CLIENT" DELIMITED SIZE
               INTO WS-MESSAGE-ALERTE.
           MOVE 'N' TO WS-FIN-CPT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-COMPTES TO TRUE
           END-IF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ALERTE-IO" USING WS-OP W-ALERTE WS-CODE-ALERTE.
           PERFORM UNTIL FIN-COMPTES
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-COMPTES TO TRUE
                   WHEN W-CPT-CLIENT = W-CLI-NUMERO
                           AND NOT CPT-CLOTURE
                       IF WS-NB-ALERTES = 0
                           MOVE W-CPT-AGENCE TO WS-AGENCE-COURRIER
                       END-IF
                       PERFORM DEPOSER-ALERTE-ADRESSE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ALERTE-IO" USING WS-OP W-ALERTE WS-CODE-ALERTE.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

       DEPOSER-ALERTE-ADRESSE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-ALERTE.
           INITIALIZE W-ALERTE.
           MOVE WS-COMPTEUR       TO W-ALE-ID.
           MOVE W-CPT-NUMERO      TO W-ALE-CPT.
           MOVE WS-DATE-JOUR      TO W-ALE-DATE.
           MOVE WS-MESSAGE-ALERTE TO W-ALE-MESSAGE.
           SET ALE-NON-ACQUITTEE TO TRUE.
           MOVE "WRITE" TO WS-OP.
           CALL "ALERTE-IO" USING WS-OP W-ALERTE WS-CODE-ALERTE.
           IF WS-CODE-ALERTE = '00'
               ADD 1 TO WS-NB-ALERTES
           END-IF.

      *>----------------------------------------------------------------
      *> Confirmation adressee a l'ANCIENNE adresse, toujours par
      *> courrier quelle que soit la preference d'envoi des comptes.
      *> Deposee sans compte (W-SPL-CPT a 0) : son retour par la
      *> poste, attendu si le client a bien demenage, ne doit pas
      *> compter dans le seuil NPAI d'un compte.
       PRODUIRE-CONFIRMATION.
           MOVE SPACES TO WS-NOM-COURRIER.
           STRING "reports/CHANGEMENT-ADRESSE-" DELIMITED SIZE
                  W-CLI-NUMERO DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  ".txt" DELIMITED SIZE
               INTO WS-NOM-COURRIER.
           OPEN OUTPUT F-COURRIER.
           IF WS-FS-COURRIER NOT = '00'
               DISPLAY "ATTENTION : confirmation non produite (statut "
                       WS-FS-COURRIER ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE PARAM-NOM-BANQUE TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE SPACES TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE W-CLI-NOM TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE WS-ANCIENNE-ADRESSE TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE SPACES TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           STRING "Le " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
               INTO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE "Objet : modification de votre adresse postale"
               TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE SPACES TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           STRING "Nous avons enregistre ce jour, pour votre dossier "
                      DELIMITED SIZE
                  "client " DELIMITED SIZE
                  W-CLI-NUMERO DELIMITED SIZE
                  "," DELIMITED SIZE
               INTO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE SPACES TO F-COURRIER-LIGNE.
           STRING "une nouvelle adresse postale, a compter du "
                      DELIMITED SIZE
                  WS-DATE-EFFET DELIMITED SIZE
                  " :" DELIMITED SIZE
               INTO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE SPACES TO F-COURRIER-LIGNE.
           STRING "    " DELIMITED SIZE
                  W-CLI-ADRESSE DELIMITED SIZE
               INTO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE SPACES TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE "Si vous n'etes pas a l'origine de ce changement,"
               TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE "contactez sans delai votre agence. Par securite,"
               TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE SPACES TO F-COURRIER-LIGNE.
           STRING "aucune carte ni aucun chequier ne sera emis avant "
                      DELIMITED SIZE
                  "le " DELIMITED SIZE
                  WS-FIN-CARENCE DELIMITED SIZE
                  "." DELIMITED SIZE
               INTO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE SPACES TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           MOVE "Votre agence se tient a votre disposition."
               TO F-COURRIER-LIGNE.
           WRITE F-COURRIER-LIGNE.
           CLOSE F-COURRIER.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-SPOOL.
           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR        TO W-SPL-ID.
           MOVE 0                  TO W-SPL-CPT.
           MOVE "CHG-ADRESSE"      TO W-SPL-TYPE-DOC.
           MOVE WS-DATE-JOUR       TO W-SPL-DATE.
           MOVE WS-AGENCE-COURRIER TO W-SPL-AGENCE.
           MOVE 'C'                TO W-SPL-MODE.
           MOVE WS-NOM-COURRIER    TO W-SPL-FICHIER.
           SET SPL-A-IMPRIMER TO TRUE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "WRITE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

      *>----------------------------------------------------------------
       SAISIR-PAYS-ADRESSE.
           DISPLAY "Pays de l'adresse (ISO, ENTREE = "
                   FAT-PAYS-DOMESTIQUE ") : " WITH NO ADVANCING.
           ACCEPT W-CLI-PAYS-ADRESSE.
           IF W-CLI-PAYS-ADRESSE = SPACES
               MOVE FAT-PAYS-DOMESTIQUE TO W-CLI-PAYS-ADRESSE
           END-IF.
           MOVE FUNCTION UPPER-CASE(W-CLI-PAYS-ADRESSE)
               TO W-CLI-PAYS-ADRESSE.

      *>----------------------------------------------------------------
      *> Auto-certification : pays de residence fiscale, NIF etranger
      *> (obligatoire hors residence nationale et pour une personne
      *> americaine) et qualite de personne americaine. Les indices
      *> d'extraneite du jour sont affiches pour que le guichetier
      *> verifie la vraisemblance de la declaration, puis memorises
      *> comme couverts. AUTOCERT-SAISIE si la declaration est
      *> complete ; sinon le client n'est pas a enregistrer.
       SAISIR-AUTOCERTIFICATION.
           MOVE 'N' TO WS-AUTOCERT-SAISIE.
           CALL "INDICES-FISCAUX" USING W-CLIENT WS-INDICES
                                        WS-PAYS-INDICE WS-CODE-INDICES.
           IF WS-CODE-INDICES = '01'
               DISPLAY "Indices d'extraneite : " WS-INDICES
                       " (A adresse, T telephone, O ordre permanent)"
               IF WS-PAYS-INDICE NOT = SPACES
                   DISPLAY "Pays indique : " WS-PAYS-INDICE
               END-IF
           END-IF.

           DISPLAY "Residence fiscale (ISO, ENTREE = "
                   FAT-PAYS-DOMESTIQUE ") : " WITH NO ADVANCING.
           ACCEPT W-CLI-RESIDENCE-FISC.
           IF W-CLI-RESIDENCE-FISC = SPACES
               MOVE FAT-PAYS-DOMESTIQUE TO W-CLI-RESIDENCE-FISC
           END-IF.
           MOVE FUNCTION UPPER-CASE(W-CLI-RESIDENCE-FISC)
               TO W-CLI-RESIDENCE-FISC.

           DISPLAY "Personne americaine (citoyen, resident) ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT W-CLI-US-PERSON.
           IF W-CLI-RESIDENCE-FISC = FAT-PAYS-USA
               MOVE 'O' TO W-CLI-US-PERSON
           END-IF.
           IF NOT CLI-US-PERSON
               MOVE 'N' TO W-CLI-US-PERSON
           END-IF.

           MOVE SPACES TO W-CLI-NIF-ETRANGER.
           IF W-CLI-RESIDENCE-FISC NOT = FAT-PAYS-DOMESTIQUE
                   OR CLI-US-PERSON
               DISPLAY "NIF etranger (TIN)  : " WITH NO ADVANCING
               ACCEPT W-CLI-NIF-ETRANGER
               IF W-CLI-NIF-ETRANGER = SPACES
                   DISPLAY "NIF obligatoire pour une residence fiscale "
                           "etrangere : auto-certification non "
                           "enregistree."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-CODE-INDICES = '01'
                   AND W-CLI-RESIDENCE-FISC = FAT-PAYS-DOMESTIQUE
                   AND NOT CLI-US-PERSON
               DISPLAY "ATTENTION : residence nationale declaree "
                       "malgre des indices - conserver le justificatif "
                       "de residence."
           END-IF.

           SET CLI-AUTOCERT-VALIDE TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-CLI-AUTOCERT-DATE.
           MOVE 0 TO W-CLI-AUTOCERT-ECHEANCE.
           MOVE WS-INDICES TO W-CLI-INDICES.
           SET AUTOCERT-SAISIE TO TRUE.

      *>----------------------------------------------------------------
      *> Retour de l'auto-certification demandee par RESIDENCE-FISCALE
      *> (ou mise a jour spontanee) : leve la demande en cours comme
      *> le statut de recalcitrant.
       MODIFIER-AUTOCERTIFICATION.
           DISPLAY "Numero client : " WITH NO ADVANCING.
           ACCEPT W-CLI-NUMERO.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Client introuvable."
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.

           DISPLAY "Client " W-CLI-NUMERO " - " W-CLI-NOM.
           PERFORM AFFICHER-FISCALITE.

           PERFORM SAISIR-AUTOCERTIFICATION.
           IF NOT AUTOCERT-SAISIE
               EXIT PARAGRAPH
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF RC-OK
               DISPLAY "Auto-certification enregistree le "
                       W-CLI-AUTOCERT-DATE "."
           ELSE
               DISPLAY "Echec de la mise a jour (code: "
                       W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.

      *>----------------------------------------------------------------
       AFFICHER-FISCALITE.
           DISPLAY "Pays adr. : " W-CLI-PAYS-ADRESSE
                   "   residence fiscale : " W-CLI-RESIDENCE-FISC
                   "   US : " W-CLI-US-PERSON.
           IF W-CLI-NIF-ETRANGER NOT = SPACES
               DISPLAY "NIF etr.  : " W-CLI-NIF-ETRANGER
           END-IF.
           EVALUATE TRUE
               WHEN CLI-AUTOCERT-VALIDE
                   DISPLAY "Autocert. : signee le " W-CLI-AUTOCERT-DATE
               WHEN CLI-AUTOCERT-DEMANDEE
                   DISPLAY "Autocert. : DEMANDEE le "
                           W-CLI-AUTOCERT-DATE ", a retourner avant le "
                           W-CLI-AUTOCERT-ECHEANCE
               WHEN CLI-RECALCITRANT
                   DISPLAY "Autocert. : NON RETOURNEE - client "
                           "recalcitrant (non documente)"
               WHEN OTHER
                   DISPLAY "Autocert. : aucune"
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Identification d'un professionnel : immatriculation
      *> obligatoire et controlee, forme juridique, code d'activite
      *> NAF et siege (adresse professionnelle de l'entrepreneur
      *> individuel, son adresse personnelle a defaut).
      *> IMMAT-VALIDE si la saisie est complete.
       SAISIR-IDENT-ENTREPRISE.
           MOVE 'N' TO WS-IMMAT-VALIDE.
           IF CLI-ASSOCIATION
               DISPLAY "SIREN, SIRET ou RNA (W + 9 chiffres) : "
                       WITH NO ADVANCING
           ELSE
               DISPLAY "SIREN ou SIRET      : " WITH NO ADVANCING
           END-IF.
           ACCEPT W-CLI-IMMATRICULATION.
           MOVE FUNCTION UPPER-CASE(W-CLI-IMMATRICULATION)
               TO W-CLI-IMMATRICULATION.
           PERFORM CONTROLER-IMMATRICULATION.
           IF NOT IMMAT-VALIDE
               DISPLAY "Immatriculation invalide (SIREN 9 chiffres, "
                       "SIRET 14 chiffres, RNA W + 9 chiffres)."
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN CLI-ENTREPRENEUR
                   MOVE "EI" TO W-CLI-FORME-JURIDIQUE
               WHEN CLI-ASSOCIATION
                   MOVE "ASSO 1901" TO W-CLI-FORME-JURIDIQUE
               WHEN OTHER
                   DISPLAY "Forme juridique (SAS, SARL, SA, SCI...) : "
                           WITH NO ADVANCING
                   ACCEPT W-CLI-FORME-JURIDIQUE
                   MOVE FUNCTION UPPER-CASE(W-CLI-FORME-JURIDIQUE)
                       TO W-CLI-FORME-JURIDIQUE
                   IF W-CLI-FORME-JURIDIQUE = SPACES
                       DISPLAY "Forme juridique obligatoire."
                       MOVE 'N' TO WS-IMMAT-VALIDE
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE.

           DISPLAY "Code activite NAF (ex. 6201Z) : " WITH NO ADVANCING.
           ACCEPT W-CLI-CODE-ACTIVITE.
           MOVE FUNCTION UPPER-CASE(W-CLI-CODE-ACTIVITE)
               TO W-CLI-CODE-ACTIVITE.

           IF CLI-PERSONNE-MORALE
               DISPLAY "Siege social        : " WITH NO ADVANCING
               ACCEPT W-CLI-SIEGE
               IF W-CLI-SIEGE = SPACES
                   DISPLAY "Siege social obligatoire."
                   MOVE 'N' TO WS-IMMAT-VALIDE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Date de creation (AAAAMMJJ) : "
                       WITH NO ADVANCING
               ACCEPT W-CLI-DATE-CONSTITUTION
           ELSE
               DISPLAY "Adresse professionnelle (ENTREE = adresse "
                       "personnelle) : " WITH NO ADVANCING
               ACCEPT W-CLI-SIEGE
           END-IF.

      *>----------------------------------------------------------------
      *> SIREN (9 chiffres), SIRET (14 chiffres) ou, pour une
      *> association non immatriculee, numero RNA (W + 9 chiffres).
       CONTROLER-IMMATRICULATION.
           MOVE 'N' TO WS-IMMAT-VALIDE.
           MOVE 0 TO WS-LG-IMMAT.
           INSPECT W-CLI-IMMATRICULATION TALLYING WS-LG-IMMAT
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN WS-LG-IMMAT = 9
                       AND W-CLI-IMMATRICULATION(1:9) IS NUMERIC
                   SET IMMAT-VALIDE TO TRUE
               WHEN WS-LG-IMMAT = 14
                       AND W-CLI-IMMATRICULATION(1:14) IS NUMERIC
                   SET IMMAT-VALIDE TO TRUE
               WHEN WS-LG-IMMAT = 10 AND CLI-ASSOCIATION
                       AND W-CLI-IMMATRICULATION(1:1) = 'W'
                       AND W-CLI-IMMATRICULATION(2:9) IS NUMERIC
                   SET IMMAT-VALIDE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------------
       AFFICHER-ENTREPRISE.
           DISPLAY "Type      : " W-CLI-TYPE
                   "   immatriculation : " W-CLI-IMMATRICULATION.
           DISPLAY "Forme     : " W-CLI-FORME-JURIDIQUE
                   "   activite NAF : " W-CLI-CODE-ACTIVITE.
           DISPLAY "Siege     : " W-CLI-SIEGE.
           IF CLI-PERSONNE-MORALE
               DISPLAY "Creation  : " W-CLI-DATE-CONSTITUTION
           END-IF.

      *>----------------------------------------------------------------
      *> Registre des representants legaux et beneficiaires effectifs
      *> d'une personne morale : ajout d'un lien ou fin d'un lien
      *> existant (un lien n'est jamais supprime).
       GERER-LIENS.
           DISPLAY "Numero client (personne morale) : "
                   WITH NO ADVANCING.
           ACCEPT W-CLI-NUMERO.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Client introuvable."
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.

           IF NOT CLI-PERSONNE-MORALE
               DISPLAY "Client " W-CLI-NUMERO " : personne physique, "
                       "sans representant ni beneficiaire effectif."
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CLI-NUMERO TO WS-ENTITE-NUM.
           MOVE W-CLI-NOM    TO WS-ENTITE-NOM.

           DISPLAY "Client " WS-ENTITE-NUM " - " WS-ENTITE-NOM.
           PERFORM LISTER-LIENS.

           DISPLAY "(R)epresentant legal, (B)eneficiaire effectif ou "
                   "(F)in d'un lien ? : " WITH NO ADVANCING.
           ACCEPT WS-CHOIX-LIEN.
           MOVE FUNCTION UPPER-CASE(WS-CHOIX-LIEN) TO WS-CHOIX-LIEN.
           EVALUATE TRUE
               WHEN CHOIX-REPRESENTANT
                   PERFORM AJOUTER-REPRESENTANT
               WHEN CHOIX-BENEFICIAIRE
                   PERFORM AJOUTER-BENEFICIAIRE
               WHEN CHOIX-FIN-LIEN
                   PERFORM TERMINER-LIEN
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Liens en vigueur de la personne morale WS-ENTITE-NUM, avec le
      *> decompte des representants, des beneficiaires effectifs et
      *> des parts deja declarees.
       LISTER-LIENS.
           MOVE 0 TO WS-NB-REPRESENTANTS WS-NB-BENEFICIAIRES
                     WS-TOTAL-DETENU.
           MOVE 'N' TO WS-FIN-LIEN.
           INITIALIZE W-LIEN-CLIENT.
           MOVE WS-ENTITE-NUM TO W-LIE-ENTITE.
           MOVE "START-ENTITE" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-LIENS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-LIENS
               MOVE "READ-NEXT" TO WS-OP
               CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-LIENS TO TRUE
                   WHEN W-LIE-ENTITE NOT = WS-ENTITE-NUM
                       SET FIN-LIENS TO TRUE
                   WHEN NOT LIE-EN-VIGUEUR
                       CONTINUE
                   WHEN LIE-REPRESENTANT
                       ADD 1 TO WS-NB-REPRESENTANTS
                       DISPLAY "  REPRESENTANT " W-LIE-ID " client "
                               W-LIE-PERSONNE " " W-LIE-NOM(1:30)
                               " " W-LIE-QUALITE
                   WHEN OTHER
                       ADD 1 TO WS-NB-BENEFICIAIRES
                       ADD W-LIE-POURCENTAGE TO WS-TOTAL-DETENU
                       PERFORM AFFICHER-BENEFICIAIRE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR.

           IF WS-NB-REPRESENTANTS = 0
               DISPLAY "  AUCUN REPRESENTANT LEGAL ENREGISTRE"
           END-IF.
           IF WS-NB-BENEFICIAIRES = 0
               DISPLAY "  AUCUN BENEFICIAIRE EFFECTIF DECLARE"
           END-IF.

       AFFICHER-BENEFICIAIRE.
           MOVE W-LIE-POURCENTAGE TO WS-POURCENT-AFF.
           EVALUATE TRUE
               WHEN LIE-DETENTION-DIRECTE
                   MOVE "direct" TO WS-MODE-LIB
               WHEN LIE-DETENTION-INDIRECTE
                   MOVE "indirect" TO WS-MODE-LIB
               WHEN OTHER
                   MOVE "controle" TO WS-MODE-LIB
           END-EVALUATE.
           DISPLAY "  BENEF. EFF.  " W-LIE-ID " client "
                   W-LIE-PERSONNE " " W-LIE-NOM(1:30) " "
                   WS-POURCENT-AFF "% " WS-MODE-LIB.
           IF LIE-DETENTION-INDIRECTE
               DISPLAY "               via " W-LIE-VIA " "
                       W-LIE-VIA-NOM
           END-IF.

      *>----------------------------------------------------------------
       AJOUTER-REPRESENTANT.
           INITIALIZE W-LIEN-CLIENT.
           SET LIE-REPRESENTANT TO TRUE.
           DISPLAY "Numero client du representant : "
                   WITH NO ADVANCING.
           ACCEPT WS-PERSONNE-NUM.
           PERFORM LIRE-PERSONNE.
           IF NOT PERSONNE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CLI-NUMERO     TO W-LIE-PERSONNE.
           MOVE W-CLI-NOM        TO W-LIE-NOM.
           MOVE W-CLI-DATE-NAISS TO W-LIE-DATE-NAISS.

           DISPLAY "Qualite (GERANT, PRESIDENT...) : "
                   WITH NO ADVANCING.
           ACCEPT W-LIE-QUALITE.
           MOVE FUNCTION UPPER-CASE(W-LIE-QUALITE) TO W-LIE-QUALITE.

           PERFORM FILTRER-LIEN.
           PERFORM ENREGISTRER-LIEN.

      *>----------------------------------------------------------------
      *> Beneficiaire effectif : client du referentiel ou personne
      *> saisie sur le lien. Une detention directe ou indirecte doit
      *> depasser le seuil LIE-SEUIL-DETENTION ; le controle par un
      *> autre moyen (pacte, droit de nomination...) n'a pas de seuil.
       AJOUTER-BENEFICIAIRE.
           INITIALIZE W-LIEN-CLIENT.
           SET LIE-BENEF-EFFECTIF TO TRUE.
           DISPLAY "Numero client du beneficiaire (0 si non client) : "
                   WITH NO ADVANCING.
           ACCEPT WS-PERSONNE-NUM.
           IF WS-PERSONNE-NUM NOT = 0
               PERFORM LIRE-PERSONNE
               IF NOT PERSONNE-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE W-CLI-NUMERO     TO W-LIE-PERSONNE
               MOVE W-CLI-NOM        TO W-LIE-NOM
               MOVE W-CLI-DATE-NAISS TO W-LIE-DATE-NAISS
           ELSE
               DISPLAY "Nom et prenom       : " WITH NO ADVANCING
               ACCEPT W-LIE-NOM
               IF W-LIE-NOM = SPACES
                   DISPLAY "Nom obligatoire."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Date de naissance (AAAAMMJJ) : "
                       WITH NO ADVANCING
               ACCEPT W-LIE-DATE-NAISS
           END-IF.

           DISPLAY "Controle : (D)etention directe, (I)ndirecte, "
                   "(C) autre moyen : " WITH NO ADVANCING.
           ACCEPT W-LIE-MODE.
           MOVE FUNCTION UPPER-CASE(W-LIE-MODE) TO W-LIE-MODE.
           IF NOT LIE-DETENTION-DIRECTE AND NOT LIE-DETENTION-INDIRECTE
                   AND NOT LIE-AUTRE-CONTROLE
               DISPLAY "Modalite de controle inconnue."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Part du capital ou des droits de vote (%) : "
                   WITH NO ADVANCING.
           ACCEPT W-LIE-POURCENTAGE.
           IF W-LIE-POURCENTAGE > 100
               DISPLAY "Pourcentage invalide."
               EXIT PARAGRAPH
           END-IF.
           IF NOT LIE-AUTRE-CONTROLE
                   AND W-LIE-POURCENTAGE NOT > LIE-SEUIL-DETENTION
               MOVE LIE-SEUIL-DETENTION TO WS-POURCENT-AFF
               DISPLAY "Part n'excedant pas " WS-POURCENT-AFF
                       "% : pas beneficiaire effectif."
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOTAL-DETENU + W-LIE-POURCENTAGE > 100
               DISPLAY "Parts declarees au-dela de 100% : verifier "
                       "le registre (fin des liens perimes)."
               EXIT PARAGRAPH
           END-IF.

      *>   Detention indirecte : la societe intermediaire doit etre
      *>   cliente, pour que la chaine soit consultable.
           IF LIE-DETENTION-INDIRECTE
               DISPLAY "Societe intermediaire (numero client) : "
                       WITH NO ADVANCING
               ACCEPT W-CLI-NUMERO
               MOVE "OPEN-IO" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR
               MOVE "READ" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR
               IF RC-OK AND CLI-PERSONNE-MORALE
                       AND W-CLI-NUMERO NOT = WS-ENTITE-NUM
                   MOVE W-CLI-NUMERO TO W-LIE-VIA
                   MOVE W-CLI-NOM    TO W-LIE-VIA-NOM
               END-IF
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR
               IF W-LIE-VIA = 0
                   DISPLAY "Societe intermediaire introuvable ou "
                           "non personne morale."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM FILTRER-LIEN.
           PERFORM ENREGISTRER-LIEN.

      *>----------------------------------------------------------------
      *> Representant ou beneficiaire effectif client : personne
      *> physique du referentiel. PERSONNE-OK si le client convient.
       LIRE-PERSONNE.
           MOVE 'N' TO WS-PERSONNE-OK.
           MOVE WS-PERSONNE-NUM TO W-CLI-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Client introuvable."
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF NOT CLI-PERSONNE-PHYSIQUE
               DISPLAY "Le client " W-CLI-NUMERO " n'est pas une "
                       "personne physique."
               EXIT PARAGRAPH
           END-IF.
           SET PERSONNE-OK TO TRUE.

      *>----------------------------------------------------------------
      *> Filtrage sanctions de la personne liee, comme a la creation
      *> d'un client : un rapprochement part en revue conformite.
       FILTRER-LIEN.
           CALL "SANCTIONS-CTRL" USING W-LIE-NOM WS-NOM-LISTE
                                       WS-CODE-SANCTION.
           IF WS-CODE-SANCTION = '42'
               DISPLAY "ATTENTION : rapprochement avec la liste de "
                       "sanctions (" FUNCTION TRIM(WS-NOM-LISTE)
                       ") - revue conformite deposee."
               MOVE 0 TO WS-CPT-SANCTION
               MOVE "CREER-CLIENT" TO WS-ORIGINE-SANCTION
               CALL "SANCTIONS-REVUE" USING WS-CPT-SANCTION W-LIE-NOM
                                            WS-NOM-LISTE
                                            WS-ORIGINE-SANCTION
                                            WS-CODE-SANCTION
           END-IF.

      *>----------------------------------------------------------------
       ENREGISTRER-LIEN.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           MOVE WS-COMPTEUR   TO W-LIE-ID.
           MOVE WS-ENTITE-NUM TO W-LIE-ENTITE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-LIE-DATE-DEBUT.
           MOVE 0 TO W-LIE-DATE-FIN.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR.
           IF RC-OK
               DISPLAY "Lien enregistre : " W-LIE-ID "."
           ELSE
               DISPLAY "Erreur d'ecriture (code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Fin d'un lien (demission du gerant, cession des parts) : le
      *> lien est conserve, date de fin posee.
       TERMINER-LIEN.
           DISPLAY "Identifiant du lien : " WITH NO ADVANCING.
           ACCEPT W-LIE-ID.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR.
           IF NOT RC-OK OR W-LIE-ENTITE NOT = WS-ENTITE-NUM
                   OR NOT LIE-EN-VIGUEUR
               DISPLAY "Lien introuvable ou deja termine."
               MOVE "CLOSE" TO WS-OP
               CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-LIE-DATE-FIN.
           MOVE "REWRITE" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR.
           IF RC-OK
               DISPLAY "Lien " W-LIE-ID " termine le "
                       W-LIE-DATE-FIN "."
               IF LIE-REPRESENTANT AND WS-NB-REPRESENTANTS = 1
                   DISPLAY "ATTENTION : plus aucun representant legal "
                           "enregistre pour ce client."
               END-IF
           ELSE
               DISPLAY "Echec de la mise a jour (code: "
                       W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Statut PPE a la creation : declaration du client (fonction
      *> exercee par lui-meme, un membre de sa famille ou un proche),
      *> a defaut rapprochement avec la liste livree (IMPORT-PPE).
       SAISIR-PPE.
           SET PPE-SAISIE-OK TO TRUE.
           MOVE 'N' TO W-CLI-PPE.
           MOVE SPACE TO W-CLI-PPE-CATEGORIE W-CLI-PPE-ORIGINE.
           MOVE SPACES TO W-CLI-PPE-FONCTION.
           MOVE 0 TO W-CLI-PPE-DATE W-CLI-PPE-DATE-REVUE.
           IF CLI-PERSONNE-MORALE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Personne politiquement exposee, famille ou "
                   "proche (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-PPE-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-PPE-REPONSE) TO WS-PPE-REPONSE.
           IF PPE-REPONSE-OUI
               PERFORM SAISIR-DETAIL-PPE
               IF NOT PPE-SAISIE-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'D' TO W-CLI-PPE-ORIGINE
           END-IF.

           CALL "PPE-CTRL" USING W-CLI-NOM WS-ENTREE-PPE WS-CODE-PPE.
           IF WS-CODE-PPE = '42'
               DISPLAY "Client figurant sur la liste PPE : "
                       FUNCTION TRIM(WS-PPE-NOM) " ("
                       WS-PPE-CATEGORIE ") "
                       FUNCTION TRIM(WS-PPE-FONCTION)
               IF NOT CLI-PPE
                   MOVE 'O'              TO W-CLI-PPE
                   MOVE WS-PPE-CATEGORIE TO W-CLI-PPE-CATEGORIE
                   MOVE WS-PPE-FONCTION  TO W-CLI-PPE-FONCTION
                   MOVE 'L'              TO W-CLI-PPE-ORIGINE
               END-IF
           END-IF.

           IF CLI-PPE
               PERFORM DATER-PPE
           END-IF.

      *>----------------------------------------------------------------
       SAISIR-DETAIL-PPE.
           DISPLAY "Categorie (N mandat national, E etranger, "
                   "I organisation internationale, F famille, "
                   "A proche associe) : " WITH NO ADVANCING.
           ACCEPT W-CLI-PPE-CATEGORIE.
           MOVE FUNCTION UPPER-CASE(W-CLI-PPE-CATEGORIE)
               TO W-CLI-PPE-CATEGORIE.
           IF NOT PPE-CATEGORIE-VALIDE
               DISPLAY "Categorie PPE inconnue."
               MOVE 'N' TO WS-PPE-SAISIE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fonction exercee      : " WITH NO ADVANCING.
           ACCEPT W-CLI-PPE-FONCTION.
           IF W-CLI-PPE-FONCTION = SPACES
               DISPLAY "Fonction obligatoire pour une PPE."
               MOVE 'N' TO WS-PPE-SAISIE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO W-CLI-PPE.

      *>----------------------------------------------------------------
      *> Date de designation et premiere revue annuelle.
       DATER-PPE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-CLI-PPE-DATE.
           PERFORM FIXER-REVUE-PPE.

       FIXER-REVUE-PPE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   + PPE-REVUE-MOIS * 30.
           COMPUTE W-CLI-PPE-DATE-REVUE =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).

      *>----------------------------------------------------------------
       AFFICHER-PPE.
           DISPLAY "PPE       : categorie " W-CLI-PPE-CATEGORIE
                   " (" W-CLI-PPE-ORIGINE ") "
                   FUNCTION TRIM(W-CLI-PPE-FONCTION).
           DISPLAY "            designee le " W-CLI-PPE-DATE
                   ", prochaine revue le " W-CLI-PPE-DATE-REVUE.

      *>----------------------------------------------------------------
      *> Choix (P) : declaration apres coup d'un client devenu PPE,
      *> ou revue annuelle d'une PPE (liste REVUE-PPE). La revue
      *> maintient le statut et reporte l'echeance ; la levee du
      *> statut (fin de fonction depuis plus d'un an, erreur
      *> d'homonymie) part en file a quatre yeux, appliquee par
      *> VALIDER-MODIFS sur accord de la direction.
       GERER-PPE.
           DISPLAY "Numero client : " WITH NO ADVANCING.
           ACCEPT W-CLI-NUMERO.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Client introuvable."
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Client " W-CLI-NUMERO " - " W-CLI-NOM.
           IF CLI-PPE
               PERFORM AFFICHER-PPE
               PERFORM REVOIR-PPE
           ELSE
               PERFORM DECLARER-PPE
           END-IF.

           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.

      *>----------------------------------------------------------------
       DECLARER-PPE.
           DISPLAY "Client non PPE. Le declarer PPE ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-PPE-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-PPE-REPONSE) TO WS-PPE-REPONSE.
           IF NOT PPE-REPONSE-OUI
               EXIT PARAGRAPH
           END-IF.
           SET PPE-SAISIE-OK TO TRUE.
           PERFORM SAISIR-DETAIL-PPE.
           IF NOT PPE-SAISIE-OK
               MOVE 'N' TO W-CLI-PPE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'D' TO W-CLI-PPE-ORIGINE.
           PERFORM DATER-PPE.

           MOVE "REWRITE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF RC-OK
               DISPLAY "Client declare PPE, revue le "
                       W-CLI-PPE-DATE-REVUE "."
               DISPLAY "Note de risque relevee a la prochaine "
                       "notation (SCORING-LBC)."
           ELSE
               DISPLAY "Echec de la mise a jour (code: "
                       W-CODE-RETOUR ")."
           END-IF.

      *>----------------------------------------------------------------
       REVOIR-PPE.
           DISPLAY "(M)aintenir apres revue, (L)ever le statut, "
                   "ENTREE pour quitter : " WITH NO ADVANCING.
           ACCEPT WS-CHOIX-REVUE.
           MOVE FUNCTION UPPER-CASE(WS-CHOIX-REVUE) TO WS-CHOIX-REVUE.
           EVALUATE TRUE
               WHEN REVUE-MAINTENIR
                   PERFORM FIXER-REVUE-PPE
                   MOVE "REWRITE" TO WS-OP
                   CALL "CLIENT-IO" USING WS-OP W-CLIENT
                                          W-CODE-RETOUR
                   IF RC-OK
                       DISPLAY "Revue enregistree, prochaine revue "
                               "le " W-CLI-PPE-DATE-REVUE "."
                   ELSE
                       DISPLAY "Echec de la mise a jour (code: "
                               W-CODE-RETOUR ")."
                   END-IF
               WHEN REVUE-LEVER
                   PERFORM DEMANDER-LEVEE-PPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Levee du statut : demande en file a quatre yeux (compte 0,
      *> numero client en W-ATT-APRES(1:8), motif en (10:40)).
       DEMANDER-LEVEE-PPE.
           DISPLAY "Motif de la levee : " WITH NO ADVANCING.
           ACCEPT WS-MOTIF-LEVEE.
           IF WS-MOTIF-LEVEE = SPACES
               DISPLAY "Motif obligatoire : statut maintenu."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Code operateur demandeur : " WITH NO ADVANCING.
           ACCEPT WS-OPERATEUR.
           MOVE WS-OPERATEUR TO W-OPE-ID.
           MOVE "READ" TO WS-OP.
           CALL "OPERATEUR-IO" USING WS-OP W-OPERATEUR W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Operateur demandeur introuvable."
               EXIT PARAGRAPH
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-ATTENTE.
           MOVE WS-COMPTEUR   TO W-ATT-ID.
           MOVE 0             TO W-ATT-CPT.
           MOVE "LEVER-PPE"   TO W-ATT-TYPE.
           STRING "PPE " DELIMITED SIZE
                  W-CLI-PPE-CATEGORIE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CLI-PPE-FONCTION DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-CLI-NOM DELIMITED SIZE
               INTO W-ATT-AVANT.
           MOVE W-CLI-NUMERO  TO W-ATT-APRES(1:8).
           MOVE WS-MOTIF-LEVEE TO W-ATT-APRES(10:40).
           MOVE WS-OPERATEUR  TO W-ATT-OPERATEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-ATT-DATE.
           SET ATT-EN-ATTENTE TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.
           IF RC-OK
               DISPLAY "Demande de levee " W-ATT-ID " deposee : "
                       "statut leve apres accord de la direction "
                       "(VALIDER-MODIFS)."
           ELSE
               DISPLAY "Echec du depot de la demande (code: "
                       W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.

       END PROGRAM CREER-CLIENT.
