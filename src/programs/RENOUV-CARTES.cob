      *>****************************************************************
      *> Programme : RENOUV-CARTES
      *> Role      : Batch de fin de mois de la chaine BATCH-NUIT.
      *>             Renouvelle les cartes avant leur expiration :
      *>             - sont retenues les cartes actives, non encore
      *>               renouvelees, expirant dans les
      *>               CAR-MOIS-ANTICIPATION mois (CARTE-PARAM.cpy),
      *>               sur un compte actif sans restriction (ni
      *>               restriction KYC ni preavis de resiliation) ;
      *>             - sont ecartees les cartes d'un compte portant un
      *>               dossier de fraude ouvert ou pris (FRAUDE-CAS),
      *>               celles d'un client dont l'adresse vient de
      *>               changer (carence ADRESSE-CTRL : la carte reste
      *>               candidate le mois suivant),
      *>               et les cartes sans utilisation depuis
      *>               CAR-MOIS-INACTIVITE mois tant que le client n'a
      *>               pas confirme le renouvellement (ecran CARTES) ;
      *>             - la carte renouvelee reprend le compte, le
      *>               porteur, les plafonds propres et le mode de
      *>               debit (immediat ou differe) de l'ancienne,
      *>               numero attribue sous le prefixe emetteur avec
      *>               cle de Luhn, validite CAR-MOIS-VALIDITE mois ;
      *>             - la commande au fabricant part dans
      *>               reports/CARTES-FABRICATION-AAAAMMJJ.csv et la
      *>               lettre de renouvellement au spool.
      *>             L'ancienne carte est desactivee (statut 'R') a la
      *>             premiere utilisation de la nouvelle (module
      *>             CARTE-RELAIS) ou, a defaut, ici a son expiration.
      *>             Compte rendu dans reports/RENOUV-CARTES-
      *>             AAAAMMJJ.txt (cartes renouvelees et ecartees).
      *>             Le numero attribue est inscrit au sequestre et la
      *>             carte creee sous son jeton (module PAN-CTRL) ;
      *>             seule la commande au fabricant porte le numero en
      *>             clair.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENOUV-CARTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.
           SELECT F-COMMANDE ASSIGN TO WS-NOM-COMMANDE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMMANDE.
           SELECT F-LETTRE ASSIGN TO WS-NOM-LETTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LETTRE.

       DATA DIVISION.
       FILE SECTION.
       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE        PIC X(100).
       FD F-COMMANDE.
       01 F-COMMANDE-LIGNE       PIC X(120).
       FD F-LETTRE.
       01 F-LETTRE-LIGNE         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CARTE.
       COPY COMPTE.
       COPY CLIENT.
       COPY TRANSACT.
       COPY FRAUDE-CAS.
       COPY SPOOL.
       COPY CARTE-PARAM.
       COPY PARAMETRES.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-FS-COMMANDE         PIC X(2) VALUE '00'.
       01 WS-FS-LETTRE           PIC X(2) VALUE '00'.
       01 WS-NOM-RAPPORT         PIC X(50).
       01 WS-NOM-COMMANDE        PIC X(50).
       01 WS-NOM-LETTRE          PIC X(50).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-SCAN            PIC X(1) VALUE 'N'.
          88 FIN-SCAN            VALUE 'O'.
       01 WS-UTILISEE            PIC X(1) VALUE 'N'.
          88 CARTE-UTILISEE      VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-AAAAMM-JOUR         PIC 9(6).
       01 WS-AAAAMM-LIMITE       PIC 9(6).
       01 WS-DATE-INACTIVITE     PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-CARTE          PIC X(2).
       01 WS-CODE-CPT            PIC X(2).
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-FRAUDE         PIC X(2).
       01 WS-CODE-TRANS          PIC X(2).
       01 WS-CODE-SPOOL          PIC X(2).
       01 WS-MOTIF               PIC X(40).

      *> Carence apres un changement d'adresse du client (module
      *> ADRESSE-CTRL, ADRESSE-PARAM.cpy).
       01 WS-FIN-CARENCE         PIC 9(8).
       01 WS-ADRESSE-CARENCE     PIC X(40).
       01 WS-CODE-CARENCE        PIC X(2).

      *> Ajout de WS-NB-MOIS mois (signe) a une periode AAAAMM.
       01 WS-AAAAMM-CALCUL       PIC 9(6).
       01 WS-AAAAMM-DETAIL REDEFINES WS-AAAAMM-CALCUL.
          05 WS-CALC-ANNEE       PIC 9(4).
          05 WS-CALC-MOIS        PIC 9(2).
       01 WS-NB-MOIS             PIC S9(3).
       01 WS-RANG-MOIS           PIC S9(7) COMP.

      *> Cartes a renouveler, relevees au premier parcours puis
      *> traitees une a une (le fichier des cartes recoit les
      *> nouvelles cartes pendant le traitement).
       01 WS-NB-CANDIDATES       PIC 9(4) COMP VALUE 0.
       01 WS-TAB-CANDIDATES.
          05 WS-CAND-NUMERO OCCURS 2000 TIMES PIC 9(16).
       01 WS-IDX-CAND            PIC 9(4) COMP.

      *> Carte en cours de renouvellement et sa remplacante.
       01 WS-ANCIENNE            PIC 9(16).
       01 WS-NOUVELLE            PIC 9(16).
       01 WS-ANCIENNE-EXPIR      PIC 9(6).
       01 WS-NOUVELLE-EXPIR      PIC 9(6).
       01 WS-ESSAI               PIC 9(1).
      *> WS-ANCIENNE et WS-NOUVELLE sont des jetons CARTES.dat ;
      *> rapport, commande et controle d'utilisation n'en voient que
      *> le masque (module PAN-CTRL).
       01 WS-ANCIENNE-MASQUE     PIC X(16).
       01 WS-NOUVELLE-MASQUE     PIC X(16).
       01 WS-OP-PAN              PIC X(12).
       01 WS-PAN-RESULTAT        PIC X(16).
       01 WS-CODE-PAN            PIC X(2).

      *> Numero de carte : prefixe emetteur, 9 chiffres du compteur,
      *> cle de Luhn.
       01 WS-PAN                 PIC 9(16).
       01 WS-PAN-DETAIL REDEFINES WS-PAN.
          05 WS-PAN-CHIFFRE OCCURS 16 TIMES PIC 9(1).
       01 WS-PAN-PARTIE REDEFINES WS-PAN.
          05 WS-PAN-PREFIXE      PIC 9(6).
          05 WS-PAN-SEQUENCE     PIC 9(9).
          05 WS-PAN-CLE          PIC 9(1).
       01 WS-IDX-PAN             PIC 9(2) COMP.
       01 WS-LUHN-SOMME          PIC 9(4) COMP.
       01 WS-LUHN-CHIFFRE        PIC 9(2) COMP.
       01 WS-LUHN-DOUBLER        PIC X(1).
          88 LUHN-DOUBLER        VALUE 'O'.

       01 WS-NB-RENOUVELEES      PIC 9(5) VALUE 0.
       01 WS-NB-ECARTEES         PIC 9(5) VALUE 0.
       01 WS-NB-A-CONFIRMER      PIC 9(5) VALUE 0.
       01 WS-NB-DESACTIVEES      PIC 9(5) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- RENOUV-CARTES : renouvellement des cartes ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM-JOUR.

       MOVE WS-AAAAMM-JOUR TO WS-AAAAMM-CALCUL.
       MOVE CAR-MOIS-ANTICIPATION TO WS-NB-MOIS.
       PERFORM AJOUTER-MOIS.
       MOVE WS-AAAAMM-CALCUL TO WS-AAAAMM-LIMITE.

       MOVE WS-AAAAMM-JOUR TO WS-AAAAMM-CALCUL.
       COMPUTE WS-NB-MOIS = 0 - CAR-MOIS-INACTIVITE.
       PERFORM AJOUTER-MOIS.
       COMPUTE WS-DATE-INACTIVITE = WS-AAAAMM-CALCUL * 100
                                  + FUNCTION NUMVAL(WS-DATE-JOUR(7:2)).

       MOVE SPACES TO WS-NOM-RAPPORT WS-NOM-COMMANDE.
       STRING "reports/RENOUV-CARTES-" DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.
       STRING "reports/CARTES-FABRICATION-" DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              ".csv" DELIMITED SIZE
           INTO WS-NOM-COMMANDE.

       OPEN OUTPUT F-RAPPORT.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "RENOUVELLEMENT DES CARTES AU " DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              " - EXPIRATIONS JUSQU'A " DELIMITED SIZE
              WS-AAAAMM-LIMITE DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       OPEN OUTPUT F-COMMANDE.
       MOVE "numero,porteur,expiration,compte,agence,carte_remplacee"
           TO F-COMMANDE-LIGNE.
       WRITE F-COMMANDE-LIGNE.

       PERFORM RELEVER-CARTES.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
       MOVE 1 TO WS-IDX-CAND.
       PERFORM UNTIL WS-IDX-CAND > WS-NB-CANDIDATES
           PERFORM TRAITER-CANDIDATE
           ADD 1 TO WS-IDX-CAND
       END-PERFORM.
       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.

       CLOSE F-COMMANDE.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "RENOUVELEES " DELIMITED SIZE
              WS-NB-RENOUVELEES DELIMITED SIZE
              "  ECARTEES " DELIMITED SIZE
              WS-NB-ECARTEES DELIMITED SIZE
              "  A CONFIRMER " DELIMITED SIZE
              WS-NB-A-CONFIRMER DELIMITED SIZE
              "  ANCIENNES DESACTIVEES " DELIMITED SIZE
              WS-NB-DESACTIVEES DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Cartes renouvelees : " WS-NB-RENOUVELEES
               "   ecartees : " WS-NB-ECARTEES
               "   a confirmer : " WS-NB-A-CONFIRMER.
       DISPLAY "Anciennes cartes desactivees a l'expiration : "
               WS-NB-DESACTIVEES.
       DISPLAY "Commande fabricant : " FUNCTION TRIM(WS-NOM-COMMANDE).

       MOVE 0 TO RETURN-CODE.
       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Premier parcours du fichier des cartes : l'ancienne carte
      *> d'un renouvellement encore active a son expiration est
      *> desactivee ; les cartes a renouveler sont relevees.
       RELEVER-CARTES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
           IF WS-CODE-CARTE NOT = '00'
               DISPLAY "Aucune carte au referentiel."
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
           IF WS-CODE-CARTE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE
               EVALUATE TRUE
                   WHEN WS-CODE-CARTE NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN NOT CAR-ACTIVE
                       CONTINUE
                   WHEN W-CAR-REMPLACANTE NOT = 0
                       IF W-CAR-DATE-EXPIR <= WS-AAAAMM-JOUR
                           PERFORM DESACTIVER-A-EXPIRATION
                       END-IF
                   WHEN W-CAR-DATE-EXPIR >= WS-AAAAMM-JOUR
                           AND W-CAR-DATE-EXPIR <= WS-AAAAMM-LIMITE
                       IF WS-NB-CANDIDATES < 2000
                           ADD 1 TO WS-NB-CANDIDATES
                           MOVE W-CAR-NUMERO
                               TO WS-CAND-NUMERO(WS-NB-CANDIDATES)
                       ELSE
                           DISPLAY "ATTENTION : plus de 2000 cartes "
                                   "a renouveler, reliquat au mois "
                                   "suivant."
                           SET FIN-PARCOURS TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.

       DESACTIVER-A-EXPIRATION.
           SET CAR-REMPLACEE TO TRUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
           IF WS-CODE-CARTE = '00'
               ADD 1 TO WS-NB-DESACTIVEES
               MOVE SPACES TO F-RAPPORT-LIGNE
               MOVE "MASQUER" TO WS-OP-PAN
               CALL "PAN-CTRL" USING WS-OP-PAN W-CAR-NUMERO
                                     WS-ANCIENNE-MASQUE WS-CODE-PAN
               CALL "PAN-CTRL" USING WS-OP-PAN W-CAR-REMPLACANTE
                                     WS-NOUVELLE-MASQUE WS-CODE-PAN
               STRING "CARTE " DELIMITED SIZE
                      WS-ANCIENNE-MASQUE DELIMITED SIZE
                      " EXPIREE, REMPLACEE PAR " DELIMITED SIZE
                      WS-NOUVELLE-MASQUE DELIMITED SIZE
                      " : DESACTIVEE" DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
               WRITE F-RAPPORT-LIGNE
           END-IF.

      *>----------------------------------------------------------------
       TRAITER-CANDIDATE.
           MOVE WS-CAND-NUMERO(WS-IDX-CAND) TO W-CAR-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
           MOVE "READ" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           IF WS-CODE-CARTE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CAR-NUMERO TO WS-ANCIENNE.
           MOVE W-CAR-DATE-EXPIR TO WS-ANCIENNE-EXPIR.
           MOVE "MASQUER" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-ANCIENNE
                                 WS-ANCIENNE-MASQUE WS-CODE-PAN.

           MOVE SPACES TO WS-MOTIF.
           PERFORM CONTROLER-COMPTE.
           IF WS-MOTIF = SPACES
               PERFORM CONTROLER-FRAUDE
           END-IF.
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-ECARTEES
               PERFORM ECRIRE-LIGNE-ECARTEE
               EXIT PARAGRAPH
           END-IF.

           IF NOT CAR-RENOUV-CONFIRME
               PERFORM CONTROLER-UTILISATION
               IF NOT CARTE-UTILISEE
                   MOVE "inutilisee, confirmation client attendue"
                       TO WS-MOTIF
                   ADD 1 TO WS-NB-A-CONFIRMER
                   PERFORM ECRIRE-LIGNE-ECARTEE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM CREER-REMPLACANTE.
           IF WS-NOUVELLE = 0
               MOVE "echec de creation de la nouvelle carte"
                   TO WS-MOTIF
               ADD 1 TO WS-NB-ECARTEES
               PERFORM ECRIRE-LIGNE-ECARTEE
               EXIT PARAGRAPH
           END-IF.

           PERFORM ECRIRE-LIGNE-COMMANDE.
           PERFORM ECRIRE-LETTRE-RENOUVELLEMENT.
           PERFORM DEPOSER-AU-SPOOL.
           ADD 1 TO WS-NB-RENOUVELEES.

           MOVE SPACES TO F-RAPPORT-LIGNE.
           MOVE "MASQUER" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-NOUVELLE
                                 WS-NOUVELLE-MASQUE WS-CODE-PAN.
           STRING "CARTE " DELIMITED SIZE
                  WS-ANCIENNE-MASQUE DELIMITED SIZE
                  " COMPTE " DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  " RENOUVELEE PAR " DELIMITED SIZE
                  WS-NOUVELLE-MASQUE DELIMITED SIZE
                  " EXPIRE " DELIMITED SIZE
                  WS-NOUVELLE-EXPIR DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Compte actif et sans restriction : ni restriction KYC ni
      *> preavis de resiliation (aucune carte nouvelle), ni carence
      *> apres un changement d'adresse du client.
       CONTROLER-COMPTE.
           MOVE W-CAR-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
           EVALUATE TRUE
               WHEN WS-CODE-CPT NOT = '00'
                   MOVE "compte introuvable" TO WS-MOTIF
               WHEN NOT CPT-ACTIF
                   MOVE "compte non actif" TO WS-MOTIF
               WHEN CPT-RESTREINT-KYC
                   MOVE "restriction KYC sur le compte" TO WS-MOTIF
               WHEN CPT-EN-PREAVIS
                   MOVE "compte en preavis de resiliation" TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MOTIF = SPACES
               MOVE SPACES TO WS-ADRESSE-CARENCE
               MOVE "CARENCE" TO WS-OP
               CALL "ADRESSE-CTRL" USING WS-OP W-CPT-CLIENT
                                         WS-DATE-JOUR
                                         WS-ADRESSE-CARENCE
                                         WS-FIN-CARENCE WS-CODE-CARENCE
               IF WS-CODE-CARENCE = '57'
                   MOVE "adresse modifiee recemment (carence)"
                       TO WS-MOTIF
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> Dossier de fraude ouvert ou pris sur le compte de la carte.
       CONTROLER-FRAUDE.
           MOVE 'N' TO WS-FIN-SCAN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "FRAUDE-IO" USING WS-OP W-FRAUDE-CAS WS-CODE-FRAUDE.
           MOVE W-CPT-NUMERO TO W-FRC-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "FRAUDE-IO" USING WS-OP W-FRAUDE-CAS WS-CODE-FRAUDE.
           IF WS-CODE-FRAUDE NOT = '00'
               SET FIN-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN
               MOVE "READ-NEXT" TO WS-OP
               CALL "FRAUDE-IO" USING WS-OP W-FRAUDE-CAS
                                      WS-CODE-FRAUDE
               EVALUATE TRUE
                   WHEN WS-CODE-FRAUDE NOT = '00'
                       SET FIN-SCAN TO TRUE
                   WHEN W-FRC-CPT NOT = W-CPT-NUMERO
                       SET FIN-SCAN TO TRUE
                   WHEN FRC-OUVERT OR FRC-PRIS
                       MOVE "dossier de fraude en cours" TO WS-MOTIF
                       SET FIN-SCAN TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "FRAUDE-IO" USING WS-OP W-FRAUDE-CAS WS-CODE-FRAUDE.

      *>----------------------------------------------------------------
      *> Utilisation de la carte depuis la date d'inactivite : un
      *> mouvement du compte estampille de son numero (retrait DAB,
      *> reglement carte), ou une carte emise depuis moins longtemps.
       CONTROLER-UTILISATION.
           MOVE 'N' TO WS-UTILISEE.
           IF W-CAR-DATE-EMISSION >= WS-DATE-INACTIVITE
               SET CARTE-UTILISEE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN-SCAN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRANS.
           MOVE W-CPT-NUMERO TO W-TRN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRANS.
           IF WS-CODE-TRANS NOT = '00'
               SET FIN-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRANS
               EVALUATE TRUE
                   WHEN WS-CODE-TRANS NOT = '00'
                       SET FIN-SCAN TO TRUE
                   WHEN W-TRN-CPT NOT = W-CPT-NUMERO
                       SET FIN-SCAN TO TRUE
                   WHEN W-TRN-CARTE = WS-ANCIENNE-MASQUE
                           AND W-TRN-DATE >= WS-DATE-INACTIVITE
                       SET CARTE-UTILISEE TO TRUE
                       SET FIN-SCAN TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRANS.

      *>----------------------------------------------------------------
      *> Nouvelle carte : reprise du compte, du porteur et des
      *> plafonds de l'ancienne ; celle-ci est liee a sa remplacante.
      *> WS-NOUVELLE reste a 0 en cas d'echec.
       CREER-REMPLACANTE.
           MOVE 0 TO WS-NOUVELLE.
           MOVE WS-ANCIENNE-EXPIR TO WS-AAAAMM-CALCUL.
           MOVE CAR-MOIS-VALIDITE TO WS-NB-MOIS.
           PERFORM AJOUTER-MOIS.
           MOVE WS-AAAAMM-CALCUL TO WS-NOUVELLE-EXPIR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.

      *>   Un numero deja attribue (compteur partage) fait tirer un
      *>   nouveau numero, une seconde fois au plus. Le numero tire
      *>   est inscrit au sequestre (module PAN-CTRL) et la carte
      *>   est creee sous son jeton.
           MOVE 0 TO WS-ESSAI.
           MOVE '22' TO WS-CODE-CARTE.
           PERFORM UNTIL WS-CODE-CARTE NOT = '22' OR WS-ESSAI >= 2
               ADD 1 TO WS-ESSAI
               PERFORM ATTRIBUER-NUMERO
               MOVE "ENROLER" TO WS-OP-PAN
               CALL "PAN-CTRL" USING WS-OP-PAN WS-PAN WS-PAN-RESULTAT
                                     WS-CODE-PAN
               MOVE WS-PAN-RESULTAT    TO W-CAR-NUMERO
               MOVE WS-NOUVELLE-EXPIR  TO W-CAR-DATE-EXPIR
               SET CAR-ACTIVE TO TRUE
               MOVE WS-ANCIENNE        TO W-CAR-REMPLACE
               MOVE 0                  TO W-CAR-REMPLACANTE
               MOVE WS-DATE-JOUR       TO W-CAR-DATE-EMISSION
               MOVE 'N'                TO W-CAR-RENOUV-CONFIRME
               MOVE 0                  TO W-CAR-ENCOURS-DIFFERE
               MOVE "WRITE" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE
           END-PERFORM.
           IF WS-CODE-CARTE NOT = '00'
               MOVE "CLOSE" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CAR-NUMERO TO WS-NOUVELLE.

           MOVE WS-ANCIENNE TO W-CAR-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
           IF WS-CODE-CARTE = '00'
               MOVE WS-NOUVELLE TO W-CAR-REMPLACANTE
               MOVE 'N' TO W-CAR-RENOUV-CONFIRME
               MOVE "REWRITE" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.

      *>----------------------------------------------------------------
      *> Prefixe emetteur + 9 derniers chiffres du compteur, puis cle
      *> de Luhn : en partant de la droite, un chiffre sur deux est
      *> double (ramene a un chiffre en retranchant 9).
       ATTRIBUER-NUMERO.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           MOVE CAR-PREFIXE-EMETTEUR TO WS-PAN-PREFIXE.
           MOVE WS-COMPTEUR TO WS-PAN-SEQUENCE.
           MOVE 0 TO WS-PAN-CLE.

           MOVE 0 TO WS-LUHN-SOMME.
           MOVE 'O' TO WS-LUHN-DOUBLER.
           MOVE 15 TO WS-IDX-PAN.
           PERFORM UNTIL WS-IDX-PAN = 0
               MOVE WS-PAN-CHIFFRE(WS-IDX-PAN) TO WS-LUHN-CHIFFRE
               IF LUHN-DOUBLER
                   COMPUTE WS-LUHN-CHIFFRE = WS-LUHN-CHIFFRE * 2
                   IF WS-LUHN-CHIFFRE > 9
                       SUBTRACT 9 FROM WS-LUHN-CHIFFRE
                   END-IF
                   MOVE 'N' TO WS-LUHN-DOUBLER
               ELSE
                   MOVE 'O' TO WS-LUHN-DOUBLER
               END-IF
               ADD WS-LUHN-CHIFFRE TO WS-LUHN-SOMME
               SUBTRACT 1 FROM WS-IDX-PAN
           END-PERFORM.
           COMPUTE WS-PAN-CLE =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SOMME, 10),
                                10).

      *>----------------------------------------------------------------
       AJOUTER-MOIS.
           COMPUTE WS-RANG-MOIS = WS-CALC-ANNEE * 12
                                + WS-CALC-MOIS - 1 + WS-NB-MOIS.
           COMPUTE WS-CALC-ANNEE = WS-RANG-MOIS / 12.
           COMPUTE WS-CALC-MOIS =
                   FUNCTION MOD(WS-RANG-MOIS, 12) + 1.

      *>----------------------------------------------------------------
       ECRIRE-LIGNE-ECARTEE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "CARTE " DELIMITED SIZE
                  WS-ANCIENNE-MASQUE DELIMITED SIZE
                  " COMPTE " DELIMITED SIZE
                  W-CAR-CPT DELIMITED SIZE
                  " NON RENOUVELEE : " DELIMITED SIZE
                  WS-MOTIF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Commande au fabricant : une ligne par carte a fabriquer,
      *> livree a l'agence du compte. Seul fichier a porter le numero
      *> en clair de la nouvelle carte, a embosser ; l'ancienne n'y
      *> figure que masquee.
       ECRIRE-LIGNE-COMMANDE.
           MOVE SPACES TO F-COMMANDE-LIGNE.
           STRING WS-PAN DELIMITED SIZE
                  "," DELIMITED SIZE
                  FUNCTION TRIM(W-CAR-TITULAIRE) DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-NOUVELLE-EXPIR DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-CPT-AGENCE DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-ANCIENNE-MASQUE DELIMITED SIZE
               INTO F-COMMANDE-LIGNE.
           WRITE F-COMMANDE-LIGNE.

      *>----------------------------------------------------------------
       ECRIRE-LETTRE-RENOUVELLEMENT.
           INITIALIZE W-CLIENT.
           IF W-CPT-CLIENT NOT = 0
               MOVE W-CPT-CLIENT TO W-CLI-NUMERO
               MOVE "OPEN-IO" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               MOVE "READ" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               IF WS-CODE-CLIENT NOT = '00'
                   INITIALIZE W-CLIENT
               END-IF
           END-IF.

           MOVE SPACES TO WS-NOM-LETTRE.
           STRING "reports/RENOUV-CARTE-" DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  ".txt" DELIMITED SIZE
               INTO WS-NOM-LETTRE.
           OPEN OUTPUT F-LETTRE.
           MOVE PARAM-NOM-BANQUE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE W-CAR-TITULAIRE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE W-CLI-ADRESSE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           STRING "Le " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Objet : renouvellement de votre carte, compte "
                      DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Votre carte arrive a expiration fin " DELIMITED SIZE
                  WS-ANCIENNE-EXPIR(5:2) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-ANCIENNE-EXPIR(1:4) DELIMITED SIZE
                  "." DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Une nouvelle carte, valable jusqu'a fin "
                      DELIMITED SIZE
                  WS-NOUVELLE-EXPIR(5:2) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-NOUVELLE-EXPIR(1:4) DELIMITED SIZE
                  "," DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "est en cours de fabrication et vous sera remise par"
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "votre agence. Ses plafonds sont ceux de votre carte"
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "actuelle, qui cessera de fonctionner des la premiere"
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "utilisation de la nouvelle carte ou, au plus tard, a"
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "son expiration." TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE "Votre agence se tient a votre disposition."
               TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           CLOSE F-LETTRE.

      *>----------------------------------------------------------------
       DEPOSER-AU-SPOOL.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-SPOOL WS-CODE-SPOOL.
           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR-SPOOL TO W-SPL-ID.
           MOVE W-CPT-NUMERO      TO W-SPL-CPT.
           MOVE "RENOUV-CARTE"    TO W-SPL-TYPE-DOC.
           MOVE WS-DATE-JOUR      TO W-SPL-DATE.
           MOVE W-CPT-AGENCE      TO W-SPL-AGENCE.
           IF ENVOI-AGENCE
               MOVE 'R' TO W-SPL-MODE
           ELSE
               MOVE 'C' TO W-SPL-MODE
           END-IF.
           MOVE WS-NOM-LETTRE     TO W-SPL-FICHIER.
           SET SPL-A-IMPRIMER TO TRUE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "WRITE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "RENOUV-CARTES" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM RENOUV-CARTES.
