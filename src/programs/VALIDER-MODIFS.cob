      *>             sur COMPTES.dat) ou rejette chaque demande. Le
      *>             demandeur et le superviseur sont journalises via
      *>             AUDIT-IO. Types appliques :
      *>             - DECOUVERT : contrat d'autorisation du compte
      *>               (DECOUVERTS.dat, periode d'effet de la demande,
      *>               superviseur approbateur), limite du compte
      *>               relevee des la date d'effet atteinte ;
      *>             - COTITULAIRES, CLOTURE, ANONYMISER (valeurs de
      *>               purge d'ANON-PARAM.cpy) : mise a jour directe
      *>               du compte ; la cloture et le changement de
      *>               cotitulaires sont declares au fichier FICOBA
      *>               (FICOBA-DECLARER) ; une cloture n'est
      *>               appliquee que si le solde est toujours nul et
      *>               qu'aucun coffre-fort loue sur le compte n'est
      *>               en cours (module COFFRE-CTRL) ;
      *>             - ARRONDI (destination de l'arrondi d'epargne)
      *>               et SIGNATURES (regle ET/OU du compte joint et
      *>               son seuil) : mise a jour directe du compte ;
      *>             - DESTR-ARCH : destruction certifiee d'une annee
      *>               d'archive, executee par ARCHIVE-DESTR-EXEC ;
      *>             - MIGR-AGENCE : migration du portefeuille d'une
      *>               agence, executee par MIGRATION-EXEC ;
      *>             - OFFRE : souscription, changement ou resiliation
      *>               de l'offre groupee du compte (SOUSCRIPTIONS.dat,
      *>               superviseur approbateur) ;
      *>             - GESTE : remboursement d'un frais au-dela du
      *>               plafond du role ou du budget gestes de
      *>               l'agence, execute par GESTE-EXEC ;
      *>             - OUVRIR-PPE / LEVER-PPE : ouverture du compte
      *>               d'une personne politiquement exposee (compte
      *>               active et declare au FICOBA, ou clos sur refus)
      *>               et levee du statut PPE du client ; les deux
      *>               decisions sont reservees a la direction
      *>               (habilitation VALID-PPE) ;
      *>             - RESILIATION : mise en preavis du compte a
      *>               l'initiative de la banque, la lettre et la
      *>               cloture a l'echeance etant conduites par le
      *>               batch RESILIATIONS ;
      *>             - FUSION-CLI : fusion de deux fiches clients en
      *>               doublon, executee par FUSION-EXEC (comptes et
      *>               reclamations re-pointes, numero absorbe garde
      *>               comme alias du survivant).
      *>             Le superviseur lie au titulaire du compte vise
      *>             (compte du personnel, module PERSONNEL-CTRL) ne
      *>             peut pas trancher la demande.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDER-MODIFS.
       COPY OPERATEUR.
       COPY AUDIT.
       COPY ANON-PARAM.
       COPY DECOUVERT.
       COPY DECOUV-PARAM.
       COPY SOUSCRIPTION.
       COPY OFFRE.
       COPY VIR-SORTANT.
       COPY TRANSACT.
       COPY CLIENT.
       COPY LOC-COFFRE.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-MIGR-SOURCE        PIC X(4).
       01 WS-MIGR-CIBLE         PIC X(4).
       01 WS-CODE-MIGR          PIC X(2).
       01 WS-FUSION-ABSORBE     PIC 9(8).
       01 WS-FUSION-SURVIVANT   PIC 9(8).
       01 WS-CODE-FUSION        PIC X(2).
       01 WS-TYPE-DEBIT-ET      PIC X(1).
       01 WS-DEST-DEBIT-ET      PIC 9(8).
       01 WS-NOM-CONFIRMANT     PIC X(20).
       01 WS-CODE-DEBIT-ET      PIC X(2).
       01 WS-CODE-RACHAT        PIC X(2).

      *> Geste commercial (type GESTE) : frais d'origine en
      *> W-ATT-APRES(1:10), motif en (11:4).
       01 WS-GESTE-ORIGINE      PIC 9(10).
       01 WS-GESTE-MOTIF        PIC X(4).
       01 WS-CODE-GESTE         PIC X(2).

      *> Revue conformite des virements suspendus par le filtrage
      *> sanctions (type SANCT-VSO).
       01 WS-VSO-REVUE          PIC 9(10).
       01 WS-CODE-VSO           PIC X(2).
       01 WS-DATE-COMPLETE      PIC X(21).

      *> Contrat d'autorisation de decouvert (type DECOUVERT) :
      *> periode d'effet lue dans W-ATT-APRES (cf MODIFIER-COMPTE).
       01 WS-DATE-JOUR          PIC 9(8).
       01 WS-DEC-DEBUT          PIC 9(8).
       01 WS-DEC-FIN            PIC 9(8).
       01 WS-CODE-DEC           PIC X(2).
       01 WS-CODE-LECT-DEC      PIC X(2).
       01 WS-PERIODE-DEC        PIC X(1).
          88 PERIODE-DEC-VALIDE VALUE 'O'.

      *> Offre groupee (type OFFRE) : code de l'offre dans
      *> W-ATT-APRES(1:4), SPACES pour une resiliation.
       01 WS-OFFRE-DEMANDEE     PIC X(4).
       01 WS-CODE-SOU           PIC X(2).
       01 WS-CODE-LECT-SOU      PIC X(2).
       01 WS-CODE-OFR           PIC X(2).
       01 WS-IDX-CONSO          PIC 9(1) COMP.

       01 WS-NB-COTIT-TXT       PIC X(1).
       01 WS-NOM-COTIT          PIC X(20) OCCURS 3 TIMES.
       01 WS-ROLE-COTIT         PIC X(1) OCCURS 3 TIMES.
       01 WS-IDX-COTIT          PIC 9(1) COMP.

      *> Personne politiquement exposee (OUVRIR-PPE, LEVER-PPE) :
      *> decision reservee a l'habilitation VALID-PPE.
       01 WS-FONCTION-PPE       PIC X(12) VALUE "VALID-PPE".
       01 WS-CODE-AUTORISE      PIC X(2).
       01 WS-CODE-CLI           PIC X(2).

       01 WS-NATURE-FICOBA      PIC X(1).
       01 WS-ORIGINE-FICOBA     PIC X(12).
       01 WS-CODE-FICOBA        PIC X(2).
       01 WS-CODE-COFFRE        PIC X(2).

      *> Compte du personnel : le superviseur lie au titulaire ne
      *> tranche pas la demande (module PERSONNEL-CTRL).
       01 WS-OP-PERSONNEL       PIC X(12).
       01 WS-PRD-PERSONNEL      PIC X(4) VALUE SPACES.
       01 WS-CODE-PERSONNEL     PIC X(2).
       01 WS-CODE-LECT-CPT      PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
               PERFORM FERMER-ATTENTE
               EXIT PARAGRAPH
           END-IF.
           IF W-ATT-CPT NOT = 0
               MOVE W-ATT-CPT TO W-CPT-NUMERO
               MOVE "READ" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECT-CPT
               IF WS-CODE-LECT-CPT = '00'
                   MOVE "CONFLIT" TO WS-OP-PERSONNEL
                   CALL "PERSONNEL-CTRL" USING WS-OP-PERSONNEL W-OPE-ID
                                               W-CPT-CLIENT
                                               WS-PRD-PERSONNEL
                                               WS-CODE-PERSONNEL
                   IF WS-CODE-PERSONNEL = '58'
                       DISPLAY "Refuse : compte lie a l'operateur "
                               W-OPE-ID " (compte du personnel) ; "
                               "a faire valider par un autre "
                               "superviseur."
                       PERFORM FERMER-ATTENTE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

      *>   Personne politiquement exposee : accord ou refus de la
      *>   direction seulement.
           IF W-ATT-TYPE = "OUVRIR-PPE" OR W-ATT-TYPE = "LEVER-PPE"
               CALL "AUTORISER" USING W-OPE-ID W-OPE-ROLE
                                      WS-FONCTION-PPE
                                      WS-CODE-AUTORISE
               IF WS-CODE-AUTORISE NOT = '00'
                   DISPLAY "Refuse : decision reservee a la "
                           "direction (habilitation VALID-PPE)."
                   PERFORM FERMER-ATTENTE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Demande " W-ATT-ID " compte " W-ATT-CPT " ("
                   W-ATT-TYPE ") par " W-ATT-OPERATEUR ".".
                   IF W-ATT-TYPE = "SANCT-VSO"
                       PERFORM BLOQUER-VIREMENT-SANCTION
                   END-IF
      *>           Le refus d'ouverture d'un compte de PPE le clot.
                   IF W-ATT-TYPE = "OUVRIR-PPE"
                       PERFORM REFUSER-OUVERTURE-PPE
                   END-IF
                   SET ATT-REJETEE TO TRUE
                   MOVE W-OPE-ID TO W-ATT-SUPERVISEUR
                   MOVE "REWRITE" TO WS-OP
               PERFORM APPLIQUER-MIGR-AGENCE
               EXIT PARAGRAPH
           END-IF.
      *>   Fusion de fiches clients : aucun compte unique a toucher,
      *>   l'execution complete est portee par FUSION-EXEC (une
      *>   entree d'audit par compte re-pointe).
           IF W-ATT-TYPE = "FUSION-CLI"
               PERFORM APPLIQUER-FUSION-CLI
               EXIT PARAGRAPH
           END-IF.
      *>   Debit de compte joint en mode ET : l'approbation exige la
      *>   confirmation nominative d'un second titulaire, l'execution
      *>   complete (debit, credit ou file sortante, journal) etant
               PERFORM LIBERER-REVUE-SANCTION
               EXIT PARAGRAPH
           END-IF.
      *>   Offre groupee : seule la souscription du compte est tenue,
      *>   COMPTES.dat n'est pas touche.
           IF W-ATT-TYPE = "OFFRE"
               PERFORM APPLIQUER-OFFRE
               EXIT PARAGRAPH
           END-IF.
      *>   Geste commercial : credit et imputation budgetaire portes
      *>   par GESTE-EXEC.
           IF W-ATT-TYPE = "GESTE"
               PERFORM APPLIQUER-GESTE
               EXIT PARAGRAPH
           END-IF.
      *>   Levee du statut PPE : seule la fiche client est touchee.
           IF W-ATT-TYPE = "LEVER-PPE"
               PERFORM APPLIQUER-LEVEE-PPE
               EXIT PARAGRAPH
           END-IF.
           MOVE W-ATT-CPT TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

           EVALUATE W-ATT-TYPE
               WHEN "DECOUVERT"
                   PERFORM PREPARER-DECOUVERT
                   IF NOT PERIODE-DEC-VALIDE
                       PERFORM DEVERROUILLER-COMPTE
                       EXIT PARAGRAPH
                   END-IF

               WHEN "COTITULAIRES"
                   PERFORM APPLIQUER-COTITULAIRES
                       PERFORM DEVERROUILLER-COMPTE
                       EXIT PARAGRAPH
                   END-IF
                   CALL "COFFRE-CTRL" USING W-CPT-NUMERO
                                            W-LOCATION-COFFRE
                                            WS-CODE-COFFRE
                   IF WS-CODE-COFFRE = '54'
                       DISPLAY "Refuse : coffre-fort " W-LCF-AGENCE
                               "-" W-LCF-COFFRE " loue sur ce compte "
                               "non restitue, demande inapplicable."
                       PERFORM DEVERROUILLER-COMPTE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'C' TO W-CPT-STATUT
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO W-CPT-DATE-CLOTURE

      *>       Resiliation a l'initiative de la banque : le compte
      *>       passe en preavis, la lettre et la cloture a l'echeance
      *>       sont conduites par le batch RESILIATIONS (motif dans
      *>       W-ATT-APRES).
               WHEN "RESILIATION"
                   IF NOT CPT-ACTIF OR NOT RESIL-AUCUNE
                       DISPLAY "Refuse : le compte n'est plus actif "
                               "ou deja en resiliation."
                       PERFORM DEVERROUILLER-COMPTE
                       EXIT PARAGRAPH
                   END-IF
                   SET RESIL-PREAVIS-A-EMETTRE TO TRUE
                   MOVE W-ATT-APRES(1:40) TO W-CPT-MOTIF-RESILIATION
                   MOVE 0 TO W-CPT-DATE-PREAVIS
                   MOVE 0 TO W-CPT-DATE-RESILIATION

               WHEN "ANONYMISER"
                   MOVE ANON-TITULAIRE-PURGE TO W-CPT-TITULAIRE
                   MOVE ANON-PIECE-PURGE     TO W-CPT-PIECE-IDENTITE

      *>       Ouverture du compte d'une PPE : le compte ouvre a la
      *>       date de l'accord.
               WHEN "OUVRIR-PPE"
                   IF NOT CPT-A-VALIDER
                       DISPLAY "Refuse : le compte n'est plus en "
                               "attente d'ouverture."
                       PERFORM DEVERROUILLER-COMPTE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'A' TO W-CPT-STATUT
                   MOVE FUNCTION CURRENT-DATE(1:8) TO W-CPT-DATE-OUV

               WHEN OTHER
                   DISPLAY "Type de demande inconnu : inapplicable."
                   PERFORM DEVERROUILLER-COMPTE
               EXIT PARAGRAPH
           END-IF.

           IF W-ATT-TYPE = "DECOUVERT"
               PERFORM ENREGISTRER-CONTRAT-DECOUVERT
           END-IF.

           EVALUATE W-ATT-TYPE
               WHEN "CLOTURE"
                   MOVE 'C' TO WS-NATURE-FICOBA
                   PERFORM DECLARER-FICOBA
               WHEN "OUVRIR-PPE"
                   MOVE 'O' TO WS-NATURE-FICOBA
                   PERFORM DECLARER-FICOBA
               WHEN "COTITULAIRES"
                   MOVE 'M' TO WS-NATURE-FICOBA
                   PERFORM DECLARER-FICOBA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           SET ATT-APPROUVEE TO TRUE.
           MOVE W-OPE-ID TO W-ATT-SUPERVISEUR.
           MOVE "REWRITE" TO WS-OP.
           PERFORM JOURNALISER-DECISION.
           DISPLAY "Demande " W-ATT-ID " approuvee et appliquee.".

      *>----------------------------------------------------------------
      *> Decouvert : un montant nul resilie le contrat en cours ; un
      *> montant accorde n'est applique au compte qu'a partir de sa
      *> date d'effet (l'etape ECHEANCES-DECOUVERT le mettra en
      *> vigueur sinon). Une demande sans periode d'effet est
      *> inapplicable : elle est a rejeter et a redeposer.
       PREPARER-DECOUVERT.
           MOVE 'N' TO WS-PERIODE-DEC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           IF W-ATT-MONTANT = 0
               MOVE 0 TO W-CPT-DECOUVERT-AUTORISE
               SET PERIODE-DEC-VALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF W-ATT-APRES(26:4) NOT = " DU "
              OR W-ATT-APRES(30:8) NOT NUMERIC
              OR W-ATT-APRES(42:8) NOT NUMERIC
               DISPLAY "Demande sans periode d'effet : inapplicable, "
                       "a rejeter et redeposer."
               EXIT PARAGRAPH
           END-IF.
           MOVE W-ATT-APRES(30:8) TO WS-DEC-DEBUT.
           MOVE W-ATT-APRES(42:8) TO WS-DEC-FIN.
           IF WS-DEC-FIN < WS-DATE-JOUR
               DISPLAY "Echeance du decouvert demande depassee : "
                       "demande inapplicable."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEC-DEBUT NOT > WS-DATE-JOUR
               MOVE W-ATT-MONTANT TO W-CPT-DECOUVERT-AUTORISE
           END-IF.
           SET PERIODE-DEC-VALIDE TO TRUE.

      *>----------------------------------------------------------------
      *> Contrat d'autorisation du compte : remplace par le nouvel
      *> octroi (superviseur approbateur), ou resilie sur un montant
      *> nul.
       ENREGISTRER-CONTRAT-DECOUVERT.
           MOVE W-ATT-CPT TO W-DEC-CPT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DECOUV-IO" USING WS-OP W-DECOUVERT WS-CODE-DEC.
           MOVE "READ" TO WS-OP.
           CALL "DECOUV-IO" USING WS-OP W-DECOUVERT WS-CODE-LECT-DEC.
           MOVE '00' TO WS-CODE-DEC.

           IF W-ATT-MONTANT = 0
               IF WS-CODE-LECT-DEC = '00' AND DEC-ACTIF
                   SET DEC-RESILIE TO TRUE
                   MOVE WS-DATE-JOUR TO W-DEC-DATE-RETOUR
                   MOVE "REWRITE" TO WS-OP
                   CALL "DECOUV-IO" USING WS-OP W-DECOUVERT WS-CODE-DEC
               END-IF
           ELSE
               INITIALIZE W-DECOUVERT
               MOVE W-ATT-CPT       TO W-DEC-CPT
               MOVE W-ATT-MONTANT   TO W-DEC-MONTANT
               MOVE DEC-NIVEAU-BASE TO W-DEC-MONTANT-BASE
               MOVE WS-DEC-DEBUT    TO W-DEC-DATE-DEBUT
               MOVE WS-DEC-FIN      TO W-DEC-DATE-FIN
               MOVE WS-DATE-JOUR    TO W-DEC-DATE-OCTROI
               MOVE W-ATT-OPERATEUR TO W-DEC-DEMANDEUR
               MOVE W-OPE-ID        TO W-DEC-APPROBATEUR
               MOVE W-ATT-ID        TO W-DEC-ATT-ID
               SET DEC-ACTIF TO TRUE
               IF WS-CODE-LECT-DEC = '00'
                   MOVE "REWRITE" TO WS-OP
               ELSE
                   MOVE "WRITE" TO WS-OP
               END-IF
               CALL "DECOUV-IO" USING WS-OP W-DECOUVERT WS-CODE-DEC
           END-IF.

           IF WS-CODE-DEC NOT = '00'
               DISPLAY "ATTENTION : decouvert applique au compte mais "
                       "contrat NON enregistre (code: " WS-CODE-DEC
                       ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "DECOUV-IO" USING WS-OP W-DECOUVERT WS-CODE-LECT-DEC.

      *>----------------------------------------------------------------
      *> Les codes agence source et cible voyagent dans W-ATT-APRES
      *> (MIGR-AGENCE).
           PERFORM JOURNALISER-DECISION.
           DISPLAY "Demande " W-ATT-ID " approuvee et appliquee.".

      *>----------------------------------------------------------------
      *> Les numeros absorbe et survivant voyagent dans W-ATT-APRES
      *> (FUSION-CLI). Une fusion refusee par FUSION-EXEC (fiche
      *> disparue ou deja fusionnee) laisse la demande en file, a
      *> rejeter ; une table saturee se relance en approuvant de
      *> nouveau.
       APPLIQUER-FUSION-CLI.
           MOVE W-ATT-APRES(1:8) TO WS-FUSION-ABSORBE.
           MOVE W-ATT-APRES(9:8) TO WS-FUSION-SURVIVANT.
           CALL "FUSION-EXEC" USING WS-FUSION-ABSORBE
                                    WS-FUSION-SURVIVANT
                                    W-ATT-OPERATEUR W-OPE-ID
                                    WS-CODE-FUSION.
           IF WS-CODE-FUSION NOT = '00'
               DISPLAY "Fusion non aboutie (code: " WS-CODE-FUSION
                       ") : demande inchangee."
               EXIT PARAGRAPH
           END-IF.

           SET ATT-APPROUVEE TO TRUE.
           MOVE W-OPE-ID TO W-ATT-SUPERVISEUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.
           PERFORM JOURNALISER-DECISION.
           DISPLAY "Demande " W-ATT-ID " approuvee et appliquee.".

      *>----------------------------------------------------------------
      *> Debit ET : le type ('R'/'V') voyage dans W-ATT-APRES(1:1) et
      *> la destination dans W-ATT-APRES(2:8) ; le second titulaire
           PERFORM JOURNALISER-DECISION.
           DISPLAY "Demande " W-ATT-ID " approuvee et appliquee.".

      *>----------------------------------------------------------------
      *> Offre groupee : un code d'offre souscrit ou remplace l'offre
      *> du compte (consommation du mois remise a zero, mois deja
      *> facture et valeurs des services inclus conserves) ; SPACES
      *> resilie la souscription en cours. L'offre doit etre encore
      *> active au catalogue.
       APPLIQUER-OFFRE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE W-ATT-APRES(1:4) TO WS-OFFRE-DEMANDEE.
           IF WS-OFFRE-DEMANDEE NOT = SPACES
               MOVE WS-OFFRE-DEMANDEE TO W-OFR-CODE
               MOVE "READ" TO WS-OP
               CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-OFR
               MOVE "CLOSE" TO WS-OP
               CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-LECT-SOU
               IF WS-CODE-OFR NOT = '00' OR NOT OFR-ACTIVE
                   DISPLAY "Offre inconnue ou suspendue : demande "
                           "inapplicable."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE W-ATT-CPT TO W-SOU-CPT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU.
           MOVE "READ" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-LECT-SOU.
           MOVE '00' TO WS-CODE-SOU.

           IF WS-OFFRE-DEMANDEE = SPACES
               IF WS-CODE-LECT-SOU NOT = '00' OR NOT SOU-ACTIVE
                   DISPLAY "Aucune offre en cours : demande "
                           "inapplicable."
                   MOVE "CLOSE" TO WS-OP
                   CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION
                                          WS-CODE-LECT-SOU
                   EXIT PARAGRAPH
               END-IF
               SET SOU-RESILIEE TO TRUE
               MOVE WS-DATE-JOUR TO W-SOU-DATE-FIN
               MOVE W-ATT-ID TO W-SOU-ATT-ID
               MOVE "REWRITE" TO WS-OP
               CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU
           ELSE
               IF WS-CODE-LECT-SOU NOT = '00'
                   INITIALIZE W-SOUSCRIPTION
                   MOVE W-ATT-CPT TO W-SOU-CPT
               END-IF
               MOVE WS-OFFRE-DEMANDEE TO W-SOU-OFFRE
               MOVE WS-DATE-JOUR      TO W-SOU-DATE-DEBUT
               MOVE 0                 TO W-SOU-DATE-FIN
               MOVE W-ATT-OPERATEUR   TO W-SOU-DEMANDEUR
               MOVE W-OPE-ID          TO W-SOU-APPROBATEUR
               MOVE W-ATT-ID          TO W-SOU-ATT-ID
               SET SOU-ACTIVE TO TRUE
               MOVE 1 TO WS-IDX-CONSO
               PERFORM UNTIL WS-IDX-CONSO > 5
                   MOVE 0 TO W-SOU-CONSO(WS-IDX-CONSO)
                   ADD 1 TO WS-IDX-CONSO
               END-PERFORM
               IF WS-CODE-LECT-SOU = '00'
                   MOVE "REWRITE" TO WS-OP
               ELSE
                   MOVE "WRITE" TO WS-OP
               END-IF
               CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-SOU
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "SOUSCR-IO" USING WS-OP W-SOUSCRIPTION WS-CODE-LECT-SOU.
           IF WS-CODE-SOU NOT = '00'
               DISPLAY "Echec de l'application (code: " WS-CODE-SOU
                       ")."
               EXIT PARAGRAPH
           END-IF.

           SET ATT-APPROUVEE TO TRUE.
           MOVE W-OPE-ID TO W-ATT-SUPERVISEUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.
           PERFORM JOURNALISER-DECISION.
           DISPLAY "Demande " W-ATT-ID " approuvee et appliquee.".

      *>----------------------------------------------------------------
      *> L'identifiant du depot voyage dans W-ATT-APRES (RACHAT-DAT).
       APPLIQUER-RACHAT-DAT.
           PERFORM JOURNALISER-DECISION.
           DISPLAY "Demande " W-ATT-ID " approuvee et appliquee.".

      *>----------------------------------------------------------------
       APPLIQUER-GESTE.
           MOVE W-ATT-APRES(1:10) TO WS-GESTE-ORIGINE.
           MOVE W-ATT-APRES(11:4) TO WS-GESTE-MOTIF.
           CALL "GESTE-EXEC" USING WS-GESTE-ORIGINE W-ATT-MONTANT
                                   WS-GESTE-MOTIF W-ATT-OPERATEUR
                                   W-OPE-ID WS-CODE-GESTE.
           IF WS-CODE-GESTE NOT = '00'
               DISPLAY "Echec du remboursement (code: " WS-CODE-GESTE
                       ") : demande inchangee."
               EXIT PARAGRAPH
           END-IF.

           SET ATT-APPROUVEE TO TRUE.
           MOVE W-OPE-ID TO W-ATT-SUPERVISEUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.
           PERFORM JOURNALISER-DECISION.
           DISPLAY "Demande " W-ATT-ID " approuvee et appliquee.".

      *>----------------------------------------------------------------
      *> Liberation d'une revue sanctions : pour un SANCT-VSO, le
      *> virement suspendu repart en attente d'emission ('A') ; une
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Refus d'ouverture d'un compte de PPE : le compte, jamais
      *> ouvert, est clos sans declaration FICOBA.
       REFUSER-OUVERTURE-PPE.
           MOVE W-ATT-CPT TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-A-VALIDER
               PERFORM DEVERROUILLER-COMPTE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO W-CPT-STATUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-CPT-DATE-CLOTURE.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF RC-OK
               DISPLAY "Compte " W-CPT-NUMERO " clos sans ouverture."
           END-IF.

      *>----------------------------------------------------------------
      *> Levee du statut PPE du client (numero en W-ATT-APRES(1:8)) :
      *> categorie et fonction restent sur la fiche pour memoire, la
      *> revue annuelle cesse.
       APPLIQUER-LEVEE-PPE.
           MOVE W-ATT-APRES(1:8) TO W-CLI-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI.
           IF WS-CODE-CLI NOT = '00'
               DISPLAY "Client introuvable : demande inapplicable."
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO W-CLI-PPE.
           MOVE 0 TO W-CLI-PPE-DATE-REVUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLI.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF WS-CODE-CLI NOT = '00'
               DISPLAY "Echec de l'application (code: "
                       WS-CODE-CLI ")."
               EXIT PARAGRAPH
           END-IF.

           SET ATT-APPROUVEE TO TRUE.
           MOVE W-OPE-ID TO W-ATT-SUPERVISEUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE W-CODE-RETOUR.
           PERFORM JOURNALISER-DECISION.
           DISPLAY "Statut PPE du client " W-CLI-NUMERO " leve.".

      *>----------------------------------------------------------------
       APPLIQUER-COTITULAIRES.
           MOVE SPACES TO WS-NOM-COTIT(1) WS-NOM-COTIT(2)
               ADD 1 TO WS-IDX-COTIT
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Declaration de l'evenement au fichier FICOBA (module
      *> FICOBA-DECLARER), emise par l'etape de nuit EXPORT-FICOBA.
       DECLARER-FICOBA.
           MOVE "VALIDER-MOD" TO WS-ORIGINE-FICOBA.
           CALL "FICOBA-DECLARER" USING WS-NATURE-FICOBA W-COMPTE
                                        WS-ORIGINE-FICOBA
                                        WS-CODE-FICOBA.
           IF WS-CODE-FICOBA NOT = '00'
               DISPLAY "ATTENTION : declaration FICOBA non "
                       "enregistree (code: " WS-CODE-FICOBA ")."
           END-IF.

      *>----------------------------------------------------------------
       JOURNALISER-DECISION.
           MOVE "NEXT" TO WS-OP.
