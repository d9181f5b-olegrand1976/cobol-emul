      *>****************************************************************
      *> Programme : RETRAIT
      *> Role      : Debiter un compte avec controle de decouvert ;
      *>             le frais a l'acte de la grille tarifaire (retrait
      *>             guichet ou DAB) est preleve ensuite (module
      *>             TARIF-FRAIS).
      *>             Au guichet, un retrait annonce par une commande
      *>             de fonds (ecran COMMANDES-FONDS) la consomme : le
      *>             montant commande est retire, la reservation du
      *>             compte levee et les billets mis de cote sortent
      *>             du coffre vers la caisse.
      *>             Le premier retrait DAB d'une carte renouvelee
      *>             desactive la carte qu'elle remplace (module
      *>             CARTE-RELAIS).
      *>             Compte du personnel : retrait refuse a
      *>             l'operateur lie au titulaire (module
      *>             PERSONNEL-CTRL).
      *>             Le numero de carte saisi au DAB est resolu en
      *>             jeton (module PAN-CTRL) ; seul son masque est
      *>             journalise sur le mouvement.
      *>             Mode degrade declare au PUPITRE : le retrait
      *>             guichet est confie au module SECOURS-GUICHET
      *>             (journal de secours, passe plus tard par
      *>             REJEU-SECOURS).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRAIT.
       COPY ATTENTE.
       COPY DECLARATION.
       COPY AML-PARAM.
       COPY PLAN-LOGEMENT.
       COPY COMMANDE-FONDS.
       COPY RESA.
       COPY BILLETAGE.
       COPY CAISSE-PARAM.

       01 WS-MONTANT            PIC S9(11)V99 COMP-3.
       01 WS-MNT-VIDE           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-NOM-RECHERCHE      PIC X(40).
       01 WS-RECH-CODE          PIC X(2).
       01 WS-CODE-DEVERROU      PIC X(2).
       01 WS-CODE-RELAIS        PIC X(2).

       01 WS-DATE-JOUR          PIC 9(8).
       01 WS-CUMUL-JOUR         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CODE-PRODUIT       PIC X(2).
       01 WS-DISPONIBLE         PIC S9(11)V99 COMP-3.
       01 WS-CODE-DISPO         PIC X(2).
       01 WS-DATE-OPERATION     PIC 9(8).
       01 WS-DECOUVERT-VIGUEUR  PIC S9(11)V99 COMP-3.
       01 WS-CODE-DECOUV        PIC X(2).
       01 WS-QUI-AGIT           PIC X(1) VALUE 'T'.
          88 AGIT-MANDATAIRE    VALUE 'M'.
       01 WS-MANDATAIRE         PIC X(20) VALUE SPACES.
       01 WS-JOUR-INTEGER       PIC S9(9) COMP.
       01 WS-FIN-CARTE          PIC X(1) VALUE 'N'.
          88 FIN-SCAN-CARTE     VALUE 'O'.
      *> Numero saisi a l'automate, resolu en jeton CARTES.dat, et
      *> masque journalise sur le mouvement (module PAN-CTRL).
       01 WS-OP-PAN             PIC X(12).
       01 WS-PAN-SAISI          PIC 9(16).
       01 WS-PAN-RESULTAT       PIC X(16).
       01 WS-CARTE-MASQUE       PIC X(16) VALUE SPACES.
       01 WS-CODE-PAN           PIC X(2).


      *> Conformite especes (registre des declarations).
       01 WS-CODE-ALERTES       PIC X(2).
       01 WS-CODE-CAISSE        PIC X(2).

      *> Compte d'un plan d'epargne logement (module PEL-CTRL) : un
      *> PEL bloque refuse le retrait, un PEL debloque est clos par
      *> le retrait apres confirmation du client.
       01 WS-OP-PEL             PIC X(12).
       01 WS-CODE-PEL           PIC X(2).
       01 WS-CLOTURE-PLAN       PIC X(1) VALUE 'N'.
          88 CLOTURE-PLAN       VALUE 'O'.
       01 WS-CONFIRME-PEL       PIC X(1) VALUE 'N'.
          88 CONFIRME-PEL       VALUE 'O' 'o'.
       01 WS-DROITS-AFF         PIC -Z(10)9.99.

      *> Frais a l'acte de la grille tarifaire (TARIFS.dat), preleve
      *> par TARIF-FRAIS une fois l'operation passee.
       01 WS-CPT-TARIF          PIC 9(8).
       01 WS-EVT-TARIF          PIC X(12).
       01 WS-FRAIS-TARIF        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-FRAIS-TARIF-AFF    PIC -Z(10)9.99.
       01 WS-CODE-TARIF         PIC X(2).

      *> Commande de fonds servie par ce retrait (0 = aucune).
       01 WS-NUM-COMMANDE       PIC 9(10) VALUE 0.
       01 WS-COMMANDE           PIC X(1) VALUE 'N'.
          88 COMMANDE-A-SERVIR  VALUE 'O'.
       01 WS-CODE-CDF           PIC X(2).
       01 WS-SENS-COFFRE        PIC X(1).
       01 WS-CODE-COFFRE        PIC X(2).
       01 WS-IDX-CDF            PIC 9(1) COMP.

      *> Compte du personnel : l'operateur lie au titulaire ne peut
      *> y saisir lui-meme l'operation (module PERSONNEL-CTRL).
       01 WS-OP-PERSONNEL       PIC X(12).
       01 WS-PRD-PERSONNEL      PIC X(4) VALUE SPACES.
       01 WS-CODE-PERSONNEL     PIC X(2).

      *> Mode degrade guichet (module SECOURS-GUICHET).
       01 WS-SENS-SECOURS       PIC X(1).
       01 WS-CODE-SECOURS       PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

      *> journee est fermee (BATCH-NUIT en cours ; cf ecran JOURNEE).
       MOVE "LIRE" TO WS-OP.
       CALL "JOURNEE-IO" USING WS-OP W-JOURNEE W-CODE-RETOUR.
      *> Mode degrade declare au PUPITRE (COMPTES.dat indisponible) :
      *> l'operation passe par le journal de secours, meme journee
      *> fermee.
       IF JRN-MODE-SECOURS
           MOVE 'R' TO WS-SENS-SECOURS
           CALL "SECOURS-GUICHET" USING WS-SENS-SECOURS LK-OPERATEUR
                                        WS-CODE-SECOURS
           EXIT PROGRAM
       END-IF.
       IF JRN-FERMEE
           DISPLAY "Refuse : la journee comptable du " W-JRN-DATE
                   " est fermee (traitement de nuit en cours)."
           EXIT PROGRAM
       END-IF.

      *> Compte du personnel : refuse a l'operateur lie au titulaire
      *> (lui-meme ou un proche declare) ; un autre guichetier doit
      *> saisir l'operation.
       MOVE "CONFLIT" TO WS-OP-PERSONNEL.
       CALL "PERSONNEL-CTRL" USING WS-OP-PERSONNEL LK-OPERATEUR
                                   W-CPT-CLIENT WS-PRD-PERSONNEL
                                   WS-CODE-PERSONNEL.
       IF WS-CODE-PERSONNEL = '58'
           DISPLAY "Refuse : compte lie a l'operateur " LK-OPERATEUR
                   " (compte du personnel)."
           DISPLAY "L'operation doit etre saisie par un autre "
                   "guichetier."
           MOVE '58' TO W-CODE-RETOUR
           PERFORM DEVERROUILLER-COMPTE
           PERFORM JOURNALISER-ECHEC
           EXIT PROGRAM
       END-IF.

      *> Qui agit : le titulaire, ou un mandataire au titre d'une
      *> procuration (verifiee plus bas une fois le montant connu).
       DISPLAY "Qui agit ? (T=titulaire / M=mandataire) : "
           EXIT PROGRAM
       END-IF.

       PERFORM CONTROLER-PLAN-LOGEMENT.
       IF NOT RC-OK
           PERFORM DEVERROUILLER-COMPTE
           PERFORM JOURNALISER-ECHEC
           EXIT PROGRAM
       END-IF.

       DISPLAY "Canal du retrait (G=guichet / D=DAB) : "
               WITH NO ADVANCING.
       ACCEPT WS-CANAL-RETRAIT.
           EXIT PROGRAM
       END-IF.

       IF WS-CANAL-RETRAIT = 'G'
           PERFORM CHARGER-COMMANDE-FONDS
           IF NOT RC-OK
               PERFORM DEVERROUILLER-COMPTE
               PERFORM JOURNALISER-ECHEC
               EXIT PROGRAM
           END-IF
       END-IF.

       DISPLAY "Solde actuel : " W-CPT-SOLDE.
       IF WS-CANAL-RETRAIT NOT = 'D'
           DISPLAY "Categorie (4 car., ENTREE si aucune) : "
           ACCEPT WS-CATEGORIE
       END-IF.

       IF COMMANDE-A-SERVIR
           MOVE W-CDF-MONTANT TO WS-MONTANT
           DISPLAY "Montant de la commande a retirer : " WS-MONTANT
       ELSE
           DISPLAY "Montant a retirer : " WITH NO ADVANCING
           ACCEPT WS-MONTANT
       END-IF.

       MOVE "MONTANT" TO WS-OP.
       CALL "VALID" USING WS-OP WS-NUM-VIDE WS-MONTANT WS-LIB-VIDE
           DISPLAY "Titulaire : " W-CPT-TITULAIRE
           DISPLAY "Montant a retirer : " WS-MONTANT
           CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                   WS-CODE-DEROGATION W-CPT-CLIENT
           IF WS-CODE-DEROGATION NOT = '00'
               DISPLAY "Retrait annule."
               PERFORM DEVERROUILLER-COMPTE
      *> diminue des reservations actives), pas sur le seul solde.
       CALL "DISPONIBLE" USING W-CPT-NUMERO W-CPT-SOLDE
                               WS-DISPONIBLE WS-CODE-DISPO.
      *> La reservation de la commande servie couvre ce retrait meme.
       IF COMMANDE-A-SERVIR AND W-CDF-RES-ID NOT = 0
           ADD W-CDF-MONTANT TO WS-DISPONIBLE
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-OPERATION.
       CALL "DECOUVERT-VIGUEUR" USING W-CPT-NUMERO
                                      WS-DATE-OPERATION
                                      W-CPT-DECOUVERT-AUTORISE
                                      WS-DECOUVERT-VIGUEUR
                                      WS-CODE-DECOUV.
       IF WS-DISPONIBLE NOT = W-CPT-SOLDE
           DISPLAY "Solde disponible (hors reservations) : "
                   WS-DISPONIBLE
       END-IF.
       IF WS-MONTANT > WS-DISPONIBLE + WS-DECOUVERT-VIGUEUR
           DISPLAY "Refuse : decouvert non autorise (disponible "
                   "insuffisant)."
           MOVE '30' TO W-CODE-RETOUR
           CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                   WS-CODE-DEROGATION W-CPT-CLIENT
           IF WS-CODE-DEROGATION NOT = '00'
               PERFORM DEVERROUILLER-COMPTE
               PERFORM JOURNALISER-ECHEC
                   "canal: " WS-CUMUL-JOUR
           MOVE '32' TO W-CODE-RETOUR
           CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                   WS-CODE-DEROGATION W-CPT-CLIENT
           IF WS-CODE-DEROGATION NOT = '00'
               PERFORM DEVERROUILLER-COMPTE
               PERFORM JOURNALISER-ECHEC
           PERFORM CONTROLER-PLAFOND-CARTE
           IF W-CODE-RETOUR = '32'
               CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                       WS-CODE-DEROGATION W-CPT-CLIENT
               IF WS-CODE-DEROGATION NOT = '00'
                   PERFORM DEVERROUILLER-COMPTE
                   PERFORM JOURNALISER-ECHEC
           DISPLAY "Refuse : regle de velocite anti-fraude depassee "
                   "sur ce compte et ce canal."
           CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                   WS-CODE-DEROGATION W-CPT-CLIENT
           IF WS-CODE-DEROGATION NOT = '00'
               PERFORM DEVERROUILLER-COMPTE
               PERFORM JOURNALISER-ECHEC
       MOVE WS-MANDATAIRE      TO W-TRN-MANDATAIRE.
       IF WS-CANAL-RETRAIT = 'D'
           MOVE "DAB " TO W-TRN-CATEGORIE
           MOVE WS-CARTE-MASQUE TO W-TRN-CARTE
           MOVE W-DAB-ID TO W-TRN-DAB
       ELSE
           MOVE WS-CATEGORIE TO W-TRN-CATEGORIE
           MOVE SPACES TO W-TRN-CARTE
           MOVE SPACES TO W-TRN-DAB
       END-IF.

           DISPLAY "Derogation superviseur : " WS-SUPERVISEUR "."
       END-IF.
       PERFORM CONTROLER-DECLARATION-AML.
       IF COMMANDE-A-SERVIR
           PERFORM SERVIR-COMMANDE-FONDS
       END-IF.
       IF WS-CANAL-RETRAIT = 'G'
           PERFORM METTRE-A-JOUR-CAISSE
       END-IF.
       IF WS-CANAL-RETRAIT = 'D' AND W-CAR-REMPLACE NOT = 0
           CALL "CARTE-RELAIS" USING W-CAR-REMPLACE WS-CODE-RELAIS
       END-IF.
       IF CLOTURE-PLAN
           PERFORM CLOTURER-PLAN-LOGEMENT
       END-IF.

       MOVE W-CPT-NUMERO TO WS-CPT-TARIF.
       IF WS-CANAL-RETRAIT = 'D'
           MOVE "RETRAIT-DAB" TO WS-EVT-TARIF
       ELSE
           MOVE "RETRAIT" TO WS-EVT-TARIF
       END-IF.
       PERFORM FACTURER-TARIF.
       SUBTRACT WS-FRAIS-TARIF FROM W-CPT-SOLDE.

       DISPLAY "Retrait effectue.".
       DISPLAY "Nouveau solde : " W-CPT-SOLDE.

      *>----------------------------------------------------------------
      *> Les regles du produit du compte (PRODUITS.dat) peuvent
      *> interdire tout retrait ; code '36' dans ce cas. Un compte
      *> hors catalogue reste regi par les regles historiques, un
      *> produit plan logement par les regles de son contrat
      *> (CONTROLER-PLAN-LOGEMENT).
       CONTROLER-PRODUIT-RETRAIT.
           MOVE '00' TO W-CODE-RETOUR.
           IF W-CPT-PRODUIT = SPACES
           MOVE "CLOSE" TO WS-OP.
           CALL "PRODUIT-IO" USING WS-OP W-PRODUIT WS-CODE-DEVERROU.
           IF WS-CODE-PRODUIT = '00' AND PRD-RETRAITS-NON
                   AND PRD-HORS-PLAN
               DISPLAY "Refuse : les retraits ne sont pas autorises "
                       "sur le produit " W-PRD-LIBELLE "."
               MOVE '36' TO W-CODE-RETOUR
           END-IF.

      *>----------------------------------------------------------------
      *> Compte d'un PEL : refus '50' (RC-ERR-PLAN-BLOQUE) avant la
      *> fin de blocage ; apres, le retrait clot le plan et le client
      *> doit le confirmer.
       CONTROLER-PLAN-LOGEMENT.
           MOVE '00' TO W-CODE-RETOUR.
           MOVE 'N' TO WS-CLOTURE-PLAN.
           MOVE "CONTROLER" TO WS-OP-PEL.
           CALL "PEL-CTRL" USING WS-OP-PEL W-CPT-NUMERO W-PLAN-LOGEMENT
                                 WS-CODE-PEL.
           EVALUATE WS-CODE-PEL
               WHEN '50'
                   DISPLAY "Refuse : plan d'epargne logement bloque "
                           "jusqu'au " W-PEL-DATE-FIN-BLOCAGE "."
                   MOVE '50' TO W-CODE-RETOUR
               WHEN '51'
                   DISPLAY "ATTENTION : tout retrait clot le plan "
                           "d'epargne logement de ce compte."
                   DISPLAY "Confirmer la cloture du plan (O/N) : "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRME-PEL
                   IF CONFIRME-PEL
                       SET CLOTURE-PLAN TO TRUE
                   ELSE
                       DISPLAY "Retrait annule."
                       MOVE '51' TO W-CODE-RETOUR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------------
       CLOTURER-PLAN-LOGEMENT.
           MOVE "CLOTURER" TO WS-OP-PEL.
           CALL "PEL-CTRL" USING WS-OP-PEL W-CPT-NUMERO W-PLAN-LOGEMENT
                                 WS-CODE-PEL.
           IF WS-CODE-PEL = '00'
               MOVE W-PEL-DROITS-ACQUIS TO WS-DROITS-AFF
               DISPLAY "Plan d'epargne logement clos ; droits a pret "
                       "conserves : " WS-DROITS-AFF
           ELSE
               DISPLAY "ATTENTION : retrait passe mais plan NON "
                       "clos (code: " WS-CODE-PEL ")."
           END-IF.

      *>----------------------------------------------------------------
      *> Un retrait DAB exige une carte du referentiel : rattachee au
      *> compte debite, active (ni bloquee ni avalee) et non expiree
      *> a la fin du mois courant. Code '35' (RC-ERR-CARTE) sinon.
       CONTROLER-CARTE-DAB.
           DISPLAY "Numero de carte (16 chiffres) : " WITH NO ADVANCING.
           ACCEPT WS-PAN-SAISI.
           MOVE "JETON" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-PAN-SAISI WS-PAN-RESULTAT
                                 WS-CODE-PAN.
           MOVE WS-PAN-RESULTAT TO W-CAR-NUMERO.
           MOVE "MASQUER" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN W-CAR-NUMERO WS-CARTE-MASQUE
                                 WS-CODE-PAN.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
               CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR
               IF RC-OK AND W-TRN-CPT = W-CPT-NUMERO
                   IF TRN-RETRAIT AND TRN-CANAL-DAB
                           AND W-TRN-CARTE = WS-CARTE-MASQUE
                       IF W-TRN-DATE = WS-DATE-JOUR
                           ADD W-TRN-MONTANT TO WS-CUMUL-CARTE-JOUR
                       END-IF
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE '00' TO W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Retrait annonce : la commande de fonds doit porter sur ce
      *> compte, etre en cours et retiree a l'agence du guichetier ;
      *> code '21' sinon.
       CHARGER-COMMANDE-FONDS.
           MOVE '00' TO W-CODE-RETOUR.
           MOVE 'N' TO WS-COMMANDE.
           DISPLAY "Commande de fonds (numero, 0 si aucune) : "
                   WITH NO ADVANCING.
           ACCEPT WS-NUM-COMMANDE.
           IF WS-NUM-COMMANDE = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NUM-COMMANDE TO W-CDF-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS WS-CODE-CDF.
           MOVE "READ" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS WS-CODE-CDF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS
                                   WS-CODE-DEVERROU.
           MOVE '21' TO W-CODE-RETOUR.
           EVALUATE TRUE
               WHEN WS-CODE-CDF NOT = '00'
                   DISPLAY "Commande de fonds introuvable."
               WHEN W-CDF-CPT NOT = W-CPT-NUMERO
                   DISPLAY "Refuse : commande passee sur un autre "
                           "compte."
               WHEN NOT CDF-COMMANDEE
                   DISPLAY "Refuse : commande deja soldee (statut "
                           W-CDF-STATUT ")."
               WHEN W-CDF-AGENCE NOT = CAISSE-AGENCE
                   DISPLAY "Refuse : fonds prepares a l'agence "
                           W-CDF-AGENCE "."
               WHEN OTHER
                   MOVE '00' TO W-CODE-RETOUR
                   SET COMMANDE-A-SERVIR TO TRUE
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Commande servie : reservation du compte levee, billets
      *> liberes puis sortis du coffre vers la caisse du guichetier,
      *> qui les remet au client (sortie de caisse ci-apres).
       SERVIR-COMMANDE-FONDS.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS WS-CODE-CDF.
           SET CDF-RETIREE TO TRUE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-CDF-DATE-FIN.
           MOVE W-TRN-ID TO W-CDF-TRN.
           MOVE "REWRITE" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS WS-CODE-CDF.
           IF WS-CODE-CDF NOT = '00'
               DISPLAY "ATTENTION : commande " W-CDF-ID " NON soldee "
                       "(code: " WS-CODE-CDF ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS WS-CODE-CDF.

           IF W-CDF-RES-ID NOT = 0
               MOVE W-CDF-RES-ID TO W-RES-ID
               MOVE "OPEN-IO" TO WS-OP
               CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-CDF
               MOVE "READ" TO WS-OP
               CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-CDF
               IF WS-CODE-CDF = '00' AND RES-ACTIVE
                   SET RES-LEVEE TO TRUE
                   MOVE "REWRITE" TO WS-OP
                   CALL "RESA-IO" USING WS-OP W-RESERVATION
                                        WS-CODE-CDF
               END-IF
               MOVE "CLOSE" TO WS-OP
               CALL "RESA-IO" USING WS-OP W-RESERVATION WS-CODE-CDF
           END-IF.

           INITIALIZE W-BILLETAGE.
           MOVE 1 TO WS-IDX-CDF.
           PERFORM UNTIL WS-IDX-CDF > 7
               MOVE W-CDF-NB-BILLETS(WS-IDX-CDF)
                   TO W-BIL-NB-BILLETS(WS-IDX-CDF)
               ADD 1 TO WS-IDX-CDF
           END-PERFORM.
           MOVE 'L' TO WS-SENS-COFFRE.
           CALL "COFFRE-MAJ" USING W-CDF-AGENCE WS-SENS-COFFRE
                                   W-BILLETAGE WS-CODE-COFFRE.
           MOVE 'S' TO WS-SENS-COFFRE.
           CALL "COFFRE-MAJ" USING W-CDF-AGENCE WS-SENS-COFFRE
                                   W-BILLETAGE WS-CODE-COFFRE.
           IF WS-CODE-COFFRE = '00'
               MOVE 'E' TO WS-SENS-CAISSE
               CALL "CAISSE-MAJ" USING LK-OPERATEUR WS-SENS-CAISSE
                                       W-CDF-MONTANT WS-CODE-CAISSE
           ELSE
               DISPLAY "ATTENTION : billets de la commande NON sortis "
                       "du coffre " W-CDF-AGENCE " (code: "
                       WS-CODE-COFFRE ") - passer le rechargement "
                       "par l'ecran CAISSE."
           END-IF.
           DISPLAY "Commande de fonds " W-CDF-ID " servie.".

      *>----------------------------------------------------------------
      *> Les especes sorties au guichet quittent la caisse theorique
      *> de l'operateur (module CAISSE-MAJ) ; une caisse non ouverte
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Frais a l'acte de l'evenement WS-EVT-TARIF sur WS-CPT-TARIF
      *> (grille tarifaire, module TARIF-FRAIS) ; WS-FRAIS-TARIF reste
      *> a zero si rien n'est facture.
       FACTURER-TARIF.
           CALL "TARIF-FRAIS" USING WS-CPT-TARIF WS-EVT-TARIF
                                    WS-FRAIS-TARIF WS-CODE-TARIF.
           IF WS-CODE-TARIF = '00'
               MOVE WS-FRAIS-TARIF TO WS-FRAIS-TARIF-AFF
               DISPLAY "Frais preleves : " WS-FRAIS-TARIF-AFF
           END-IF.

       END PROGRAM RETRAIT.
