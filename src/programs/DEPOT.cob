      *>****************************************************************
      *> Programme : DEPOT
      *> Role      : Crediter un compte et journaliser la transaction ;
      *>             le frais a l'acte de la grille tarifaire est
      *>             preleve ensuite (module TARIF-FRAIS).
      *>             Client personne politiquement exposee : au-dela
      *>             du seuil de PPE-PARAM.cpy, l'origine des fonds
      *>             est recueillie avant le credit (registre
      *>             ORIGINES-FONDS.dat), le depot refuse a defaut.
      *>             Billets presumes faux retenus par le guichetier
      *>             (module BILLETS-RETENUS) : seuls les billets
      *>             authentiques sont credites et entrent en caisse,
      *>             les billets retenus sont inscrits au registre
      *>             FAUX-BILLETS.dat avec l'identite du remettant.
      *>             Especes remises par un client occasionnel (sans
      *>             relation de compte) : piece d'identite relevee et
      *>             filtree contre la liste de sanctions avant le
      *>             credit (module CLIENT-OCCASIONNEL), personne
      *>             portee sur le mouvement et cumul glissant de ses
      *>             especes suivi tous comptes confondus.
      *>             Compte du personnel : depot refuse a l'operateur
      *>             lie au titulaire (module PERSONNEL-CTRL).
      *>             Mode degrade declare au PUPITRE : le depot est
      *>             confie au module SECOURS-GUICHET (journal de
      *>             secours, passe plus tard par REJEU-SECOURS).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOT.
       COPY AUDIT.
       COPY DECLARATION.
       COPY AML-PARAM.
       COPY CLIENT.
       COPY ORIGINE-FONDS.
       COPY PPE-PARAM.
       COPY RETENUE.
       COPY OPE-OCCAS.

       01 WS-MONTANT            PIC S9(11)V99 COMP-3.
       01 WS-MNT-VIDE           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CODE-ALERTES       PIC X(2).
       01 WS-CODE-CAISSE        PIC X(2).

      *> Origine des fonds d'un depot important de PPE, recueillie
      *> avant le credit et enregistree apres le mouvement.
       01 WS-ORIGINE-REQUISE    PIC X(1) VALUE 'N'.
          88 ORIGINE-REQUISE    VALUE 'O'.
       01 WS-CODE-ORIGINE       PIC X(2).

      *> Billets suspects retenus sur le montant remis.
       01 WS-OP-RETENUE         PIC X(12).
       01 WS-CODE-RETENUE       PIC X(2).
       01 WS-RETENU-AFF         PIC -Z(10)9.99.

      *> Remettant des especes : titulaire (ou tiers connu du compte)
      *> ou client occasionnel identifie sur sa piece.
       01 WS-REMETTANT          PIC X(1) VALUE 'T'.
          88 REMETTANT-OCCASIONNEL VALUE 'O'.
       01 WS-OP-OCCAS           PIC X(12).
       01 WS-CODE-OCCAS         PIC X(2).

      *> Frais a l'acte de la grille tarifaire (TARIFS.dat), preleve
      *> par TARIF-FRAIS une fois l'operation passee.
       01 WS-CPT-TARIF          PIC 9(8).
       01 WS-EVT-TARIF          PIC X(12).
       01 WS-FRAIS-TARIF        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-FRAIS-TARIF-AFF    PIC -Z(10)9.99.
       01 WS-CODE-TARIF         PIC X(2).

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
           MOVE 'D' TO WS-SENS-SECOURS
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

      *> Alertes non acquittees du client, presentees au guichetier
      *> (vue seule, l'operation en cours n'est pas interrompue).
       MOVE 'V' TO WS-MODE-ALERTES.
       CALL "ALERTES-GUICHET" USING W-CPT-NUMERO WS-MODE-ALERTES
                                    WS-CODE-ALERTES.

       PERFORM IDENTIFIER-REMETTANT.
       IF NOT RC-OK
           PERFORM DEVERROUILLER-COMPTE
           PERFORM JOURNALISER-ECHEC
           EXIT PROGRAM
       END-IF.

       DISPLAY "Devise de l'operation (3 car., " W-CPT-DEVISE
               " par defaut) : " WITH NO ADVANCING.
       ACCEPT WS-DEVISE.
           DISPLAY "Montant superieur au plafond autorise par "
                   "operation."
           CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                   WS-CODE-DEROGATION W-CPT-CLIENT
           IF WS-CODE-DEROGATION NOT = '00'
               DISPLAY "Depot annule."
               PERFORM DEVERROUILLER-COMPTE
           END-IF
       END-IF.

      *> Le montant saisi est celui des especes remises : les billets
      *> retenus comme suspects en sont deduits avant tout controle.
       PERFORM RETENIR-BILLETS-SUSPECTS.
       IF WS-MONTANT NOT > 0
           DISPLAY "Aucun billet authentique : rien n'est credite."
           PERFORM ENREGISTRER-BILLETS-RETENUS
           PERFORM DEVERROUILLER-COMPTE
           EXIT PROGRAM
       END-IF.

       PERFORM CONTROLER-PLAFOND-PRODUIT.
       IF NOT RC-OK
           PERFORM DEVERROUILLER-COMPTE
           EXIT PROGRAM
       END-IF.

       PERFORM CONTROLER-ORIGINE-FONDS.
       IF NOT RC-OK
           PERFORM DEVERROUILLER-COMPTE
           PERFORM JOURNALISER-ECHEC
           EXIT PROGRAM
       END-IF.

       ADD WS-MONTANT TO W-CPT-SOLDE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO W-CPT-DATE-DERN-MVT.

       MOVE W-CPT-DEVISE     TO W-TRN-DEVISE.
       MOVE WS-SUPERVISEUR   TO W-TRN-SUPERVISEUR.
       MOVE WS-CATEGORIE     TO W-TRN-CATEGORIE.
       IF REMETTANT-OCCASIONNEL
           MOVE W-OOC-PIECE  TO W-TRN-PIECE-OCCAS
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
       MOVE "CLOSE" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

       IF ORIGINE-REQUISE
           PERFORM ENREGISTRER-ORIGINE-FONDS
       END-IF.
       MOVE W-TRN-ID TO W-RTN-TRN.
       PERFORM ENREGISTRER-BILLETS-RETENUS.

       IF WS-SUPERVISEUR NOT = SPACES
           DISPLAY "Derogation superviseur : " WS-SUPERVISEUR "."
       END-IF.
       PERFORM CONTROLER-DECLARATION-AML.
       PERFORM METTRE-A-JOUR-CAISSE.
       IF REMETTANT-OCCASIONNEL
           PERFORM ENREGISTRER-OCCASIONNEL
       END-IF.

       MOVE W-CPT-NUMERO TO WS-CPT-TARIF.
       MOVE "DEPOT" TO WS-EVT-TARIF.
       PERFORM FACTURER-TARIF.
       SUBTRACT WS-FRAIS-TARIF FROM W-CPT-SOLDE.

       DISPLAY "Depot enregistre.".
       DISPLAY "Nouveau solde : " W-CPT-SOLDE.
               MOVE '36' TO W-CODE-RETOUR
           END-IF.

      *>----------------------------------------------------------------
      *> Vigilance renforcee PPE : un depot du titulaire PPE a partir
      *> du seuil exige la nature et la justification de l'origine
      *> des fonds ('53' sinon). Le client est lu sur le compte
      *> (W-CPT-CLIENT) ; un compte sans client rattache n'est pas
      *> concerne.
       CONTROLER-ORIGINE-FONDS.
           MOVE '00' TO W-CODE-RETOUR.
           MOVE 'N' TO WS-ORIGINE-REQUISE.
           IF W-CPT-CLIENT = 0 OR WS-MONTANT < PPE-SEUIL-ORIGINE-FONDS
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CPT-CLIENT TO W-CLI-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-ORIGINE.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-DEVERROU.
           IF WS-CODE-ORIGINE NOT = '00' OR NOT CLI-PPE
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE W-ORIGINE-FONDS.
           DISPLAY "Client personne politiquement exposee : origine "
                   "des fonds a recueillir.".
           DISPLAY "Nature (R revenus, E epargne, C cession d'actif, "
                   "S succession/donation, P pret, A autre) : "
                   WITH NO ADVANCING.
           ACCEPT W-ORF-NATURE.
           MOVE FUNCTION UPPER-CASE(W-ORF-NATURE) TO W-ORF-NATURE.
           DISPLAY "Justification       : " WITH NO ADVANCING.
           ACCEPT W-ORF-JUSTIFICATION.
           IF NOT ORF-NATURE-VALIDE OR W-ORF-JUSTIFICATION = SPACES
               DISPLAY "Refuse : origine des fonds non justifiee."
               MOVE '53' TO W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Justificatif produit (O/N) : " WITH NO ADVANCING.
           ACCEPT W-ORF-PIECE.
           MOVE FUNCTION UPPER-CASE(W-ORF-PIECE) TO W-ORF-PIECE.
           IF NOT ORF-PIECE-PRODUITE
               MOVE 'N' TO W-ORF-PIECE
           END-IF.
           SET ORIGINE-REQUISE TO TRUE.

      *>----------------------------------------------------------------
      *> Origine des fonds rattachee au mouvement de depot, reprise
      *> par la revue annuelle REVUE-PPE.
       ENREGISTRER-ORIGINE-FONDS.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-ORIGINE.
           MOVE WS-COMPTEUR      TO W-ORF-ID.
           MOVE W-CPT-CLIENT     TO W-ORF-CLIENT.
           MOVE W-CPT-NUMERO     TO W-ORF-CPT.
           MOVE W-TRN-ID         TO W-ORF-TRN.
           MOVE WS-DATE-AAAAMMJJ TO W-ORF-DATE.
           MOVE WS-MONTANT       TO W-ORF-MONTANT.
           MOVE W-CPT-DEVISE     TO W-ORF-DEVISE.
           MOVE LK-OPERATEUR     TO W-ORF-OPERATEUR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "ORIGINE-IO" USING WS-OP W-ORIGINE-FONDS
                                   WS-CODE-ORIGINE.
           MOVE "WRITE" TO WS-OP.
           CALL "ORIGINE-IO" USING WS-OP W-ORIGINE-FONDS
                                   WS-CODE-ORIGINE.
           IF WS-CODE-ORIGINE NOT = '00'
               DISPLAY "ATTENTION : origine des fonds NON enregistree "
                       "(code: " WS-CODE-ORIGINE ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "ORIGINE-IO" USING WS-OP W-ORIGINE-FONDS
                                   WS-CODE-ORIGINE.

      *>----------------------------------------------------------------
      *> Especes remises par un client occasionnel : piece relevee,
      *> identite saisie ou reprise du registre et filtree contre la
      *> liste de sanctions (module CLIENT-OCCASIONNEL) ; un refus
      *> ('10' piece perimee ou identite incomplete, '42' sanctions)
      *> arrete le depot.
       IDENTIFIER-REMETTANT.
           MOVE '00' TO W-CODE-RETOUR.
           INITIALIZE W-OPE-OCCAS.
           DISPLAY "Remettant (T titulaire, O client occasionnel) : "
                   WITH NO ADVANCING.
           ACCEPT WS-REMETTANT.
           MOVE FUNCTION UPPER-CASE(WS-REMETTANT) TO WS-REMETTANT.
           IF NOT REMETTANT-OCCASIONNEL
               MOVE 'T' TO WS-REMETTANT
               EXIT PARAGRAPH
           END-IF.
           MOVE "IDENTIFIER" TO WS-OP-OCCAS.
           CALL "CLIENT-OCCASIONNEL" USING WS-OP-OCCAS LK-OPERATEUR
                                           W-OPE-OCCAS WS-CODE-OCCAS.
           IF WS-CODE-OCCAS NOT = '00'
               DISPLAY "Depot refuse."
               MOVE WS-CODE-OCCAS TO W-CODE-RETOUR
           END-IF.

      *> Operation du client occasionnel inscrite apres le mouvement,
      *> pour son cumul glissant d'especes.
       ENREGISTRER-OCCASIONNEL.
           SET OOC-DEPOT TO TRUE.
           MOVE WS-MONTANT   TO W-OOC-MONTANT.
           MOVE W-CPT-NUMERO TO W-OOC-CPT.
           MOVE W-TRN-ID     TO W-OOC-TRN.
           MOVE W-CPT-AGENCE TO W-OOC-AGENCE.
           MOVE "ENREGISTRER" TO WS-OP-OCCAS.
           CALL "CLIENT-OCCASIONNEL" USING WS-OP-OCCAS LK-OPERATEUR
                                           W-OPE-OCCAS WS-CODE-OCCAS.

      *>----------------------------------------------------------------
      *> Retenue des billets presumes faux (module BILLETS-RETENUS) :
      *> le titulaire, ou le client occasionnel identifie, est
      *> propose comme remettant.
       RETENIR-BILLETS-SUSPECTS.
           INITIALIZE W-RETENUE.
           MOVE 'D'             TO W-RTN-ORIGINE.
           MOVE W-CPT-NUMERO    TO W-RTN-CPT.
           MOVE W-CPT-AGENCE    TO W-RTN-AGENCE.
           MOVE W-CPT-DEVISE    TO W-RTN-DEVISE.
           MOVE W-CPT-TITULAIRE TO W-RTN-REMETTANT.
           IF REMETTANT-OCCASIONNEL
               MOVE W-OOC-NOM   TO W-RTN-REMETTANT
           END-IF.
           MOVE "SAISIR" TO WS-OP-RETENUE.
           CALL "BILLETS-RETENUS" USING WS-OP-RETENUE LK-OPERATEUR
                                        W-RETENUE WS-CODE-RETENUE.
           IF W-RTN-NB > 0
               SUBTRACT W-RTN-TOTAL FROM WS-MONTANT
               MOVE WS-MONTANT TO WS-RETENU-AFF
               DISPLAY "Montant credite (billets authentiques) : "
                       WS-RETENU-AFF
           END-IF.

       ENREGISTRER-BILLETS-RETENUS.
           IF W-RTN-NB = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "ENREGISTRER" TO WS-OP-RETENUE.
           CALL "BILLETS-RETENUS" USING WS-OP-RETENUE LK-OPERATEUR
                                        W-RETENUE WS-CODE-RETENUE.

      *>----------------------------------------------------------------
      *> Les especes remises au guichet entrent dans la caisse
      *> theorique de l'operateur (module CAISSE-MAJ) ; une caisse
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

       END PROGRAM DEPOT.
