      *>               sur le decouvert) vers le compte interne de
      *>               sequestre, numero de serie tire de la plage
      *>               propre (CHQBANQUE-PARAM.cpy), titre imprime
      *>               dans reports/ et inscrit au registre, puis
      *>               frais a l'acte de la grille tarifaire preleve
      *>               (module TARIF-FRAIS) ; un client occasionnel
      *>               (sans compte) peut payer le titre en especes :
      *>               identite relevee et filtree (module
      *>               CLIENT-OCCASIONNEL), especes en caisse et
      *>               sequestre credite directement ;
      *>             - (L)ister les titres d'un compte ;
      *>             - (A)nnuler un titre rendu non utilise, sous
      *>               validation superviseur : le sequestre re-credite
      *>               le client et le titre passe au statut 'A'
      *>               (rembourse en especes s'il a ete paye ainsi).
      *>             Le reglement d'un titre presente en compensation
      *>             est porte par COMPENSER-CHEQUES (tireur = compte
      *>             de sequestre, controle contre ce registre).
       COPY CHQBANQUE-PARAM.
       COPY COMPTE.
       COPY TRANSACT.
       COPY OPE-OCCAS.
       COPY OPERATEUR.
       COPY AUDIT.
       COPY JOURNEE.
          88 SUPERVISEUR-OK     VALUE 'O'.
       01 WS-MOTIF-AUDIT        PIC X(40).

      *> Titre paye en especes par un client occasionnel.
       01 WS-PAIEMENT           PIC X(1) VALUE 'C'.
          88 PAIEMENT-ESPECES   VALUE 'E'.
       01 WS-OP-OCCAS           PIC X(12).
       01 WS-CODE-OCCAS         PIC X(2).
       01 WS-SENS-CAISSE        PIC X(1).
       01 WS-CODE-CAISSE        PIC X(2).

      *> Frais a l'acte de la grille tarifaire (TARIFS.dat), preleve
      *> par TARIF-FRAIS une fois l'operation passee.
       01 WS-CPT-TARIF          PIC 9(8).
       01 WS-EVT-TARIF          PIC X(12).
       01 WS-FRAIS-TARIF        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-FRAIS-TARIF-AFF    PIC -Z(10)9.99.
       01 WS-CODE-TARIF         PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).


      *>----------------------------------------------------------------
       EMETTRE-TITRE.
           DISPLAY "Paiement (C compte client, E especes par client "
                   "occasionnel) : " WITH NO ADVANCING.
           ACCEPT WS-PAIEMENT.
           MOVE FUNCTION UPPER-CASE(WS-PAIEMENT) TO WS-PAIEMENT.
           IF PAIEMENT-ESPECES
               PERFORM EMETTRE-TITRE-ESPECES
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Compte du client      : " WITH NO ADVANCING.
           ACCEPT WS-CPT-CLIENT.


           MOVE WS-SERIE-SUIVANTE TO W-CDB-SERIE.
           MOVE WS-CPT-CLIENT     TO W-CDB-CPT-CLIENT.
           MOVE SPACES            TO W-CDB-PIECE-REMETTANT.
           PERFORM INSCRIRE-TITRE.
           MOVE WS-CPT-CLIENT TO WS-CPT-TARIF.
           MOVE "CHQ-BANQUE" TO WS-EVT-TARIF.
           PERFORM FACTURER-TARIF.

      *>----------------------------------------------------------------
      *> Titre inscrit au registre puis imprime.
       INSCRIRE-TITRE.
           MOVE WS-DATE-JOUR      TO W-CDB-DATE-EMISSION.
           SET CDB-EMIS TO TRUE.
           MOVE 0 TO W-CDB-DATE-REGLEMENT.
           DISPLAY "Cheque de banque " W-CDB-SERIE " emis ("
                   WS-MNT-AFF ") : " WS-NOM-TITRE.

      *>----------------------------------------------------------------
      *> Titre paye en especes par un client occasionnel : la piece
      *> est relevee et filtree avant tout mouvement ; les especes
      *> entrent en caisse et creditent directement le sequestre
      *> (mouvement de depot portant la piece), le titre n'a pas de
      *> compte client. Aucun frais a l'acte : la grille tarifaire
      *> se preleve sur un compte.
       EMETTRE-TITRE-ESPECES.
           INITIALIZE W-OPE-OCCAS.
           MOVE "IDENTIFIER" TO WS-OP-OCCAS.
           CALL "CLIENT-OCCASIONNEL" USING WS-OP-OCCAS LK-OPERATEUR
                                           W-OPE-OCCAS WS-CODE-OCCAS.
           IF WS-CODE-OCCAS NOT = '00'
               DISPLAY "Emission refusee."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Beneficiaire du titre : " WITH NO ADVANCING.
           ACCEPT W-CDB-BENEFICIAIRE.
           DISPLAY "Montant remis         : " WITH NO ADVANCING.
           ACCEPT W-CDB-MONTANT.
           IF W-CDB-MONTANT NOT > 0
               DISPLAY "Montant invalide."
               EXIT PARAGRAPH
           END-IF.

           PERFORM DETERMINER-SERIE.
           PERFORM CREDITER-SEQUESTRE.
           PERFORM JOURNALISER-EMISSION-ESPECES.

           MOVE 'E' TO WS-SENS-CAISSE.
           CALL "CAISSE-MAJ" USING LK-OPERATEUR WS-SENS-CAISSE
                                   W-CDB-MONTANT WS-CODE-CAISSE.
           IF WS-CODE-CAISSE = '21'
               DISPLAY "ATTENTION : pas de caisse ouverte pour "
                       LK-OPERATEUR " - theorique non mis a jour."
           END-IF.

           MOVE WS-SERIE-SUIVANTE TO W-CDB-SERIE.
           MOVE 0                 TO W-CDB-CPT-CLIENT.
           MOVE W-OOC-PIECE       TO W-CDB-PIECE-REMETTANT.
           PERFORM INSCRIRE-TITRE.

           SET OOC-CHQ-BANQUE TO TRUE.
           MOVE W-CDB-MONTANT           TO W-OOC-MONTANT.
           MOVE CHQBANQUE-CPT-SEQUESTRE TO W-OOC-CPT.
           MOVE W-TRN-ID                TO W-OOC-TRN.
           MOVE CHQBANQUE-AGENCE        TO W-OOC-AGENCE.
           MOVE "ENREGISTRER" TO WS-OP-OCCAS.
           CALL "CLIENT-OCCASIONNEL" USING WS-OP-OCCAS LK-OPERATEUR
                                           W-OPE-OCCAS WS-CODE-OCCAS.

      *>----------------------------------------------------------------
      *> Serie suivante de la plage propre aux cheques de banque :
      *> plus grande serie du registre plus un, a defaut le debut de
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
       JOURNALISER-EMISSION-ESPECES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR            TO W-TRN-ID.
           MOVE CHQBANQUE-CPT-SEQUESTRE TO W-TRN-CPT.
           MOVE 'D'                    TO W-TRN-TYPE.
           SET TRN-CANAL-GUICHET TO TRUE.
           MOVE W-CDB-MONTANT          TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8)  TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8)  TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6)  TO W-TRN-HEURE.
           STRING "CHQ BANQUE ESPECES " DELIMITED SIZE
                  WS-SERIE-SUIVANTE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE LK-OPERATEUR           TO W-TRN-OPERATEUR.
           MOVE CHQBANQUE-AGENCE       TO W-TRN-AGENCE.
           MOVE "EUR"                  TO W-TRN-DEVISE.
           MOVE W-OOC-PIECE            TO W-TRN-PIECE-OCCAS.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
       IMPRIMER-TITRE.
           MOVE SPACES TO WS-NOM-TITRE.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

      *>   Titre paye en especes : remboursement au guichet.
           IF W-CDB-CPT-CLIENT = 0
               PERFORM REMBOURSER-ESPECES
               EXIT PARAGRAPH
           END-IF.

           MOVE W-CDB-CPT-CLIENT TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           DISPLAY "Titre " W-CDB-SERIE " annule, client "
                   W-CDB-CPT-CLIENT " re-credite.".

      *>----------------------------------------------------------------
      *> Annulation d'un titre paye en especes par un client
      *> occasionnel : le sequestre debite rend les especes au
      *> remettant (mouvement de retrait portant sa piece, sortie de
      *> caisse).
       REMBOURSER-ESPECES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR            TO W-TRN-ID.
           MOVE CHQBANQUE-CPT-SEQUESTRE TO W-TRN-CPT.
           MOVE 'R'                    TO W-TRN-TYPE.
           SET TRN-CANAL-GUICHET TO TRUE.
           MOVE W-CDB-MONTANT          TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8)  TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8)  TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6)  TO W-TRN-HEURE.
           STRING "ANNULATION CHQ BANQUE ESPECES " DELIMITED SIZE
                  W-CDB-SERIE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE LK-OPERATEUR           TO W-TRN-OPERATEUR.
           MOVE W-OPE-ID               TO W-TRN-SUPERVISEUR.
           MOVE CHQBANQUE-AGENCE       TO W-TRN-AGENCE.
           MOVE "EUR"                  TO W-TRN-DEVISE.
           MOVE W-CDB-PIECE-REMETTANT  TO W-TRN-PIECE-OCCAS.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

           MOVE 'S' TO WS-SENS-CAISSE.
           CALL "CAISSE-MAJ" USING LK-OPERATEUR WS-SENS-CAISSE
                                   W-CDB-MONTANT WS-CODE-CAISSE.
           IF WS-CODE-CAISSE = '21'
               DISPLAY "ATTENTION : pas de caisse ouverte pour "
                       LK-OPERATEUR " - theorique non mis a jour."
           END-IF.

           SET CDB-ANNULE TO TRUE.
           MOVE WS-DATE-JOUR TO W-CDB-DATE-REGLEMENT.
           MOVE "REWRITE" TO WS-OP.
           CALL "CDB-IO" USING WS-OP W-CHEQUE-BANQUE WS-CODE-CDB.
           PERFORM FERMER-CDB.

           STRING "ANNULATION CHQ BANQUE ESPECES " DELIMITED SIZE
                  W-CDB-SERIE DELIMITED SIZE
               INTO WS-MOTIF-AUDIT.
           PERFORM JOURNALISER-AUDIT.

           MOVE W-CDB-MONTANT TO WS-MNT-AFF.
           DISPLAY "Titre " W-CDB-SERIE " annule : " WS-MNT-AFF
                   " a rembourser en especes au remettant (piece "
                   FUNCTION TRIM(W-CDB-PIECE-REMETTANT) ").".

      *>----------------------------------------------------------------
       JOURNALISER-ANNULATION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

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

       END PROGRAM CHEQUES-BANQUE.
