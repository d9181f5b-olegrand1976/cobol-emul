      *>****************************************************************
      *> Module : TARIF-FRAIS
      *> Role   : Facture le frais d'une operation a l'acte selon la
      *>          grille tarifaire, une fois l'operation passee par le
      *>          programme appelant (DEPOT, RETRAIT, VIREMENT,
      *>          CHEQUIERS, CARTES, CHEQUES-BANQUE, RELEVE,
      *>          EXPORT-ALERTES). Le frais en vigueur ce jour pour le
      *>          produit du compte est restitue par TARIF-DU-JOUR
      *>          (pour un compte du personnel, produit du personnel
      *>          designe au catalogue, module PERSONNEL-CTRL) ;
      *>          il est deduit du solde meme s'il le rend debiteur
      *>          et journalise en 'F' de categorie FRAI avec le
      *>          libelle de l'evenement (TARIF-PARAM.cpy). Rien n'est
      *>          facture sur un compte non actif ni au client sous
      *>          dossier de surendettement en vigueur (module
      *>          SURENDET-CTRL), ni sur un compte de services
      *>          bancaires de base (droit au compte, services
      *>          gratuits).
      *>          Sur un compte souscripteur d'une offre groupee, le
      *>          frais d'un service inclus est d'abord remis en tout
      *>          ou partie dans la limite du quota du mois (module
      *>          OFFRE-REMISE) ; un frais entierement remis n'est
      *>          pas journalise.
      *> Appel  : CALL "TARIF-FRAIS" USING LK-CPT, LK-EVENEMENT,
      *>                                   LK-FRAIS, LK-CODE-RETOUR.
      *>   LK-EVENEMENT   : code evenement de TARIF-PARAM.cpy.
      *>   LK-FRAIS       : en sortie, frais preleve (0 sinon).
      *>   LK-CODE-RETOUR : '00' frais preleve, '31' rien a prelever
      *>                    (pas de tarif, tarif nul, compte non actif,
      *>                    droit au compte, surendettement ou frais
      *>                    entierement remis par l'offre groupee),
      *>                    '21'/'29' echec d'acces.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIF-FRAIS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY TRANSACT.
       COPY TARIF-PARAM.
       COPY SURENDET.
       COPY OPS.

       01 WS-CODE-IO             PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-CODE-SDT            PIC X(2).
       01 WS-CODE-TARIF          PIC X(2).
       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-IDX-EVT             PIC 9(2).

       01 WS-MONTANT-TARIF       PIC S9(7)V99 COMP-3.
       01 WS-CLE-TARIF           PIC X(24).
       01 WS-FRAIS               PIC S9(11)V99 COMP-3.
       01 WS-REMISE              PIC S9(11)V99 COMP-3.
       01 WS-CODE-OFFRE          PIC X(2).
       01 WS-LIBELLE             PIC X(40).

      *> Conditions du personnel : produit dont la grille s'applique.
       01 WS-OP-PERSONNEL        PIC X(12).
       01 WS-OPE-PERSONNEL       PIC X(8).
       01 WS-PRODUIT-TARIF       PIC X(4).
       01 WS-CODE-PERSONNEL      PIC X(2).

       LINKAGE SECTION.
       01 LK-CPT                PIC 9(8).
       01 LK-EVENEMENT          PIC X(12).
       01 LK-FRAIS              PIC S9(11)V99 COMP-3.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-CPT, LK-EVENEMENT, LK-FRAIS,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE 0 TO LK-FRAIS.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE LK-CPT TO W-CPT-NUMERO.
       MOVE "READ-LOCK" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
       IF WS-CODE-IO NOT = '00'
           MOVE '21' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       MOVE W-CPT-PRODUIT TO WS-PRODUIT-TARIF.
       MOVE "CONDITIONS" TO WS-OP-PERSONNEL.
       CALL "PERSONNEL-CTRL" USING WS-OP-PERSONNEL WS-OPE-PERSONNEL
                                   W-CPT-CLIENT WS-PRODUIT-TARIF
                                   WS-CODE-PERSONNEL.

       CALL "TARIF-DU-JOUR" USING LK-EVENEMENT WS-PRODUIT-TARIF
                                  WS-DATE-JOUR WS-MONTANT-TARIF
                                  WS-CLE-TARIF WS-CODE-TARIF.
       MOVE WS-MONTANT-TARIF TO WS-FRAIS.
       IF WS-CODE-TARIF NOT = '00' OR WS-FRAIS NOT > 0
               OR NOT CPT-ACTIF OR CPT-SERVICES-BASE
           PERFORM DEVERROUILLER-COMPTE
           MOVE '31' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       CALL "SURENDET-CTRL" USING W-CPT-CLIENT W-SURENDET WS-CODE-SDT.
       IF WS-CODE-SDT = '48'
           PERFORM DEVERROUILLER-COMPTE
           MOVE '31' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       CALL "OFFRE-REMISE" USING LK-CPT LK-EVENEMENT WS-FRAIS WS-REMISE
                                 WS-CODE-OFFRE.
       IF WS-FRAIS NOT > 0
           PERFORM DEVERROUILLER-COMPTE
           MOVE '31' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       SUBTRACT WS-FRAIS FROM W-CPT-SOLDE.
       MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.
       MOVE "REWRITE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
       IF WS-CODE-IO NOT = '00'
           MOVE '29' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       MOVE WS-FRAIS TO LK-FRAIS.
       PERFORM JOURNALISER-FRAIS.
       GOBACK.

      *>----------------------------------------------------------------
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
      *> Libelle "FRAIS " suivi du libelle de l'evenement dans la
      *> table de TARIF-PARAM.cpy (le code lui-meme s'il n'y figure
      *> pas).
       JOURNALISER-FRAIS.
           MOVE SPACES TO WS-LIBELLE.
           STRING "FRAIS " DELIMITED SIZE
                  LK-EVENEMENT DELIMITED SIZE
               INTO WS-LIBELLE.
           MOVE 1 TO WS-IDX-EVT.
           PERFORM UNTIL WS-IDX-EVT > TAR-NB-EVENEMENTS
               IF TAR-EVT-CODE(WS-IDX-EVT) = LK-EVENEMENT
                   MOVE SPACES TO WS-LIBELLE
                   STRING "FRAIS " DELIMITED SIZE
                          TAR-EVT-LIBELLE(WS-IDX-EVT) DELIMITED SIZE
                       INTO WS-LIBELLE
               END-IF
               ADD 1 TO WS-IDX-EVT
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-IO.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE LK-CPT                TO W-TRN-CPT.
           MOVE 'F'                   TO W-TRN-TYPE.
           MOVE WS-FRAIS              TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           MOVE WS-LIBELLE            TO W-TRN-LIBELLE.
           MOVE "FRAI"                TO W-TRN-CATEGORIE.
           MOVE "TARIF"               TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-IO.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-IO.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-IO.

       END PROGRAM TARIF-FRAIS.
