      *>****************************************************************
      *> Programme : GESTES
      *> Role      : Gestes commerciaux sur les frais preleves :
      *>             - (R)embourser un frais : choix du mouvement de
      *>               frais d'origine (frais d'incident, de tenue,
      *>               forfait, agios), affichage du reste a
      *>               rembourser, saisie du motif (GESTE-PARAM.cpy) et
      *>               du montant ; sous le plafond du role de
      *>               l'operateur et dans le budget annuel de l'agence
      *>               du compte, remboursement immediat (GESTE-EXEC,
      *>               credit 'K' lie au frais) ; au-dela, demande
      *>               GESTE deposee dans la file a quatre yeux,
      *>               executee par VALIDER-MODIFS ; un compte du
      *>               personnel lie a l'operateur (module
      *>               PERSONNEL-CTRL) passe toujours par cette file ;
      *>             - (C)onsulter le budget gestes d'une agence pour
      *>               l'annee en cours (budget, consomme, disponible) ;
      *>             - (F)ixer le budget de l'annee d'une agence
      *>               (superviseur).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY TRANSACT.
       COPY BUDGET-GESTE.
       COPY GESTE-PARAM.
       COPY OPERATEUR.
       COPY ATTENTE.
       COPY JOURNEE.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX              PIC X(1) VALUE SPACE.
          88 CHOIX-REMBOURSER   VALUE 'R'.
          88 CHOIX-CONSULTER    VALUE 'C'.
          88 CHOIX-FIXER        VALUE 'F'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-CODE-ATTENTE        PIC X(2).
       01 WS-CODE-EXEC           PIC X(2).
       01 WS-CODE-BGT            PIC X(2).
       01 WS-SUPERVISEUR-VIDE    PIC X(8) VALUE SPACES.

       01 WS-CONFIRMER           PIC X(1) VALUE 'N'.
          88 CONFIRMER-OUI       VALUE 'O'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.
       01 WS-DEMANDE             PIC X(1) VALUE 'N'.
          88 DEMANDE-EN-COURS    VALUE 'O'.
       01 WS-MOTIF-TROUVE        PIC X(1) VALUE 'N'.
          88 MOTIF-CONNU         VALUE 'O'.

       01 WS-TRN-ORIGINE         PIC 9(10).
       01 WS-ORIG-CPT            PIC 9(8).
       01 WS-ORIG-MONTANT        PIC S9(11)V99 COMP-3.
       01 WS-ID-LU               PIC 9(10).
       01 WS-DEJA-REMBOURSE      PIC S9(11)V99 COMP-3.
       01 WS-RESTE               PIC S9(11)V99 COMP-3.
       01 WS-MONTANT             PIC S9(11)V99 COMP-3.
       01 WS-MOTIF               PIC X(4).
       01 WS-IDX-MOTIF           PIC 9(2).
       01 WS-LIB-MOTIF           PIC X(29).

      *> Plafond du role de l'operateur connecte et budget de l'agence
      *> du compte pour l'annee en cours.
       01 WS-PLAFOND-ROLE        PIC S9(7)V99 COMP-3.
       01 WS-AGENCE              PIC X(4).
       01 WS-BUDGET              PIC S9(9)V99 COMP-3.
       01 WS-CONSOMME            PIC S9(9)V99 COMP-3.
       01 WS-DISPONIBLE          PIC S9(9)V99 COMP-3.
       01 WS-BUDGET-SAISI        PIC S9(9)V99 COMP-3.
       01 WS-MOTIF-VALIDATION    PIC X(40).

      *> Compte du personnel lie a l'operateur : aucun geste sans
      *> validation d'un autre operateur.
       01 WS-OP-PERSONNEL        PIC X(12).
       01 WS-PRD-PERSONNEL       PIC X(4) VALUE SPACES.
       01 WS-CODE-PERSONNEL      PIC X(2).

       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-BGT-AFF             PIC -Z(8)9.99.

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Gestes commerciaux sur frais ---".

      *> Coupure comptable : aucun mouvement n'est accepte tant que la
      *> journee est fermee (BATCH-NUIT en cours ; cf ecran JOURNEE).
       MOVE "LIRE" TO WS-OP.
       CALL "JOURNEE-IO" USING WS-OP W-JOURNEE W-CODE-RETOUR.
       IF JRN-FERMEE
           DISPLAY "Refuse : la journee comptable du " W-JRN-DATE
                   " est fermee (traitement de nuit en cours)."
           EXIT PROGRAM
       END-IF.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE LK-OPERATEUR TO W-OPE-ID.
       MOVE "READ" TO WS-OP.
       CALL "OPERATEUR-IO" USING WS-OP W-OPERATEUR W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Operateur introuvable."
           EXIT PROGRAM
       END-IF.
       IF OPE-SUPERVISEUR
           MOVE GST-PLAFOND-SUPERVISEUR TO WS-PLAFOND-ROLE
       ELSE
           MOVE GST-PLAFOND-GUICHETIER TO WS-PLAFOND-ROLE
       END-IF.

       DISPLAY "(R)embourser un frais, (C)onsulter ou (F)ixer le "
               "budget d'une agence ? : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.
       MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-REMBOURSER
               PERFORM REMBOURSER-FRAIS
           WHEN CHOIX-CONSULTER
               PERFORM CONSULTER-BUDGET
           WHEN CHOIX-FIXER
               PERFORM FIXER-BUDGET
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       REMBOURSER-FRAIS.
           DISPLAY "Identifiant du mouvement de frais : "
                   WITH NO ADVANCING.
           ACCEPT WS-TRN-ORIGINE.

           MOVE WS-TRN-ORIGINE TO W-TRN-ID.
           MOVE "READ" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Mouvement introuvable."
               PERFORM FERMER-TRANS
               EXIT PARAGRAPH
           END-IF.
           IF NOT TRN-FRAIS OR W-TRN-CATEGORIE = "IMPO"
               DISPLAY "Ce mouvement n'est pas un frais remboursable "
                       "(type " W-TRN-TYPE ", categorie "
                       W-TRN-CATEGORIE ")."
               PERFORM FERMER-TRANS
               EXIT PARAGRAPH
           END-IF.
           MOVE W-TRN-CPT     TO WS-ORIG-CPT.
           MOVE W-TRN-MONTANT TO WS-ORIG-MONTANT.

           DISPLAY "------------------------------------------------".
           DISPLAY "Compte     : " W-TRN-CPT.
           DISPLAY "Date       : " W-TRN-DATE.
           DISPLAY "Libelle    : " W-TRN-LIBELLE.
           DISPLAY "Categorie  : " W-TRN-CATEGORIE.
           MOVE W-TRN-MONTANT TO WS-MNT-AFF.
           DISPLAY "Montant    : " WS-MNT-AFF.

           PERFORM CUMULER-REMBOURSEMENTS.
           PERFORM FERMER-TRANS.
           COMPUTE WS-RESTE = WS-ORIG-MONTANT - WS-DEJA-REMBOURSE.
           MOVE WS-DEJA-REMBOURSE TO WS-MNT-AFF.
           DISPLAY "Rembourse  : " WS-MNT-AFF.
           MOVE WS-RESTE TO WS-MNT-AFF.
           DISPLAY "Reste      : " WS-MNT-AFF.
           DISPLAY "------------------------------------------------".
           IF WS-RESTE NOT > 0
               DISPLAY "Frais deja integralement rembourse."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHERCHER-DEMANDE-EN-COURS.
           IF DEMANDE-EN-COURS
               DISPLAY "Une demande de remboursement de ce frais "
                       "attend deja la validation d'un superviseur."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ORIG-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Compte " WS-ORIG-CPT " introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF CPT-CLOTURE
               DISPLAY "Compte cloture : remboursement impossible."
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CPT-AGENCE TO WS-AGENCE.

           DISPLAY "Motifs :".
           MOVE 1 TO WS-IDX-MOTIF.
           PERFORM UNTIL WS-IDX-MOTIF > GST-NB-MOTIFS
               DISPLAY "  " GST-MOTIF-CODE(WS-IDX-MOTIF) " "
                       GST-MOTIF-LIBELLE(WS-IDX-MOTIF)
               ADD 1 TO WS-IDX-MOTIF
           END-PERFORM.
           DISPLAY "Motif (4 car.) : " WITH NO ADVANCING.
           ACCEPT WS-MOTIF.
           MOVE FUNCTION UPPER-CASE(WS-MOTIF) TO WS-MOTIF.
           PERFORM CHERCHER-MOTIF.
           IF NOT MOTIF-CONNU
               DISPLAY "Motif inconnu."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Montant a rembourser : " WITH NO ADVANCING.
           ACCEPT WS-MONTANT.
           IF WS-MONTANT NOT > 0
               DISPLAY "Montant invalide."
               EXIT PARAGRAPH
           END-IF.
           IF WS-MONTANT > WS-RESTE
               DISPLAY "Montant superieur au reste a rembourser."
               EXIT PARAGRAPH
           END-IF.

           PERFORM LIRE-BUDGET.

           DISPLAY "Confirmer le remboursement (" WS-LIB-MOTIF
                   ") ? (O/N) " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMER.
           IF NOT CONFIRMER-OUI
               DISPLAY "Remboursement abandonne."
               EXIT PARAGRAPH
           END-IF.

      *> Au-dela du plafond du role ou du budget restant de l'agence,
      *> la demande part dans la file a quatre yeux et sera executee
      *> par VALIDER-MODIFS ; en-deca, execution immediate. Un compte
      *> du personnel lie a l'operateur y part quel que soit le
      *> montant.
           MOVE SPACES TO WS-MOTIF-VALIDATION.
           MOVE "CONFLIT" TO WS-OP-PERSONNEL.
           CALL "PERSONNEL-CTRL" USING WS-OP-PERSONNEL LK-OPERATEUR
                                       W-CPT-CLIENT WS-PRD-PERSONNEL
                                       WS-CODE-PERSONNEL.
           EVALUATE TRUE
               WHEN WS-CODE-PERSONNEL = '58'
                   MOVE "Compte lie a l'operateur (personnel)"
                     TO WS-MOTIF-VALIDATION
               WHEN WS-MONTANT > WS-PLAFOND-ROLE
                   MOVE "Montant au-dela du plafond de votre role"
                     TO WS-MOTIF-VALIDATION
               WHEN WS-CONSOMME + WS-MONTANT > WS-BUDGET
                   MOVE "Budget gestes de l'agence depasse"
                     TO WS-MOTIF-VALIDATION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-MOTIF-VALIDATION NOT = SPACES
               PERFORM DEPOSER-DEMANDE-4-YEUX
           ELSE
               CALL "GESTE-EXEC" USING WS-TRN-ORIGINE WS-MONTANT
                                       WS-MOTIF LK-OPERATEUR
                                       WS-SUPERVISEUR-VIDE
                                       WS-CODE-EXEC
               IF WS-CODE-EXEC = '00'
                   DISPLAY "Remboursement effectue sur le compte "
                           WS-ORIG-CPT "."
               ELSE
                   DISPLAY "Echec du remboursement (code: "
                           WS-CODE-EXEC ")."
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> Cumul des remboursements deja passes sur le frais : credits
      *> 'K' du compte dont le libelle cite le mouvement d'origine.
       CUMULER-REMBOURSEMENTS.
           MOVE 0 TO WS-DEJA-REMBOURSE.
           MOVE 'N' TO WS-FIN.
           MOVE WS-ORIG-CPT TO W-TRN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-LECTURE TO TRUE
           END-IF.
           PERFORM UNTIL FIN-LECTURE
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN (NOT RC-OK)
                       SET FIN-LECTURE TO TRUE
                   WHEN W-TRN-CPT NOT = WS-ORIG-CPT
                       SET FIN-LECTURE TO TRUE
                   WHEN OTHER
                       IF TRN-GESTE
                               AND W-TRN-LIBELLE(1:11) = "REMB FRAIS "
                           MOVE W-TRN-LIBELLE(12:10) TO WS-ID-LU
                           IF WS-ID-LU = WS-TRN-ORIGINE
                               ADD W-TRN-MONTANT TO WS-DEJA-REMBOURSE
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Une seule demande GESTE en attente par frais d'origine.
       CHERCHER-DEMANDE-EN-COURS.
           MOVE 'N' TO WS-DEMANDE.
           MOVE 'N' TO WS-FIN.
           MOVE WS-ORIG-CPT TO W-ATT-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE WS-CODE-ATTENTE.
           IF WS-CODE-ATTENTE NOT = '00'
               SET FIN-LECTURE TO TRUE
           END-IF.
           PERFORM UNTIL FIN-LECTURE
               MOVE "READ-NEXT" TO WS-OP
               CALL "ATTENTE-IO" USING WS-OP W-ATTENTE WS-CODE-ATTENTE
               EVALUATE TRUE
                   WHEN WS-CODE-ATTENTE NOT = '00'
                       SET FIN-LECTURE TO TRUE
                   WHEN W-ATT-CPT NOT = WS-ORIG-CPT
                       SET FIN-LECTURE TO TRUE
                   WHEN OTHER
                       IF W-ATT-TYPE = "GESTE" AND ATT-EN-ATTENTE
                           MOVE W-ATT-APRES(1:10) TO WS-ID-LU
                           IF WS-ID-LU = WS-TRN-ORIGINE
                               SET DEMANDE-EN-COURS TO TRUE
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
       CHERCHER-MOTIF.
           MOVE 'N' TO WS-MOTIF-TROUVE.
           MOVE 1 TO WS-IDX-MOTIF.
           PERFORM UNTIL WS-IDX-MOTIF > GST-NB-MOTIFS OR MOTIF-CONNU
               IF GST-MOTIF-CODE(WS-IDX-MOTIF) = WS-MOTIF
                   SET MOTIF-CONNU TO TRUE
                   MOVE GST-MOTIF-LIBELLE(WS-IDX-MOTIF)
                     TO WS-LIB-MOTIF
               END-IF
               ADD 1 TO WS-IDX-MOTIF
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Budget de l'annee de l'agence WS-AGENCE ; a defaut d'un budget
      *> fixe, budget par defaut et rien de consomme.
       LIRE-BUDGET.
           MOVE WS-AGENCE         TO W-BGT-AGENCE.
           MOVE WS-DATE-JOUR(1:4) TO W-BGT-ANNEE.
           MOVE "READ" TO WS-OP.
           CALL "BUDGET-IO" USING WS-OP W-BUDGET-GESTE WS-CODE-BGT.
           IF WS-CODE-BGT = '00'
               MOVE W-BGT-BUDGET   TO WS-BUDGET
               MOVE W-BGT-CONSOMME TO WS-CONSOMME
           ELSE
               MOVE GST-BUDGET-DEFAUT TO WS-BUDGET
               MOVE 0 TO WS-CONSOMME
               MOVE 0 TO W-BGT-NB-GESTES
           END-IF.
           COMPUTE WS-DISPONIBLE = WS-BUDGET - WS-CONSOMME.
           MOVE "CLOSE" TO WS-OP.
           CALL "BUDGET-IO" USING WS-OP W-BUDGET-GESTE WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
       CONSULTER-BUDGET.
           DISPLAY "Agence (4 car.) : " WITH NO ADVANCING.
           ACCEPT WS-AGENCE.
           MOVE FUNCTION UPPER-CASE(WS-AGENCE) TO WS-AGENCE.
           PERFORM LIRE-BUDGET.
           DISPLAY "------------------------------------------------".
           DISPLAY "Budget gestes " WS-AGENCE " " WS-DATE-JOUR(1:4).
           MOVE WS-BUDGET TO WS-BGT-AFF.
           DISPLAY "Budget      : " WS-BGT-AFF.
           MOVE WS-CONSOMME TO WS-BGT-AFF.
           DISPLAY "Consomme    : " WS-BGT-AFF
                   " (" W-BGT-NB-GESTES " gestes)".
           MOVE WS-DISPONIBLE TO WS-BGT-AFF.
           DISPLAY "Disponible  : " WS-BGT-AFF.
           DISPLAY "------------------------------------------------".

      *>----------------------------------------------------------------
       FIXER-BUDGET.
           IF NOT OPE-SUPERVISEUR
               DISPLAY "Acces refuse : droits superviseur exiges."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Agence (4 car.) : " WITH NO ADVANCING.
           ACCEPT WS-AGENCE.
           MOVE FUNCTION UPPER-CASE(WS-AGENCE) TO WS-AGENCE.
           DISPLAY "Budget de l'annee " WS-DATE-JOUR(1:4) " : "
                   WITH NO ADVANCING.
           ACCEPT WS-BUDGET-SAISI.
           IF WS-BUDGET-SAISI < 0
               DISPLAY "Budget invalide."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AGENCE         TO W-BGT-AGENCE.
           MOVE WS-DATE-JOUR(1:4) TO W-BGT-ANNEE.
           MOVE "READ" TO WS-OP.
           CALL "BUDGET-IO" USING WS-OP W-BUDGET-GESTE WS-CODE-BGT.
           IF WS-CODE-BGT = '00'
               MOVE "REWRITE" TO WS-OP
           ELSE
               MOVE 0 TO W-BGT-CONSOMME
               MOVE 0 TO W-BGT-NB-GESTES
               MOVE "WRITE" TO WS-OP
           END-IF.
           MOVE WS-BUDGET-SAISI TO W-BGT-BUDGET.
           MOVE WS-DATE-JOUR    TO W-BGT-DATE-MAJ.
           MOVE LK-OPERATEUR    TO W-BGT-OPERATEUR.
           CALL "BUDGET-IO" USING WS-OP W-BUDGET-GESTE WS-CODE-BGT.
           IF WS-CODE-BGT = '00'
               DISPLAY "Budget de l'agence " WS-AGENCE " mis a jour."
           ELSE
               DISPLAY "Echec de mise a jour du budget (code: "
                       WS-CODE-BGT ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "BUDGET-IO" USING WS-OP W-BUDGET-GESTE WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
      *> Demande GESTE dans MODIFICATIONS-ATTENTE.dat : le frais
      *> d'origine voyage dans W-ATT-APRES(1:10), le motif en (11:4),
      *> le montant rembourse dans W-ATT-MONTANT.
       DEPOSER-DEMANDE-4-YEUX.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-ATTENTE.

           INITIALIZE W-ATTENTE.
           MOVE WS-COMPTEUR   TO W-ATT-ID.
           MOVE WS-ORIG-CPT   TO W-ATT-CPT.
           MOVE "GESTE"       TO W-ATT-TYPE.
           MOVE WS-ORIG-MONTANT TO WS-MNT-AFF.
           STRING "FRAIS " DELIMITED SIZE
                  WS-TRN-ORIGINE DELIMITED SIZE
                  " DE " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " - " DELIMITED SIZE
                  WS-MOTIF-VALIDATION DELIMITED SIZE
               INTO W-ATT-AVANT.
           MOVE WS-TRN-ORIGINE TO W-ATT-APRES(1:10).
           MOVE WS-MOTIF      TO W-ATT-APRES(11:4).
           MOVE WS-MONTANT    TO W-ATT-MONTANT.
           MOVE LK-OPERATEUR  TO W-ATT-OPERATEUR.
           MOVE WS-DATE-JOUR  TO W-ATT-DATE.
           SET ATT-EN-ATTENTE TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE WS-CODE-ATTENTE.
           MOVE "WRITE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE WS-CODE-ATTENTE.
           MOVE "CLOSE" TO WS-OP.
           CALL "ATTENTE-IO" USING WS-OP W-ATTENTE WS-CODE-ATTENTE.

           IF WS-CODE-ATTENTE = '00'
               DISPLAY WS-MOTIF-VALIDATION " : demande " W-ATT-ID
                       " deposee dans la file a quatre yeux "
                       "(VALIDER-MODIFS)."
           ELSE
               DISPLAY "ATTENTION : demande NON deposee (code: "
                       WS-CODE-ATTENTE ")."
           END-IF.

      *>----------------------------------------------------------------
       FERMER-TRANS.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-DEVERROU.

       END PROGRAM GESTES.
