      *>****************************************************************
      *> Programme : VIREMENT
      *> Role      : Virement entre deux comptes (debit + credit atomique)
      *>             ou vers l'exterieur ; le frais a l'acte de la
      *>             grille tarifaire (interne, externe ou urgent) est
      *>             preleve sur le compte source ensuite (module
      *>             TARIF-FRAIS).
      *>             Depuis un compte de services bancaires de base
      *>             (droit au compte), seuls les virements en euros,
      *>             non urgents et couverts par le disponible sont
      *>             admis, sans derogation possible.
      *>             Avant un virement externe, le nom du beneficiaire
      *>             donne par le client est verifie (VOP-CTRL) ; une
      *>             reponse autre que la concordance n'est passee
      *>             qu'avec la confirmation du client, gardee sur le
      *>             virement sortant.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIREMENT.
       COPY TAUX-CHANGE.
       COPY ATTENTE.
       COPY OPBRACKET.
       COPY PLAN-LOGEMENT.

       01 WS-NUM-SOURCE         PIC 9(8).
       01 WS-NUM-DEST           PIC 9(8).
       01 WS-OP-BRACKET         PIC X(12).
       01 WS-CODE-BRACKET       PIC X(2).
       01 WS-CODE-DISPO         PIC X(2).
       01 WS-DECOUVERT-VIGUEUR  PIC S9(11)V99 COMP-3.
       01 WS-CODE-DECOUV        PIC X(2).
       01 WS-QUI-AGIT           PIC X(1) VALUE 'T'.
          88 AGIT-MANDATAIRE    VALUE 'M'.
       01 WS-MANDATAIRE         PIC X(20) VALUE SPACES.
       01 WS-OPER-PROC          PIC X(1) VALUE 'V'.

      *> Compte source d'un plan d'epargne logement (module PEL-
      *> CTRL) : un PEL bloque refuse le virement, un PEL debloque
      *> est clos par le virement apres confirmation du client.
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

      *> Verification du beneficiaire (VOP-CTRL) avant un virement
      *> externe, et confirmation du client si le nom ne concorde pas.
       COPY VOP.
       01 WS-OP-VOP             PIC X(12).
       01 WS-CODE-VOP           PIC X(2).
       01 WS-ACQUIT-VOP         PIC X(1) VALUE SPACE.
          88 ACQUIT-VOP-OUI     VALUE 'O' 'o'.
       01 WS-VOP-ABANDON        PIC X(1) VALUE 'N'.
          88 VOP-ABANDON        VALUE 'O'.

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

           EXIT PROGRAM
       END-IF.

       PERFORM CONTROLER-PLAN-LOGEMENT.
       IF NOT RC-OK
           EXIT PROGRAM
       END-IF.

      *> Lecture du compte destinataire (simple controle d'existence et
      *> de statut ; relu integralement juste avant le credit pour ne
      *> jamais ecraser ses champs avec une copie partielle)
      *>           immediatement et le virement est parque dans
      *>           VIREMENTS-SORTANTS.dat ; EMETTRE-VIREMENTS le
      *>           reprendra dans le fichier interbancaire de la nuit.
                   PERFORM VERIFIER-BENEFICIAIRE
                   IF VOP-ABANDON
                       DISPLAY "Virement annule."
                       EXIT PROGRAM
                   END-IF
                   PERFORM VIREMENT-EXTERNE
                   EXIT PROGRAM
           END-EVALUATE
           DISPLAY "Titulaire du compte debite : " W-CPT-TITULAIRE
           DISPLAY "Montant a virer : " WS-MONTANT
           CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                   WS-CODE-DEROGATION W-CPT-CLIENT
           IF WS-CODE-DEROGATION NOT = '00'
               DISPLAY "Virement annule."
               PERFORM DEVERROUILLER-COMPTE
           END-IF
       END-IF.

       IF CPT-SERVICES-BASE AND WS-DEVISE-SOURCE NOT = WS-DEVISE-DEST
           DISPLAY "Refuse : compte de services bancaires de base, "
                   "virements en euros uniquement."
           PERFORM DEVERROUILLER-COMPTE
           EXIT PROGRAM
       END-IF.

       IF WS-DEVISE-SOURCE = WS-DEVISE-DEST
           MOVE WS-MONTANT TO WS-MONTANT-CREDIT
       ELSE
      *> diminue des reservations actives), pas sur le seul solde.
       CALL "DISPONIBLE" USING W-CPT-NUMERO W-CPT-SOLDE
                               WS-DISPONIBLE WS-CODE-DISPO.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-OPERATION.
       CALL "DECOUVERT-VIGUEUR" USING W-CPT-NUMERO
                                      WS-DATE-OPERATION
                                      W-CPT-DECOUVERT-AUTORISE
                                      WS-DECOUVERT-VIGUEUR
                                      WS-CODE-DECOUV.
       IF WS-MONTANT > WS-DISPONIBLE + WS-DECOUVERT-VIGUEUR
           DISPLAY "Refuse : decouvert non autorise (disponible "
                   "insuffisant)."
           IF CPT-SERVICES-BASE
               DISPLAY "Compte de services bancaires de base : aucun "
                       "depassement du disponible."
               PERFORM DEVERROUILLER-COMPTE
               EXIT PROGRAM
           END-IF
           MOVE '30' TO W-CODE-RETOUR
           CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                   WS-CODE-DEROGATION W-CPT-CLIENT
           IF WS-CODE-DEROGATION NOT = '00'
               PERFORM DEVERROUILLER-COMPTE
               EXIT PROGRAM
           DISPLAY "Refuse : regle de velocite anti-fraude depassee "
                   "sur ce compte."
           CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                   WS-CODE-DEROGATION W-CPT-CLIENT
           IF WS-CODE-DEROGATION NOT = '00'
               PERFORM DEVERROUILLER-COMPTE
               EXIT PROGRAM
       IF WS-SUPERVISEUR NOT = SPACES
           DISPLAY "Derogation superviseur : " WS-SUPERVISEUR "."
       END-IF.
       MOVE WS-NUM-SOURCE TO WS-CPT-TARIF.
       MOVE "VIREMENT" TO WS-EVT-TARIF.
       PERFORM FACTURER-TARIF.
       SUBTRACT WS-FRAIS-TARIF FROM WS-SOLDE-SOURCE-APRES.
       DISPLAY "Virement effectue.".
       DISPLAY "Nouveau solde compte " WS-NUM-SOURCE " : "
               WS-SOLDE-SOURCE-APRES.
       IF CLOTURE-PLAN
           PERFORM CLOTURER-PLAN-LOGEMENT
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Compte source d'un PEL : refus '50' (RC-ERR-PLAN-BLOQUE)
      *> avant la fin de blocage ; apres, le virement clot le plan et
      *> le client doit le confirmer.
       CONTROLER-PLAN-LOGEMENT.
           MOVE '00' TO W-CODE-RETOUR.
           MOVE 'N' TO WS-CLOTURE-PLAN.
           MOVE "CONTROLER" TO WS-OP-PEL.
           CALL "PEL-CTRL" USING WS-OP-PEL WS-NUM-SOURCE
                                 W-PLAN-LOGEMENT WS-CODE-PEL.
           EVALUATE WS-CODE-PEL
               WHEN '50'
                   DISPLAY "Refuse : plan d'epargne logement bloque "
                           "jusqu'au " W-PEL-DATE-FIN-BLOCAGE "."
                   MOVE '50' TO W-CODE-RETOUR
               WHEN '51'
                   DISPLAY "ATTENTION : tout virement emis clot le "
                           "plan d'epargne logement de ce compte."
                   DISPLAY "Confirmer la cloture du plan (O/N) : "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRME-PEL
                   IF CONFIRME-PEL
                       SET CLOTURE-PLAN TO TRUE
                   ELSE
                       DISPLAY "Virement annule."
                       MOVE '51' TO W-CODE-RETOUR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------------
       CLOTURER-PLAN-LOGEMENT.
           MOVE "CLOTURER" TO WS-OP-PEL.
           CALL "PEL-CTRL" USING WS-OP-PEL WS-NUM-SOURCE
                                 W-PLAN-LOGEMENT WS-CODE-PEL.
           IF WS-CODE-PEL = '00'
               MOVE W-PEL-DROITS-ACQUIS TO WS-DROITS-AFF
               DISPLAY "Plan d'epargne logement clos ; droits a pret "
                       "conserves : " WS-DROITS-AFF
           ELSE
               DISPLAY "ATTENTION : virement passe mais plan NON "
                       "clos (code: " WS-CODE-PEL ")."
           END-IF.

      *>----------------------------------------------------------------
      *> Debit immediat du client et mise en file du virement sortant
      *> (statut 'A'), journalise sous le type 'S' ; le credit chez le
               DISPLAY "Montant superieur au plafond autorise "
                       "par operation."
               CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                       WS-CODE-DEROGATION W-CPT-CLIENT
               IF WS-CODE-DEROGATION NOT = '00'
                   DISPLAY "Virement annule."
                   PERFORM DEVERROUILLER-COMPTE

           CALL "DISPONIBLE" USING W-CPT-NUMERO W-CPT-SOLDE
                                   WS-DISPONIBLE WS-CODE-DISPO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-OPERATION.
           CALL "DECOUVERT-VIGUEUR" USING W-CPT-NUMERO
                                          WS-DATE-OPERATION
                                          W-CPT-DECOUVERT-AUTORISE
                                          WS-DECOUVERT-VIGUEUR
                                          WS-CODE-DECOUV.
           IF WS-MONTANT > WS-DISPONIBLE + WS-DECOUVERT-VIGUEUR
               DISPLAY "Refuse : decouvert non autorise (disponible "
                       "insuffisant)."
               IF CPT-SERVICES-BASE
                   DISPLAY "Compte de services bancaires de base : "
                           "aucun depassement du disponible."
                   PERFORM DEVERROUILLER-COMPTE
                   EXIT PARAGRAPH
               END-IF
               MOVE '30' TO W-CODE-RETOUR
               CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                       WS-CODE-DEROGATION W-CPT-CLIENT
               IF WS-CODE-DEROGATION NOT = '00'
                   PERFORM DEVERROUILLER-COMPTE
                   EXIT PARAGRAPH
               DISPLAY "Refuse : regle de velocite anti-fraude "
                       "depassee sur ce compte."
               CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                       WS-CODE-DEROGATION W-CPT-CLIENT
               IF WS-CODE-DEROGATION NOT = '00'
                   PERFORM DEVERROUILLER-COMPTE
                   EXIT PARAGRAPH
           IF NOT PRIORITE-URGENTE
               MOVE 'N' TO WS-PRIORITE-VIR
           END-IF.
           IF PRIORITE-URGENTE AND CPT-SERVICES-BASE
               DISPLAY "Compte de services bancaires de base : "
                       "virement emis en priorite normale."
               MOVE 'N' TO WS-PRIORITE-VIR
           END-IF.
           PERFORM ANNONCER-DATE-EMISSION.

      *>   Meme regle ET que le virement interne avant de debiter.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-VSO-DATE-DEBIT.
           SET VSO-EN-ATTENTE TO TRUE.
           MOVE WS-PRIORITE-VIR TO W-VSO-PRIORITE.
           MOVE W-VOP-RESULTAT TO W-VSO-VOP-RESULTAT.
           MOVE WS-ACQUIT-VOP  TO W-VSO-VOP-ACQUIT.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR.
           IF WS-SUPERVISEUR NOT = SPACES
               DISPLAY "Derogation superviseur : " WS-SUPERVISEUR "."
           END-IF.
           MOVE WS-NUM-SOURCE TO WS-CPT-TARIF.
           IF PRIORITE-URGENTE
               MOVE "VIR-URGENT" TO WS-EVT-TARIF
           ELSE
               MOVE "VIR-EXTERNE" TO WS-EVT-TARIF
           END-IF.
           PERFORM FACTURER-TARIF.
           SUBTRACT WS-FRAIS-TARIF FROM WS-SOLDE-SOURCE-APRES.
           DISPLAY "Virement externe " W-VSO-ID " mis en file "
                   "d'emission (reference " W-VSO-REFERENCE ").".
           DISPLAY "Nouveau solde compte " WS-NUM-SOURCE " : "
                   WS-SOLDE-SOURCE-APRES.
           IF CLOTURE-PLAN
               PERFORM CLOTURER-PLAN-LOGEMENT
           END-IF.

      *>----------------------------------------------------------------
      *> Annonce au guichetier si le virement part aujourd'hui ou
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Verification du beneficiaire : le nom indique par le client
      *> est rapproche du titulaire du compte de destination. Une
      *> concordance proche montre le nom exact ; toute reponse autre
      *> que la concordance demande la confirmation du client, faute
      *> de quoi le virement est abandonne avant tout debit.
       VERIFIER-BENEFICIAIRE.
           MOVE 'N' TO WS-VOP-ABANDON.
           MOVE SPACE TO WS-ACQUIT-VOP.
           INITIALIZE W-VOP.
           MOVE WS-NUM-DEST TO W-VOP-COMPTE.
           DISPLAY "Nom du beneficiaire indique par le client : "
                   WITH NO ADVANCING.
           ACCEPT W-VOP-NOM-SAISI.
           MOVE "VERIFIER" TO WS-OP-VOP.
           CALL "VOP-CTRL" USING WS-OP-VOP W-VOP WS-CODE-VOP.

           EVALUATE TRUE
               WHEN VOP-CONCORDANT
                   DISPLAY "Verification du beneficiaire : le nom "
                           "concorde."
                   EXIT PARAGRAPH
               WHEN VOP-PROCHE
                   DISPLAY "Verification du beneficiaire : nom proche,"
                           " le titulaire du compte est "
                           FUNCTION TRIM(W-VOP-NOM-EXACT) "."
               WHEN VOP-DISCORDANT
                   DISPLAY "Verification du beneficiaire : le nom ne "
                           "correspond PAS au titulaire du compte."
               WHEN OTHER
                   SET VOP-INDISPONIBLE TO TRUE
                   DISPLAY "Verification du beneficiaire impossible "
                           "(compte hors annuaire de la place)."
           END-EVALUATE.

           DISPLAY "Le virement pourrait parvenir a une autre personne"
                   " que celle attendue et ne pas etre recuperable.".
           DISPLAY "Le client confirme-t-il le virement ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-ACQUIT-VOP.
           IF ACQUIT-VOP-OUI
               MOVE 'O' TO WS-ACQUIT-VOP
           ELSE
               SET VOP-ABANDON TO TRUE
           END-IF.

      *>----------------------------------------------------------------
      *> Leve le verrou pose par READ-LOCK sur le compte source lorsqu'
      *> une branche de rejet renonce au debit sans atteindre le
           DISPLAY "Le virement sera execute apres confirmation d'un "
                   "second titulaire (VALIDER-MODIFS).".

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

       END PROGRAM VIREMENT.
