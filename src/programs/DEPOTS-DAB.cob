      *>****************************************************************
      *> Programme : DEPOTS-DAB
      *> Role      : Ouverture en agence des enveloppes deposees dans
      *>             les automates (DEPOTS-DAB.dat, alimente par
      *>             IMPORT-DEPOTS-DAB) :
      *>             - (O)uvrir une enveloppe : saisie du montant
      *>               compte. Especes : versees en caisse ; un ecart
      *>               avec le montant declare (deja credite a titre
      *>               provisoire) est regularise sur le compte,
      *>               libelle REGUL DEPOT DAB <enveloppe>. Cheques :
      *>               chaque cheque est remis a l'encaissement
      *>               (REMISE-CHEQUE, credit par COMPENSER-CHEQUES),
      *>               le montant compte est le total des remises
      *>               saisies. Tout ecart est signale au client par
      *>               une alerte (ALERTES.dat, passerelle
      *>               EXPORT-ALERTES) ;
      *>             - (L)ister les enveloppes restant a ouvrir, pour
      *>               un automate ou tout le parc.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOTS-DAB.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DEPOT-DAB.
       COPY COMPTE.
       COPY TRANSACT.
       COPY CHEQUE.
       COPY ALERTE.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1).
          88 CHOIX-OUVRIR        VALUE 'O'.
          88 CHOIX-LISTER        VALUE 'L'.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-TROUVE              PIC X(1) VALUE 'N'.
          88 ENVELOPPE-TROUVEE   VALUE 'O'.
       01 WS-SUITE               PIC X(1) VALUE 'O'.
          88 CHEQUE-SUIVANT      VALUE 'O'.

       01 WS-DAB-RECHERCHE       PIC X(8).
       01 WS-ENV-RECHERCHE       PIC X(12).
       01 WS-ID-ENVELOPPE        PIC 9(10).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-REPERE-CHEQUES      PIC 9(10) VALUE 0.
       01 WS-CODE-DPD            PIC X(2).
       01 WS-CODE-CHQ            PIC X(2).
       01 WS-CODE-ALERTE         PIC X(2).
       01 WS-CODE-CAISSE         PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-SENS-CAISSE         PIC X(1).
       01 WS-NB                  PIC 9(5) VALUE 0.

       01 WS-MONTANT-COMPTE      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ECART               PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ECART-ABS           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TRN-REGUL           PIC 9(10) VALUE 0.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-ECART-AFF           PIC -Z(10)9.99.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Depots en enveloppe des automates ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "(O)uvrir une enveloppe ou (L)ister les enveloppes a "
               "ouvrir ? : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.
       MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-OUVRIR
               PERFORM OUVRIR-ENVELOPPE
           WHEN CHOIX-LISTER
               PERFORM LISTER-A-OUVRIR
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       OUVRIR-ENVELOPPE.
           DISPLAY "Automate : " WITH NO ADVANCING.
           ACCEPT WS-DAB-RECHERCHE.
           MOVE FUNCTION UPPER-CASE(WS-DAB-RECHERCHE)
               TO WS-DAB-RECHERCHE.
           DISPLAY "Numero d'enveloppe : " WITH NO ADVANCING.
           ACCEPT WS-ENV-RECHERCHE.

           PERFORM RECHERCHER-ENVELOPPE.
           IF NOT ENVELOPPE-TROUVEE
               DISPLAY "Enveloppe inconnue ou deja ouverte."
               EXIT PARAGRAPH
           END-IF.

           MOVE W-DPD-MONTANT-DECLARE TO WS-MNT-AFF.
           DISPLAY "Enveloppe " W-DPD-ENVELOPPE " du " W-DPD-DATE
                   " - compte " W-DPD-CPT.
           IF DPD-ESPECES
               DISPLAY "Especes, declare : " WS-MNT-AFF
                       " (credite provisoirement, mouvement "
                       W-DPD-TRN ")"
               PERFORM COMPTER-ESPECES
           ELSE
               DISPLAY "Cheques, declare : " WS-MNT-AFF
               PERFORM REMETTRE-CHEQUES
           END-IF.
           IF WS-MONTANT-COMPTE < 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ECART = WS-MONTANT-COMPTE
                            - W-DPD-MONTANT-DECLARE.
           MOVE 0 TO WS-TRN-REGUL.
           IF WS-ECART NOT = 0 AND DPD-ESPECES
               PERFORM REGULARISER-COMPTE
               IF WS-TRN-REGUL = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF DPD-ESPECES
               PERFORM VERSER-EN-CAISSE
           END-IF.
           IF WS-ECART NOT = 0
               PERFORM ALERTER-CLIENT
           END-IF.

           PERFORM CLORE-ENVELOPPE.
           PERFORM JOURNALISER-AUDIT.

           MOVE WS-MONTANT-COMPTE TO WS-MNT-AFF.
           MOVE WS-ECART TO WS-ECART-AFF.
           DISPLAY "Enveloppe ouverte : compte " WS-MNT-AFF
                   "  ecart " WS-ECART-AFF.

      *>----------------------------------------------------------------
      *> Enveloppe a ouvrir de l'automate portant ce numero, par la
      *> cle alternative de l'automate.
       RECHERCHER-ENVELOPPE.
           MOVE 'N' TO WS-TROUVE.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD.
           MOVE WS-DAB-RECHERCHE TO W-DPD-DAB.
           MOVE "START-DAB" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD.
           IF WS-CODE-DPD NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD
               EVALUATE TRUE
                   WHEN WS-CODE-DPD NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-DPD-DAB NOT = WS-DAB-RECHERCHE
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-DPD-ENVELOPPE = WS-ENV-RECHERCHE
                           AND DPD-A-OUVRIR
                       SET ENVELOPPE-TROUVEE TO TRUE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DEVERROU.
           MOVE W-DPD-ID TO WS-ID-ENVELOPPE.

      *>----------------------------------------------------------------
      *> Especes : montant compte saisi. Un montant negatif (saisie
      *> abandonnee) est laisse a WS-MONTANT-COMPTE pour que
      *> l'appelant s'arrete.
       COMPTER-ESPECES.
           DISPLAY "Montant compte : " WITH NO ADVANCING.
           ACCEPT WS-MONTANT-COMPTE.
           IF WS-MONTANT-COMPTE < 0
               DISPLAY "Montant invalide."
           END-IF.

      *> Les especes comptees entrent dans la caisse de l'operateur ;
      *> une caisse non ouverte est signalee sans bloquer.
       VERSER-EN-CAISSE.
           IF WS-MONTANT-COMPTE > 0
               MOVE 'E' TO WS-SENS-CAISSE
               CALL "CAISSE-MAJ" USING LK-OPERATEUR WS-SENS-CAISSE
                                       WS-MONTANT-COMPTE
                                       WS-CODE-CAISSE
               IF WS-CODE-CAISSE = '21'
                   DISPLAY "ATTENTION : pas de caisse ouverte pour "
                           LK-OPERATEUR " - theorique non mis a jour."
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> Cheques : chaque cheque de l'enveloppe est remis a
      *> l'encaissement sur le compte du deposant ; le montant compte
      *> est le total des remises du jour sur ce compte posterieures
      *> au repere pris avant la premiere saisie.
       REMETTRE-CHEQUES.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-REPERE-CHEQUES W-CODE-RETOUR.
           MOVE 'O' TO WS-SUITE.
           PERFORM UNTIL NOT CHEQUE-SUIVANT
               DISPLAY "Remise d'un cheque de l'enveloppe (compte "
                       "beneficiaire " W-DPD-CPT ")"
               CALL "REMISE-CHEQUE" USING LK-OPERATEUR
               DISPLAY "Autre cheque dans l'enveloppe ? (O/N) : "
                       WITH NO ADVANCING
               ACCEPT WS-SUITE
               MOVE FUNCTION UPPER-CASE(WS-SUITE) TO WS-SUITE
           END-PERFORM.

           MOVE 0 TO WS-MONTANT-COMPTE.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CHEQUE-IO" USING WS-OP W-CHEQUE WS-CODE-CHQ.
           MOVE W-DPD-CPT TO W-CHQ-CPT-BENEF.
           MOVE "START-CPT" TO WS-OP.
           CALL "CHEQUE-IO" USING WS-OP W-CHEQUE WS-CODE-CHQ.
           IF WS-CODE-CHQ NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CHEQUE-IO" USING WS-OP W-CHEQUE WS-CODE-CHQ
               EVALUATE TRUE
                   WHEN WS-CODE-CHQ NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CHQ-CPT-BENEF NOT = W-DPD-CPT
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CHQ-ID > WS-REPERE-CHEQUES
                           AND W-CHQ-DATE-REMISE = WS-DATE-JOUR
                       ADD W-CHQ-MONTANT TO WS-MONTANT-COMPTE
                       ADD 1 TO WS-NB
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CHEQUE-IO" USING WS-OP W-CHEQUE WS-CODE-DEVERROU.
           MOVE WS-MONTANT-COMPTE TO WS-MNT-AFF.
           DISPLAY WS-NB " cheque(s) remis pour " WS-MNT-AFF.

      *>----------------------------------------------------------------
      *> Ecart sur des especes : le credit provisoire est ajuste sur
      *> le compte, credit 'D' (compte superieur au declare) ou
      *> debit 'R' (compte inferieur), valeur du jour.
       REGULARISER-COMPTE.
           MOVE W-DPD-CPT TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Compte " W-DPD-CPT " indisponible : "
                       "enveloppe laissee a ouvrir."
               PERFORM DEVERROUILLER-COMPTE
               EXIT PARAGRAPH
           END-IF.
           ADD WS-ECART TO W-CPT-SOLDE.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Echec de la regularisation du compte."
               EXIT PARAGRAPH
           END-IF.

           IF WS-ECART > 0
               MOVE WS-ECART TO WS-ECART-ABS
           ELSE
               COMPUTE WS-ECART-ABS = 0 - WS-ECART
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-DPD-CPT             TO W-TRN-CPT.
           IF WS-ECART > 0
               MOVE 'D' TO W-TRN-TYPE
           ELSE
               MOVE 'R' TO W-TRN-TYPE
           END-IF.
           MOVE WS-ECART-ABS          TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "REGUL DEPOT DAB " DELIMITED SIZE
                  W-DPD-ENVELOPPE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE LK-OPERATEUR          TO W-TRN-OPERATEUR.
           MOVE W-DPD-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.
           MOVE W-DPD-DAB             TO W-TRN-DAB.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE W-TRN-ID TO WS-TRN-REGUL.

      *>----------------------------------------------------------------
      *> Alerte au client : deposee sur le compte, presentee au
      *> guichet et transmise par EXPORT-ALERTES.
       ALERTER-CLIENT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           MOVE WS-ECART TO WS-ECART-AFF.
           INITIALIZE W-ALERTE.
           MOVE WS-COMPTEUR  TO W-ALE-ID.
           MOVE W-DPD-CPT    TO W-ALE-CPT.
           MOVE WS-DATE-JOUR TO W-ALE-DATE.
           STRING "DEPOT DAB " DELIMITED SIZE
                  W-DPD-ENVELOPPE DELIMITED SIZE
                  " ECART DE COMPTAGE " DELIMITED SIZE
                  FUNCTION TRIM(WS-ECART-AFF) DELIMITED SIZE
               INTO W-ALE-MESSAGE.
           SET ALE-NON-ACQUITTEE TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "ALERTE-IO" USING WS-OP W-ALERTE WS-CODE-ALERTE.
           MOVE "WRITE" TO WS-OP.
           CALL "ALERTE-IO" USING WS-OP W-ALERTE WS-CODE-ALERTE.
           MOVE "CLOSE" TO WS-OP.
           CALL "ALERTE-IO" USING WS-OP W-ALERTE WS-CODE-ALERTE.

      *>----------------------------------------------------------------
       CLORE-ENVELOPPE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD.
           MOVE WS-ID-ENVELOPPE TO W-DPD-ID.
           MOVE "READ" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD.
           IF WS-CODE-DPD = '00'
               MOVE WS-MONTANT-COMPTE TO W-DPD-MONTANT-COMPTE
               MOVE WS-DATE-JOUR      TO W-DPD-DATE-OUVERTURE
               MOVE LK-OPERATEUR      TO W-DPD-OPERATEUR
               MOVE WS-TRN-REGUL      TO W-DPD-TRN-REGUL
               IF WS-ECART = 0
                   SET DPD-CONFORME TO TRUE
               ELSE
                   SET DPD-ECART TO TRUE
               END-IF
               MOVE "REWRITE" TO WS-OP
               CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
       JOURNALISER-AUDIT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           MOVE WS-ECART TO WS-ECART-AFF.
           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR   TO W-AUD-ID.
           MOVE W-DPD-CPT     TO W-AUD-CPT.
           MOVE "DEPOT-DAB"   TO W-AUD-OPERATION.
           MOVE '00'          TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR  TO W-AUD-OPERATEUR.
           STRING "ENVELOPPE " DELIMITED SIZE
                  W-DPD-ENVELOPPE DELIMITED SIZE
                  " ECART " DELIMITED SIZE
                  FUNCTION TRIM(WS-ECART-AFF) DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

      *>----------------------------------------------------------------
       LISTER-A-OUVRIR.
           DISPLAY "Automate (vide = tout le parc) : "
                   WITH NO ADVANCING.
           ACCEPT WS-DAB-RECHERCHE.
           MOVE FUNCTION UPPER-CASE(WS-DAB-RECHERCHE)
               TO WS-DAB-RECHERCHE.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD.
           IF WS-DAB-RECHERCHE = SPACES
               MOVE "START-FIRST" TO WS-OP
           ELSE
               MOVE WS-DAB-RECHERCHE TO W-DPD-DAB
               MOVE "START-DAB" TO WS-OP
           END-IF.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD.
           IF WS-CODE-DPD NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "DAB      ENVELOPPE    DATE     N COMPTE   "
                   "     DECLARE".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD
               EVALUATE TRUE
                   WHEN WS-CODE-DPD NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN WS-DAB-RECHERCHE NOT = SPACES
                           AND W-DPD-DAB NOT = WS-DAB-RECHERCHE
                       SET FIN-PARCOURS TO TRUE
                   WHEN DPD-A-OUVRIR
                       MOVE W-DPD-MONTANT-DECLARE TO WS-MNT-AFF
                       DISPLAY W-DPD-DAB " " W-DPD-ENVELOPPE " "
                               W-DPD-DATE " " W-DPD-NATURE " "
                               W-DPD-CPT " " WS-MNT-AFF
                       ADD 1 TO WS-NB
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DEVERROU.
           DISPLAY "Enveloppes a ouvrir : " WS-NB.

      *>----------------------------------------------------------------
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

       END PROGRAM DEPOTS-DAB.
