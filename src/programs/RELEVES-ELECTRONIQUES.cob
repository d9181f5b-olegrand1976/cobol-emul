      *>****************************************************************
      *> Programme : RELEVES-ELECTRONIQUES
      *> Role      : Batch de la chaine BATCH-NUIT (toujours, apres
      *>             SNAPSHOT-SOLDES). Produit le releve electronique
      *>             de chaque compte abonne (RELEVES-ELEC.dat, ecran
      *>             RELEVES-ELEC) au format choisi par le client :
      *>             camt.053 (XML ISO 20022) ou MT940. Le releve
      *>             couvre les mouvements comptabilises depuis le
      *>             releve precedent :
      *>             - solde comptable d'ouverture et de cloture (la
      *>               cloture est la photographie du jour ecrite par
      *>               SNAPSHOT-SOLDES) ;
      *>             - solde en valeur du jour et soldes previsionnels
      *>               aux dates de valeur futures (remises de cheques
      *>               non encore disponibles) ;
      *>             - chaque mouvement avec son identifiant
      *>               W-TRN-ID, ses dates de comptabilisation et de
      *>               valeur, sa categorie, son libelle et, pour les
      *>               virements entre comptes de l'etablissement, le
      *>               compte et le nom du donneur d'ordre ou du
      *>               beneficiaire (les virements recus sont retrouves
      *>               par un second passage sur W-TRN-CPT-DEST, comme
      *>               dans RECONCILIER).
      *>             Le releve est depose dans le repertoire du client
      *>             reports/sortant/<depot>/ sous le nom
      *>             RELEVE-<compte>-<AAAAMMJJ>-<sequence>.xml (.sta en
      *>             MT940) ; le numero de sequence progresse d'une
      *>             unite par releve et figure dans le releve
      *>             (ElctrncSeqNb / :28C:) pour que le client detecte
      *>             un releve manquant. Une relance le meme jour
      *>             reproduit le releve sous le meme numero.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVES-ELECTRONIQUES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RELEVE ASSIGN TO WS-NOM-RELEVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELEVE.

       DATA DIVISION.
       FILE SECTION.
       FD F-RELEVE.
       01 F-RELEVE-LIGNE         PIC X(250).

       WORKING-STORAGE SECTION.
       COPY RELEVE-ELEC.
       COPY COMPTE.
       COPY TRANSACT.
       COPY SOLDE-JOUR.
       COPY PARAMETRES.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-NOM-RELEVE          PIC X(100).
       01 WS-NOM-REPERTOIRE      PIC X(60).
       01 WS-FS-RELEVE           PIC X(2) VALUE '00'.
       01 WS-CODE-REP            PIC 9(2) COMP VALUE 0.
       01 WS-LIGNE               PIC X(250).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-MVT             PIC X(1) VALUE 'N'.
          88 FIN-MOUVEMENTS      VALUE 'O'.

       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-HEURE-JOUR          PIC X(6).
       01 WS-CODE-RLE            PIC X(2).
       01 WS-CODE-SNAP           PIC X(2).

      *> Compte releve : zones conservees avant les lectures des
      *> comptes de contrepartie.
       01 WS-RLV-CPT             PIC 9(8).
       01 WS-RLV-IBAN            PIC X(27).
       01 WS-RLV-TITULAIRE       PIC X(40).
       01 WS-RLV-DEVISE          PIC X(3).
       01 WS-RLV-SEQUENCE        PIC 9(5).
       01 WS-RLV-BORNE           PIC 9(8).
       01 WS-CODE-IBAN           PIC X(2).

      *> Soldes du releve : cloture comptable, ouverture deduite des
      *> mouvements de la periode, valeur du jour et previsionnels.
       01 WS-SOLDE-CLOTURE       PIC S9(11)V99 COMP-3.
       01 WS-SOLDE-OUVERTURE     PIC S9(11)V99 COMP-3.
       01 WS-SOLDE-VALEUR        PIC S9(11)V99 COMP-3.
       01 WS-SOLDE-PREVU         PIC S9(11)V99 COMP-3.
       01 WS-EFFET               PIC S9(11)V99 COMP-3.
       01 WS-TOTAL-FUTUR         PIC S9(11)V99 COMP-3.
       01 WS-TOTAL-CREDITS       PIC S9(11)V99 COMP-3.
       01 WS-TOTAL-DEBITS        PIC S9(11)V99 COMP-3.
       01 WS-NB-CREDITS          PIC 9(5).
       01 WS-NB-DEBITS           PIC 9(5).

      *> Mouvements de la periode, dans l'ordre de lecture.
       01 WS-MVT-MAX             PIC 9(4) COMP VALUE 1000.
       01 WS-NB-MVT              PIC 9(4) COMP VALUE 0.
       01 WS-IDX-MVT             PIC 9(4) COMP.
       01 WS-DEBORDEMENT         PIC X(1) VALUE 'N'.
          88 TABLE-DEBORDEE      VALUE 'O'.
       01 WS-TAB-MVT.
          05 WS-MVT OCCURS 1000 TIMES.
             10 WS-MVT-ID          PIC 9(10).
             10 WS-MVT-TYPE        PIC X(1).
             10 WS-MVT-SENS        PIC X(1).
             10 WS-MVT-MONTANT     PIC S9(11)V99 COMP-3.
             10 WS-MVT-DATE        PIC 9(8).
             10 WS-MVT-VALEUR      PIC 9(8).
             10 WS-MVT-LIBELLE     PIC X(40).
             10 WS-MVT-CATEGORIE   PIC X(4).
             10 WS-MVT-CONTRE-CPT  PIC 9(8).
             10 WS-MVT-CONTRE-IBAN PIC X(27).
             10 WS-MVT-CONTRE-NOM  PIC X(40).

      *> Effets en valeur future, cumules par date de valeur
      *> croissante (soldes previsionnels).
       01 WS-VAL-MAX             PIC 9(2) COMP VALUE 20.
       01 WS-NB-VAL              PIC 9(2) COMP VALUE 0.
       01 WS-IDX-VAL             PIC 9(2) COMP.
       01 WS-IDX-DEC             PIC 9(2) COMP.
       01 WS-TAB-VAL.
          05 WS-VAL OCCURS 20 TIMES.
             10 WS-VAL-DATE        PIC 9(8).
             10 WS-VAL-EFFET       PIC S9(11)V99 COMP-3.

      *> Zones d'edition.
       01 WS-MNT-TRAV            PIC S9(11)V99 COMP-3.
       01 WS-MNT-EDITE           PIC Z(10)9.99.
       01 WS-MNT-TEXTE           PIC X(14).
       01 WS-SENS-TEXTE          PIC X(4).
       01 WS-DATE-TRAV           PIC 9(8).
       01 WS-DATE-TRAV-X REDEFINES WS-DATE-TRAV PIC X(8).
       01 WS-DATE-ISO            PIC X(10).
       01 WS-DATE-COURTE         PIC X(6).
       01 WS-DATE-ISO-JOUR       PIC X(10).
       01 WS-HORODATAGE          PIC X(19).
       01 WS-TYPE-SOLDE          PIC X(5).
       01 WS-CODE-OPERATION      PIC X(4).
       01 WS-TEXTE-LIBRE         PIC X(40).
       01 WS-SEQ-TEXTE           PIC 9(5).
       01 WS-ID-RELEVE           PIC X(24).

       01 WS-NB-RELEVES          PIC 9(5) VALUE 0.
       01 WS-NB-RELANCES         PIC 9(5) VALUE 0.
       01 WS-NB-ANOMALIES        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- RELEVES-ELECTRONIQUES : camt.053 / MT940 ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
       MOVE WS-DATE-COMPLETE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-COMPLETE(9:6) TO WS-HEURE-JOUR.
       MOVE WS-DATE-JOUR TO WS-DATE-TRAV.
       PERFORM FORMATER-DATE.
       MOVE WS-DATE-ISO TO WS-DATE-ISO-JOUR.
       MOVE SPACES TO WS-HORODATAGE.
       STRING WS-DATE-ISO-JOUR  DELIMITED SIZE
              "T"               DELIMITED SIZE
              WS-HEURE-JOUR(1:2) DELIMITED SIZE
              ":"               DELIMITED SIZE
              WS-HEURE-JOUR(3:2) DELIMITED SIZE
              ":"               DELIMITED SIZE
              WS-HEURE-JOUR(5:2) DELIMITED SIZE
           INTO WS-HORODATAGE.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC WS-CODE-RLE.
       IF WS-CODE-RLE NOT = '00'
           DISPLAY "Aucun abonnement au releve electronique."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "reports/sortant" TO WS-NOM-REPERTOIRE.
       CALL "CBL_CREATE_DIR" USING WS-NOM-REPERTOIRE
           RETURNING WS-CODE-REP.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-SNAP.

       MOVE "START-FIRST" TO WS-OP.
       CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC WS-CODE-RLE.
       IF WS-CODE-RLE NOT = '00'
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC WS-CODE-RLE
           IF WS-CODE-RLE = '00'
               IF RLE-ACTIF
                   PERFORM PRODUIRE-RELEVE
               END-IF
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC WS-CODE-RLE.
       MOVE "CLOSE" TO WS-OP.
       CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-SNAP.
       MOVE "CLOSE" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Releves deposes     : " WS-NB-RELEVES.
       DISPLAY "dont relances       : " WS-NB-RELANCES.
       DISPLAY "Releves non produits: " WS-NB-ANOMALIES.

       IF WS-NB-ANOMALIES > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Un releve par compte abonne. La periode part de l'arrete du
      *> releve precedent (exclu) ; une relance le meme jour repart
      *> de la meme borne sous le meme numero.
       PRODUIRE-RELEVE.
           MOVE W-RLE-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "Compte " W-RLE-CPT " introuvable : pas de "
                       "releve."
               EXIT PARAGRAPH
           END-IF.
      *>   Compte clos : le releve de cloture est le dernier.
           IF CPT-CLOTURE AND W-CPT-DATE-CLOTURE NOT = 0
                   AND W-RLE-DERN-DATE >= W-CPT-DATE-CLOTURE
                   AND W-RLE-DERN-DATE NOT = WS-DATE-JOUR
               EXIT PARAGRAPH
           END-IF.

           MOVE W-CPT-NUMERO     TO WS-RLV-CPT.
           MOVE W-CPT-TITULAIRE  TO WS-RLV-TITULAIRE.
           MOVE W-CPT-DEVISE     TO WS-RLV-DEVISE.
           MOVE W-CPT-IBAN       TO WS-RLV-IBAN.
           IF WS-RLV-IBAN = SPACES
               MOVE "GENERER" TO WS-OP
               CALL "IBAN" USING WS-OP W-CPT-NUMERO W-CPT-AGENCE
                                 WS-RLV-IBAN WS-CODE-IBAN
           END-IF.

           IF W-RLE-DERN-DATE = WS-DATE-JOUR AND W-RLE-SEQUENCE > 0
               MOVE W-RLE-DERN-BORNE TO WS-RLV-BORNE
               MOVE W-RLE-SEQUENCE   TO WS-RLV-SEQUENCE
               ADD 1 TO WS-NB-RELANCES
           ELSE
               MOVE W-RLE-DERN-DATE  TO WS-RLV-BORNE
               COMPUTE WS-RLV-SEQUENCE = W-RLE-SEQUENCE + 1
           END-IF.

      *>   Solde de cloture : photographie du jour, a defaut le solde
      *>   du compte.
           MOVE W-CPT-SOLDE TO WS-SOLDE-CLOTURE.
           MOVE WS-RLV-CPT   TO W-SNJ-CPT.
           MOVE WS-DATE-JOUR TO W-SNJ-DATE.
           MOVE "READ" TO WS-OP.
           CALL "SNAPSHOT-IO" USING WS-OP W-SOLDE-JOUR WS-CODE-SNAP.
           IF WS-CODE-SNAP = '00'
               MOVE W-SNJ-SOLDE TO WS-SOLDE-CLOTURE
           END-IF.

           PERFORM COLLECTER-MOUVEMENTS.
           IF TABLE-DEBORDEE
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "ATTENTION : compte " WS-RLV-CPT " - plus de "
                       WS-MVT-MAX " mouvements sur la periode, releve "
                       "non produit."
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPLETER-CONTREPARTIES.
           PERFORM CALCULER-SOLDES.

           PERFORM OUVRIR-RELEVE.
           IF WS-FS-RELEVE NOT = '00'
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "ATTENTION : compte " WS-RLV-CPT " - depot "
                       FUNCTION TRIM(WS-NOM-RELEVE) " impossible "
                       "(statut " WS-FS-RELEVE ")."
               EXIT PARAGRAPH
           END-IF.
           IF RLE-CAMT053
               PERFORM ECRIRE-CAMT053
           ELSE
               PERFORM ECRIRE-MT940
           END-IF.
           CLOSE F-RELEVE.

           MOVE WS-RLV-SEQUENCE TO W-RLE-SEQUENCE.
           MOVE WS-RLV-BORNE    TO W-RLE-DERN-BORNE.
           MOVE WS-DATE-JOUR    TO W-RLE-DERN-DATE.
           MOVE "REWRITE" TO WS-OP.
           CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC WS-CODE-RLE.
           ADD 1 TO WS-NB-RELEVES.
           DISPLAY "Compte " WS-RLV-CPT " : releve no "
                   WS-RLV-SEQUENCE " (" WS-NB-MVT " mouvements) -> "
                   FUNCTION TRIM(WS-NOM-RELEVE).

      *>----------------------------------------------------------------
      *> Premier passage : mouvements passes sous le numero du compte
      *> (cle alternative W-TRN-CPT). Second passage : virements
      *> recus d'un autre compte de l'etablissement, journalises sous
      *> le numero du compte emetteur.
       COLLECTER-MOUVEMENTS.
           MOVE 0 TO WS-NB-MVT WS-NB-VAL WS-TOTAL-FUTUR.
           MOVE 'N' TO WS-DEBORDEMENT.

           MOVE WS-RLV-CPT TO W-TRN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-MOUVEMENTS TO TRUE
           ELSE
               MOVE 'N' TO WS-FIN-MVT
           END-IF.
           PERFORM UNTIL FIN-MOUVEMENTS
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN (NOT RC-OK)
                       SET FIN-MOUVEMENTS TO TRUE
                   WHEN W-TRN-CPT NOT = WS-RLV-CPT
                       SET FIN-MOUVEMENTS TO TRUE
                   WHEN OTHER
                       PERFORM RETENIR-MOUVEMENT
               END-EVALUATE
           END-PERFORM.

           MOVE 'N' TO WS-FIN-MVT.
           MOVE "START-FIRST" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-MOUVEMENTS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-MOUVEMENTS
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR
               IF NOT RC-OK
                   SET FIN-MOUVEMENTS TO TRUE
               ELSE
                   IF TRN-VIREMENT
                       AND W-TRN-CPT-DEST = WS-RLV-CPT
                       AND W-TRN-CPT NOT = WS-RLV-CPT
                       PERFORM RETENIR-VIREMENT-RECU
                   END-IF
               END-IF
           END-PERFORM.

       RETENIR-MOUVEMENT.
           IF TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
                   OR TRN-REMISE-CHEQUE OR TRN-GESTE
               MOVE W-TRN-MONTANT TO WS-EFFET
           ELSE
               COMPUTE WS-EFFET = 0 - W-TRN-MONTANT
           END-IF.
           PERFORM RETENIR-VALEUR-FUTURE.
           IF W-TRN-DATE > WS-RLV-BORNE
                   AND W-TRN-DATE <= WS-DATE-JOUR
               PERFORM AJOUTER-MOUVEMENT
               IF NOT TABLE-DEBORDEE
                   IF TRN-VIREMENT
                       MOVE W-TRN-CPT-DEST
                           TO WS-MVT-CONTRE-CPT(WS-NB-MVT)
                   END-IF
               END-IF
           END-IF.

       RETENIR-VIREMENT-RECU.
           MOVE W-TRN-MONTANT-CREDIT TO WS-EFFET.
           PERFORM RETENIR-VALEUR-FUTURE.
           IF W-TRN-DATE > WS-RLV-BORNE
                   AND W-TRN-DATE <= WS-DATE-JOUR
               PERFORM AJOUTER-MOUVEMENT
               IF NOT TABLE-DEBORDEE
                   MOVE W-TRN-CPT TO WS-MVT-CONTRE-CPT(WS-NB-MVT)
               END-IF
           END-IF.

       AJOUTER-MOUVEMENT.
           IF WS-NB-MVT >= WS-MVT-MAX
               SET TABLE-DEBORDEE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-MVT.
           MOVE W-TRN-ID        TO WS-MVT-ID(WS-NB-MVT).
           MOVE W-TRN-TYPE      TO WS-MVT-TYPE(WS-NB-MVT).
           IF WS-EFFET < 0
               MOVE 'D' TO WS-MVT-SENS(WS-NB-MVT)
               COMPUTE WS-MVT-MONTANT(WS-NB-MVT) = 0 - WS-EFFET
           ELSE
               MOVE 'C' TO WS-MVT-SENS(WS-NB-MVT)
               MOVE WS-EFFET TO WS-MVT-MONTANT(WS-NB-MVT)
           END-IF.
           MOVE W-TRN-DATE      TO WS-MVT-DATE(WS-NB-MVT).
           IF W-TRN-DATE-VALEUR = 0
               MOVE W-TRN-DATE  TO WS-MVT-VALEUR(WS-NB-MVT)
           ELSE
               MOVE W-TRN-DATE-VALEUR TO WS-MVT-VALEUR(WS-NB-MVT)
           END-IF.
           MOVE W-TRN-LIBELLE   TO WS-MVT-LIBELLE(WS-NB-MVT).
           MOVE W-TRN-CATEGORIE TO WS-MVT-CATEGORIE(WS-NB-MVT).
           MOVE 0               TO WS-MVT-CONTRE-CPT(WS-NB-MVT).
           MOVE SPACES          TO WS-MVT-CONTRE-IBAN(WS-NB-MVT)
                                   WS-MVT-CONTRE-NOM(WS-NB-MVT).

      *>   Tout mouvement deja comptabilise dont la valeur tombe apres
      *>   le jour pese sur les soldes en valeur, quelle que soit sa
      *>   date de comptabilisation.
       RETENIR-VALEUR-FUTURE.
           IF W-TRN-DATE-VALEUR NOT > WS-DATE-JOUR
                   OR W-TRN-DATE > WS-DATE-JOUR
               EXIT PARAGRAPH
           END-IF.
           ADD WS-EFFET TO WS-TOTAL-FUTUR.
           MOVE 1 TO WS-IDX-VAL.
           PERFORM UNTIL WS-IDX-VAL > WS-NB-VAL
                   OR WS-VAL-DATE(WS-IDX-VAL) >= W-TRN-DATE-VALEUR
               ADD 1 TO WS-IDX-VAL
           END-PERFORM.
           IF WS-IDX-VAL <= WS-NB-VAL
               IF WS-VAL-DATE(WS-IDX-VAL) = W-TRN-DATE-VALEUR
                   ADD WS-EFFET TO WS-VAL-EFFET(WS-IDX-VAL)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *>   Nouvelle date de valeur : insertion a son rang ; au-dela de
      *>   la capacite de la table, la date la plus lointaine n'est
      *>   pas detaillee (elle reste comptee dans le solde en valeur).
           IF WS-IDX-VAL > WS-VAL-MAX
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-VAL < WS-VAL-MAX
               ADD 1 TO WS-NB-VAL
           END-IF.
           MOVE WS-NB-VAL TO WS-IDX-DEC.
           PERFORM UNTIL WS-IDX-DEC <= WS-IDX-VAL
               MOVE WS-VAL(WS-IDX-DEC - 1) TO WS-VAL(WS-IDX-DEC)
               SUBTRACT 1 FROM WS-IDX-DEC
           END-PERFORM.
           MOVE W-TRN-DATE-VALEUR TO WS-VAL-DATE(WS-IDX-VAL).
           MOVE WS-EFFET          TO WS-VAL-EFFET(WS-IDX-VAL).

      *>----------------------------------------------------------------
      *> Nom et IBAN des comptes de contrepartie des virements
      *> internes (la lecture ecrase W-COMPTE, d'ou les zones
      *> WS-RLV-* conservees plus haut).
       COMPLETER-CONTREPARTIES.
           MOVE 1 TO WS-IDX-MVT.
           PERFORM UNTIL WS-IDX-MVT > WS-NB-MVT
               IF WS-MVT-CONTRE-CPT(WS-IDX-MVT) NOT = 0
                   MOVE WS-MVT-CONTRE-CPT(WS-IDX-MVT) TO W-CPT-NUMERO
                   MOVE "READ" TO WS-OP
                   CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
                   IF RC-OK
                       MOVE W-CPT-TITULAIRE
                           TO WS-MVT-CONTRE-NOM(WS-IDX-MVT)
                       MOVE W-CPT-IBAN
                           TO WS-MVT-CONTRE-IBAN(WS-IDX-MVT)
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-MVT
           END-PERFORM.

      *>----------------------------------------------------------------
       CALCULER-SOLDES.
           MOVE 0 TO WS-TOTAL-CREDITS WS-TOTAL-DEBITS
                     WS-NB-CREDITS WS-NB-DEBITS.
           MOVE 1 TO WS-IDX-MVT.
           PERFORM UNTIL WS-IDX-MVT > WS-NB-MVT
               IF WS-MVT-SENS(WS-IDX-MVT) = 'C'
                   ADD WS-MVT-MONTANT(WS-IDX-MVT) TO WS-TOTAL-CREDITS
                   ADD 1 TO WS-NB-CREDITS
               ELSE
                   ADD WS-MVT-MONTANT(WS-IDX-MVT) TO WS-TOTAL-DEBITS
                   ADD 1 TO WS-NB-DEBITS
               END-IF
               ADD 1 TO WS-IDX-MVT
           END-PERFORM.
           COMPUTE WS-SOLDE-OUVERTURE = WS-SOLDE-CLOTURE
                   - WS-TOTAL-CREDITS + WS-TOTAL-DEBITS.
           COMPUTE WS-SOLDE-VALEUR = WS-SOLDE-CLOTURE - WS-TOTAL-FUTUR.

      *>----------------------------------------------------------------
       OUVRIR-RELEVE.
           MOVE SPACES TO WS-NOM-REPERTOIRE.
           STRING "reports/sortant/" DELIMITED SIZE
                  FUNCTION TRIM(W-RLE-DESTINATION) DELIMITED SIZE
               INTO WS-NOM-REPERTOIRE.
           CALL "CBL_CREATE_DIR" USING WS-NOM-REPERTOIRE
               RETURNING WS-CODE-REP.

           MOVE WS-RLV-SEQUENCE TO WS-SEQ-TEXTE.
           MOVE SPACES TO WS-NOM-RELEVE.
           STRING FUNCTION TRIM(WS-NOM-REPERTOIRE) DELIMITED SIZE
                  "/RELEVE-"       DELIMITED SIZE
                  WS-RLV-CPT       DELIMITED SIZE
                  "-"              DELIMITED SIZE
                  WS-DATE-JOUR     DELIMITED SIZE
                  "-"              DELIMITED SIZE
                  WS-SEQ-TEXTE     DELIMITED SIZE
               INTO WS-NOM-RELEVE.
           IF RLE-CAMT053
               STRING FUNCTION TRIM(WS-NOM-RELEVE) DELIMITED SIZE
                      ".xml" DELIMITED SIZE
                   INTO WS-NOM-RELEVE
           ELSE
               STRING FUNCTION TRIM(WS-NOM-RELEVE) DELIMITED SIZE
                      ".sta" DELIMITED SIZE
                   INTO WS-NOM-RELEVE
           END-IF.

           MOVE SPACES TO WS-ID-RELEVE.
           STRING "RLE" DELIMITED SIZE
                  WS-RLV-CPT DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  WS-SEQ-TEXTE DELIMITED SIZE
               INTO WS-ID-RELEVE.

           OPEN OUTPUT F-RELEVE.

      *>----------------------------------------------------------------
      *> camt.053 : releve de compte ISO 20022 (BkToCstmrStmt).
       ECRIRE-CAMT053.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                       DELIMITED SIZE
                  'camt.053.001.02">' DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE " <BkToCstmrStmt>" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "  <GrpHdr><MsgId>" DELIMITED SIZE
                  FUNCTION TRIM(WS-ID-RELEVE) DELIMITED SIZE
                  "</MsgId><CreDtTm>" DELIMITED SIZE
                  WS-HORODATAGE DELIMITED SIZE
                  "</CreDtTm></GrpHdr>" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE "  <Stmt>" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "   <Id>" DELIMITED SIZE
                  FUNCTION TRIM(WS-ID-RELEVE) DELIMITED SIZE
                  "</Id><ElctrncSeqNb>" DELIMITED SIZE
                  WS-RLV-SEQUENCE DELIMITED SIZE
                  "</ElctrncSeqNb><CreDtTm>" DELIMITED SIZE
                  WS-HORODATAGE DELIMITED SIZE
                  "</CreDtTm>" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-RLV-BORNE TO WS-DATE-TRAV.
           PERFORM FORMATER-DATE.
           MOVE SPACES TO WS-LIGNE.
           STRING "   <FrToDt><FrDtTm>" DELIMITED SIZE
                  WS-DATE-ISO DELIMITED SIZE
                  "T23:59:59</FrDtTm><ToDtTm>" DELIMITED SIZE
                  WS-DATE-ISO-JOUR DELIMITED SIZE
                  "T23:59:59</ToDtTm></FrToDt>" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-RLV-TITULAIRE TO WS-TEXTE-LIBRE.
           PERFORM PROTEGER-XML.
           MOVE SPACES TO WS-LIGNE.
           STRING "   <Acct><Id><IBAN>" DELIMITED SIZE
                  FUNCTION TRIM(WS-RLV-IBAN) DELIMITED SIZE
                  "</IBAN></Id><Ccy>" DELIMITED SIZE
                  WS-RLV-DEVISE DELIMITED SIZE
                  "</Ccy><Ownr><Nm>" DELIMITED SIZE
                  FUNCTION TRIM(WS-TEXTE-LIBRE) DELIMITED SIZE
                  "</Nm></Ownr><Svcr><FinInstnId><BIC>" DELIMITED SIZE
                  FUNCTION TRIM(PARAM-BIC-BANQUE) DELIMITED SIZE
                  "</BIC></FinInstnId></Svcr></Acct>" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

      *>   Soldes : ouverture (arrete precedent), cloture, valeur du
      *>   jour, previsionnels par date de valeur.
           MOVE "OPBD" TO WS-TYPE-SOLDE.
           MOVE WS-SOLDE-OUVERTURE TO WS-MNT-TRAV.
           MOVE WS-RLV-BORNE TO WS-DATE-TRAV.
           PERFORM ECRIRE-SOLDE-CAMT.
           MOVE "CLBD" TO WS-TYPE-SOLDE.
           MOVE WS-SOLDE-CLOTURE TO WS-MNT-TRAV.
           MOVE WS-DATE-JOUR TO WS-DATE-TRAV.
           PERFORM ECRIRE-SOLDE-CAMT.
           MOVE "CLAV" TO WS-TYPE-SOLDE.
           MOVE WS-SOLDE-VALEUR TO WS-MNT-TRAV.
           MOVE WS-DATE-JOUR TO WS-DATE-TRAV.
           PERFORM ECRIRE-SOLDE-CAMT.
           MOVE WS-SOLDE-VALEUR TO WS-SOLDE-PREVU.
           MOVE 1 TO WS-IDX-VAL.
           PERFORM UNTIL WS-IDX-VAL > WS-NB-VAL
               ADD WS-VAL-EFFET(WS-IDX-VAL) TO WS-SOLDE-PREVU
               MOVE "FWAV" TO WS-TYPE-SOLDE
               MOVE WS-SOLDE-PREVU TO WS-MNT-TRAV
               MOVE WS-VAL-DATE(WS-IDX-VAL) TO WS-DATE-TRAV
               PERFORM ECRIRE-SOLDE-CAMT
               ADD 1 TO WS-IDX-VAL
           END-PERFORM.

           MOVE WS-TOTAL-CREDITS TO WS-MNT-TRAV.
           PERFORM FORMATER-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "   <TxsSummry><TtlCdtNtries><NbOfNtries>"
                      DELIMITED SIZE
                  WS-NB-CREDITS DELIMITED SIZE
                  "</NbOfNtries><Sum>" DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-TEXTE) DELIMITED SIZE
                  "</Sum></TtlCdtNtries>" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-TOTAL-DEBITS TO WS-MNT-TRAV.
           PERFORM FORMATER-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "    <TtlDbtNtries><NbOfNtries>" DELIMITED SIZE
                  WS-NB-DEBITS DELIMITED SIZE
                  "</NbOfNtries><Sum>" DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-TEXTE) DELIMITED SIZE
                  "</Sum></TtlDbtNtries></TxsSummry>" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

           MOVE 1 TO WS-IDX-MVT.
           PERFORM UNTIL WS-IDX-MVT > WS-NB-MVT
               PERFORM ECRIRE-ECRITURE-CAMT
               ADD 1 TO WS-IDX-MVT
           END-PERFORM.

           MOVE "  </Stmt>" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE " </BkToCstmrStmt>" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE "</Document>" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

       ECRIRE-SOLDE-CAMT.
           PERFORM FORMATER-DATE.
           PERFORM FORMATER-SOLDE.
           IF WS-SENS-TEXTE = "C"
               MOVE "CRDT" TO WS-SENS-TEXTE
           ELSE
               MOVE "DBIT" TO WS-SENS-TEXTE
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "   <Bal><Tp><CdOrPrtry><Cd>" DELIMITED SIZE
                  FUNCTION TRIM(WS-TYPE-SOLDE) DELIMITED SIZE
                  "</Cd></CdOrPrtry></Tp><Amt Ccy=""" DELIMITED SIZE
                  WS-RLV-DEVISE DELIMITED SIZE
                  """>" DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-TEXTE) DELIMITED SIZE
                  "</Amt><CdtDbtInd>" DELIMITED SIZE
                  WS-SENS-TEXTE DELIMITED SIZE
                  "</CdtDbtInd><Dt><Dt>" DELIMITED SIZE
                  WS-DATE-ISO DELIMITED SIZE
                  "</Dt></Dt></Bal>" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

       ECRIRE-ECRITURE-CAMT.
           MOVE WS-MVT-MONTANT(WS-IDX-MVT) TO WS-MNT-TRAV.
           PERFORM FORMATER-MONTANT.
           IF WS-MVT-SENS(WS-IDX-MVT) = 'C'
               MOVE "CRDT" TO WS-SENS-TEXTE
           ELSE
               MOVE "DBIT" TO WS-SENS-TEXTE
           END-IF.
           PERFORM DETERMINER-CODE-OPERATION.
           MOVE "   <Ntry>" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "    <NtryRef>" DELIMITED SIZE
                  WS-MVT-ID(WS-IDX-MVT) DELIMITED SIZE
                  "</NtryRef><Amt Ccy=""" DELIMITED SIZE
                  WS-RLV-DEVISE DELIMITED SIZE
                  """>" DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-TEXTE) DELIMITED SIZE
                  "</Amt><CdtDbtInd>" DELIMITED SIZE
                  WS-SENS-TEXTE DELIMITED SIZE
                  "</CdtDbtInd><Sts>BOOK</Sts>" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-MVT-DATE(WS-IDX-MVT) TO WS-DATE-TRAV.
           PERFORM FORMATER-DATE.
           MOVE SPACES TO WS-LIGNE.
           STRING "    <BookgDt><Dt>" DELIMITED SIZE
                  WS-DATE-ISO DELIMITED SIZE
                  "</Dt></BookgDt>" DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-MVT-VALEUR(WS-IDX-MVT) TO WS-DATE-TRAV.
           PERFORM FORMATER-DATE.
           STRING FUNCTION TRIM(WS-LIGNE TRAILING) DELIMITED SIZE
                  "<ValDt><Dt>" DELIMITED SIZE
                  WS-DATE-ISO DELIMITED SIZE
                  "</Dt></ValDt><AcctSvcrRef>" DELIMITED SIZE
                  WS-MVT-ID(WS-IDX-MVT) DELIMITED SIZE
                  "</AcctSvcrRef>" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "    <BkTxCd><Prtry><Cd>" DELIMITED SIZE
                  WS-CODE-OPERATION DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-MVT-TYPE(WS-IDX-MVT) DELIMITED SIZE
                  "</Cd><Issr>" DELIMITED SIZE
                  FUNCTION TRIM(PARAM-BIC-BANQUE) DELIMITED SIZE
                  "</Issr></Prtry></BkTxCd>" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "    <NtryDtls><TxDtls><Refs><AcctSvcrRef>"
                      DELIMITED SIZE
                  WS-MVT-ID(WS-IDX-MVT) DELIMITED SIZE
                  "</AcctSvcrRef></Refs>" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           IF WS-MVT-CONTRE-CPT(WS-IDX-MVT) NOT = 0
               PERFORM ECRIRE-CONTREPARTIE-CAMT
           END-IF.
           IF WS-MVT-CATEGORIE(WS-IDX-MVT) NOT = SPACES
               MOVE SPACES TO WS-LIGNE
               STRING "     <Purp><Prtry>" DELIMITED SIZE
                      WS-MVT-CATEGORIE(WS-IDX-MVT) DELIMITED SIZE
                      "</Prtry></Purp>" DELIMITED SIZE
                   INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.
           MOVE WS-MVT-LIBELLE(WS-IDX-MVT) TO WS-TEXTE-LIBRE.
           PERFORM PROTEGER-XML.
           MOVE SPACES TO WS-LIGNE.
           STRING "     <RmtInf><Ustrd>" DELIMITED SIZE
                  FUNCTION TRIM(WS-TEXTE-LIBRE) DELIMITED SIZE
                  "</Ustrd></RmtInf>" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE "    </TxDtls></NtryDtls>" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE "   </Ntry>" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

      *>   Debit : la contrepartie est le beneficiaire (Cdtr) ;
      *>   credit : le donneur d'ordre (Dbtr).
       ECRIRE-CONTREPARTIE-CAMT.
           MOVE WS-MVT-CONTRE-NOM(WS-IDX-MVT) TO WS-TEXTE-LIBRE.
           PERFORM PROTEGER-XML.
           MOVE SPACES TO WS-LIGNE.
           IF WS-MVT-SENS(WS-IDX-MVT) = 'D'
               STRING "     <RltdPties><Cdtr><Nm>" DELIMITED SIZE
                      FUNCTION TRIM(WS-TEXTE-LIBRE) DELIMITED SIZE
                      "</Nm></Cdtr><CdtrAcct><Id>" DELIMITED SIZE
                   INTO WS-LIGNE
           ELSE
               STRING "     <RltdPties><Dbtr><Nm>" DELIMITED SIZE
                      FUNCTION TRIM(WS-TEXTE-LIBRE) DELIMITED SIZE
                      "</Nm></Dbtr><DbtrAcct><Id>" DELIMITED SIZE
                   INTO WS-LIGNE
           END-IF.
           IF WS-MVT-CONTRE-IBAN(WS-IDX-MVT) NOT = SPACES
               STRING FUNCTION TRIM(WS-LIGNE TRAILING) DELIMITED SIZE
                      "<IBAN>" DELIMITED SIZE
                      WS-MVT-CONTRE-IBAN(WS-IDX-MVT) DELIMITED SIZE
                      "</IBAN>" DELIMITED SIZE
                   INTO WS-LIGNE
           ELSE
               STRING FUNCTION TRIM(WS-LIGNE TRAILING) DELIMITED SIZE
                      "<Othr><Id>" DELIMITED SIZE
                      WS-MVT-CONTRE-CPT(WS-IDX-MVT) DELIMITED SIZE
                      "</Id></Othr>" DELIMITED SIZE
                   INTO WS-LIGNE
           END-IF.
           IF WS-MVT-SENS(WS-IDX-MVT) = 'D'
               STRING FUNCTION TRIM(WS-LIGNE TRAILING) DELIMITED SIZE
                      "</Id></CdtrAcct></RltdPties>" DELIMITED SIZE
                   INTO WS-LIGNE
           ELSE
               STRING FUNCTION TRIM(WS-LIGNE TRAILING) DELIMITED SIZE
                      "</Id></DbtrAcct></RltdPties>" DELIMITED SIZE
                   INTO WS-LIGNE
           END-IF.
           PERFORM ECRIRE-LIGNE.

      *>----------------------------------------------------------------
      *> MT940 : releve client (:20: reference, :25: compte, :28C:
      *> numero de releve, :60F:/:62F: soldes comptables, :61:/:86:
      *> ecritures, :64: solde en valeur, :65: previsionnels).
       ECRIRE-MT940.
           MOVE SPACES TO WS-LIGNE.
           STRING ":20:" DELIMITED SIZE
                  "RLE" DELIMITED SIZE
                  WS-RLV-CPT DELIMITED SIZE
                  WS-SEQ-TEXTE DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING ":25:" DELIMITED SIZE
                  FUNCTION TRIM(WS-RLV-IBAN) DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING ":28C:" DELIMITED SIZE
                  WS-SEQ-TEXTE DELIMITED SIZE
                  "/1" DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

           MOVE ":60F:" TO WS-TYPE-SOLDE.
           MOVE WS-SOLDE-OUVERTURE TO WS-MNT-TRAV.
           MOVE WS-RLV-BORNE TO WS-DATE-TRAV.
           PERFORM ECRIRE-SOLDE-MT940.

           MOVE 1 TO WS-IDX-MVT.
           PERFORM UNTIL WS-IDX-MVT > WS-NB-MVT
               PERFORM ECRIRE-ECRITURE-MT940
               ADD 1 TO WS-IDX-MVT
           END-PERFORM.

           MOVE ":62F:" TO WS-TYPE-SOLDE.
           MOVE WS-SOLDE-CLOTURE TO WS-MNT-TRAV.
           MOVE WS-DATE-JOUR TO WS-DATE-TRAV.
           PERFORM ECRIRE-SOLDE-MT940.
           MOVE ":64:" TO WS-TYPE-SOLDE.
           MOVE WS-SOLDE-VALEUR TO WS-MNT-TRAV.
           MOVE WS-DATE-JOUR TO WS-DATE-TRAV.
           PERFORM ECRIRE-SOLDE-MT940.
           MOVE WS-SOLDE-VALEUR TO WS-SOLDE-PREVU.
           MOVE 1 TO WS-IDX-VAL.
           PERFORM UNTIL WS-IDX-VAL > WS-NB-VAL
               ADD WS-VAL-EFFET(WS-IDX-VAL) TO WS-SOLDE-PREVU
               MOVE ":65:" TO WS-TYPE-SOLDE
               MOVE WS-SOLDE-PREVU TO WS-MNT-TRAV
               MOVE WS-VAL-DATE(WS-IDX-VAL) TO WS-DATE-TRAV
               PERFORM ECRIRE-SOLDE-MT940
               ADD 1 TO WS-IDX-VAL
           END-PERFORM.
           MOVE "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

       ECRIRE-SOLDE-MT940.
           PERFORM FORMATER-DATE.
           PERFORM FORMATER-SOLDE.
           INSPECT WS-MNT-TEXTE REPLACING ALL "." BY ",".
           MOVE SPACES TO WS-LIGNE.
           STRING FUNCTION TRIM(WS-TYPE-SOLDE) DELIMITED SIZE
                  WS-SENS-TEXTE(1:1) DELIMITED SIZE
                  WS-DATE-COURTE DELIMITED SIZE
                  WS-RLV-DEVISE DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-TEXTE) DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

      *>   :61: date de valeur AAMMJJ, date de comptabilisation MMJJ,
      *>   sens, montant, code operation, reference client (le
      *>   numero du mouvement) // reference banque.
       ECRIRE-ECRITURE-MT940.
           MOVE WS-MVT-MONTANT(WS-IDX-MVT) TO WS-MNT-TRAV.
           PERFORM FORMATER-MONTANT.
           INSPECT WS-MNT-TEXTE REPLACING ALL "." BY ",".
           PERFORM DETERMINER-CODE-OPERATION.
           MOVE WS-MVT-VALEUR(WS-IDX-MVT) TO WS-DATE-TRAV.
           PERFORM FORMATER-DATE.
           MOVE SPACES TO WS-LIGNE.
           STRING ":61:" DELIMITED SIZE
                  WS-DATE-COURTE DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-MVT-DATE(WS-IDX-MVT) TO WS-DATE-TRAV.
           PERFORM FORMATER-DATE.
           STRING FUNCTION TRIM(WS-LIGNE TRAILING) DELIMITED SIZE
                  WS-DATE-COURTE(3:4) DELIMITED SIZE
                  WS-MVT-SENS(WS-IDX-MVT) DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-TEXTE) DELIMITED SIZE
                  WS-CODE-OPERATION DELIMITED SIZE
                  WS-MVT-ID(WS-IDX-MVT) DELIMITED SIZE
                  "//" DELIMITED SIZE
                  WS-MVT-ID(WS-IDX-MVT) DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING ":86:" DELIMITED SIZE
                  WS-MVT-TYPE(WS-IDX-MVT) DELIMITED SIZE
                  "/CAT/" DELIMITED SIZE
                  WS-MVT-CATEGORIE(WS-IDX-MVT) DELIMITED SIZE
                  "/LIB/" DELIMITED SIZE
                  FUNCTION TRIM(WS-MVT-LIBELLE(WS-IDX-MVT))
                      DELIMITED SIZE
               INTO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           IF WS-MVT-CONTRE-CPT(WS-IDX-MVT) NOT = 0
               MOVE SPACES TO WS-LIGNE
               IF WS-MVT-CONTRE-IBAN(WS-IDX-MVT) NOT = SPACES
                   STRING "/CPT/" DELIMITED SIZE
                          WS-MVT-CONTRE-IBAN(WS-IDX-MVT)
                              DELIMITED SIZE
                       INTO WS-LIGNE
               ELSE
                   STRING "/CPT/" DELIMITED SIZE
                          WS-MVT-CONTRE-CPT(WS-IDX-MVT)
                              DELIMITED SIZE
                       INTO WS-LIGNE
               END-IF
               STRING FUNCTION TRIM(WS-LIGNE TRAILING) DELIMITED SIZE
                      "/NOM/" DELIMITED SIZE
                      FUNCTION TRIM(WS-MVT-CONTRE-NOM(WS-IDX-MVT))
                          DELIMITED SIZE
                   INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

      *>----------------------------------------------------------------
      *> Code operation commun aux deux formats (codes MT940 repris
      *> en code proprietaire du camt.053).
       DETERMINER-CODE-OPERATION.
           EVALUATE WS-MVT-TYPE(WS-IDX-MVT)
               WHEN 'V'
               WHEN 'S'
               WHEN 'E'
                   MOVE "NTRF" TO WS-CODE-OPERATION
               WHEN 'Q'
               WHEN 'G'
                   MOVE "NCHK" TO WS-CODE-OPERATION
               WHEN 'F'
               WHEN 'K'
                   MOVE "NCHG" TO WS-CODE-OPERATION
               WHEN 'I'
                   MOVE "NINT" TO WS-CODE-OPERATION
               WHEN 'P'
                   MOVE "NDDT" TO WS-CODE-OPERATION
               WHEN OTHER
                   MOVE "NMSC" TO WS-CODE-OPERATION
           END-EVALUATE.

      *>----------------------------------------------------------------
       FORMATER-DATE.
           MOVE SPACES TO WS-DATE-ISO.
           STRING WS-DATE-TRAV-X(1:4) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-DATE-TRAV-X(5:2) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-DATE-TRAV-X(7:2) DELIMITED SIZE
               INTO WS-DATE-ISO.
           MOVE WS-DATE-TRAV-X(3:6) TO WS-DATE-COURTE.

       FORMATER-MONTANT.
           MOVE WS-MNT-TRAV TO WS-MNT-EDITE.
           MOVE FUNCTION TRIM(WS-MNT-EDITE) TO WS-MNT-TEXTE.

      *>   Solde : montant absolu et sens (C crediteur, D debiteur).
       FORMATER-SOLDE.
           IF WS-MNT-TRAV < 0
               MOVE "D" TO WS-SENS-TEXTE
               COMPUTE WS-MNT-TRAV = 0 - WS-MNT-TRAV
           ELSE
               MOVE "C" TO WS-SENS-TEXTE
           END-IF.
           PERFORM FORMATER-MONTANT.

      *>   Caracteres reserves du XML dans les zones libres.
       PROTEGER-XML.
           INSPECT WS-TEXTE-LIBRE REPLACING ALL "&" BY "+"
                                            ALL "<" BY "("
                                            ALL ">" BY ")".

       ECRIRE-LIGNE.
           MOVE WS-LIGNE TO F-RELEVE-LIGNE.
           WRITE F-RELEVE-LIGNE.

       END PROGRAM RELEVES-ELECTRONIQUES.
