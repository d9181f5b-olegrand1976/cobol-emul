      *>****************************************************************
      *> Programme : EMETTRE-LCR
      *> Role      : Batch de la chaine BATCH-NUIT (jour ouvre). Trois
      *>             passes sur EFFETS.dat (effets de commerce LCR) :
      *>              1. emission : les effets en portefeuille ('A')
      *>                 sont presentes a la place dans le fichier
      *>                 interbancaire reports/LCR-EMISES.csv (en-tete
      *>                 puis iban_tire,tire,montant,echeance,
      *>                 reference ; montant en centimes, meme
      *>                 convention que VIREMENTS-SORTANTS.csv) et
      *>                 passent au statut 'E' ;
      *>              2. reglement : les effets emis arrives a
      *>                 echeance passent a 'R' ; un effet a
      *>                 l'encaissement credite alors le cedant
      *>                 (mouvement 'E', libelle REMISE LCR), un effet
      *>                 escompte a deja ete avance a la remise ;
      *>              3. impayes : le fichier retour
      *>                 reports/LCR-IMPAYES.csv (reference,
      *>                 code_rejet, codes de LCR-PARAM.cpy) contre-
      *>                 passe l'effet : le cedant deja credite (effet
      *>                 escompte, ou encaissement regle) est re-debite
      *>                 du montant (mouvement 'P', libelle IMPAYE LCR),
      *>                 l'effet passe a 'I' avec son code rejet, et un
      *>                 frais d'incident est facture au cedant (module
      *>                 FRAIS-INCIDENT, type IMPAYE-LCR). Les agios
      *>                 d'escompte restent acquis.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMETTRE-LCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EXPORT ASSIGN TO "reports/LCR-EMISES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORT.
           SELECT F-IMPAYES ASSIGN TO "reports/LCR-IMPAYES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPAYES.

       DATA DIVISION.
       FILE SECTION.
       FD F-EXPORT.
       01 F-EXPORT-LIGNE         PIC X(140).
       FD F-IMPAYES.
       01 F-IMPAYES-LIGNE        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EFFET.
       COPY LCR-PARAM.
       COPY COMPTE.
       COPY TRANSACT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FS-EXPORT           PIC X(2) VALUE '00'.
       01 WS-FS-IMPAYES          PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-RETOUR          PIC X(1) VALUE 'N'.
          88 FIN-RETOUR          VALUE 'O'.
       01 WS-TROUVE              PIC X(1) VALUE 'N'.
          88 EFFET-TROUVE        VALUE 'O'.
       01 WS-EXPORT-OUVERT       PIC X(1) VALUE 'N'.
          88 EXPORT-OUVERT       VALUE 'O'.
       01 WS-A-DEBITER           PIC X(1) VALUE 'N'.
          88 CEDANT-A-DEBITER    VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-EFF            PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-CODE-FRAIS          PIC X(2).
       01 WS-TYPE-FRAIS          PIC X(12) VALUE "IMPAYE-LCR".
       01 WS-MONTANT-CENTIMES    PIC 9(13).
       01 WS-IDX-REJET           PIC 9(1) COMP.
       01 WS-LIBELLE-REJET       PIC X(30).

       01 WS-RET-REFERENCE       PIC X(20).
       01 WS-RET-CODE            PIC X(2).

      *> Grand livre de position place (POSITION-MAJ) : les effets
      *> regles a l'echeance nous arrivent de la place ; les impayes
      *> d'effets deja regles y retournent.
       01 WS-TOTAL-PLACE         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-RETOURS       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CYCLE-POS           PIC X(12).
       01 WS-SENS-POS            PIC X(1).
       01 WS-CODE-POS            PIC X(2).

       01 WS-NB-EMIS             PIC 9(5) VALUE 0.
       01 WS-NB-REGLES           PIC 9(5) VALUE 0.
       01 WS-NB-IMPAYES          PIC 9(5) VALUE 0.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- EMETTRE-LCR : presentation des effets LCR ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.
       IF WS-CODE-EFF NOT = '00'
           DISPLAY "Aucun effet en portefeuille."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       PERFORM EMETTRE-EFFETS-PORTEFEUILLE.
       PERFORM REGLER-EFFETS-ECHUS.
       PERFORM TRAITER-RETOURS-IMPAYES.

       MOVE "CLOSE" TO WS-OP.
       CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.
       IF EXPORT-OUVERT
           CLOSE F-EXPORT
       END-IF.

       DISPLAY "------------------------------------------------------".
       MOVE "LCR" TO WS-CYCLE-POS.
       MOVE 'E' TO WS-SENS-POS.
       CALL "POSITION-MAJ" USING WS-CYCLE-POS WS-SENS-POS
                                 WS-TOTAL-PLACE WS-CODE-POS.
       MOVE "LCR-IMPAYES" TO WS-CYCLE-POS.
       MOVE 'S' TO WS-SENS-POS.
       CALL "POSITION-MAJ" USING WS-CYCLE-POS WS-SENS-POS
                                 WS-TOTAL-RETOURS WS-CODE-POS.

       DISPLAY "Emis : " WS-NB-EMIS
               "   regles : " WS-NB-REGLES
               "   impayes : " WS-NB-IMPAYES
               "   echecs : " WS-NB-ECHECS.

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       EXIT PROGRAM.

      *>----------------------------------------------------------------
       EMETTRE-EFFETS-PORTEFEUILLE.
           MOVE 'N' TO WS-FIN.
           MOVE "START-FIRST" TO WS-OP.
           CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.
           IF WS-CODE-EFF NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF
               IF WS-CODE-EFF = '00'
                   IF EFF-EN-PORTEFEUILLE
                       PERFORM EMETTRE-EFFET
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
       EMETTRE-EFFET.
           IF NOT EXPORT-OUVERT
               OPEN OUTPUT F-EXPORT
               MOVE "iban_tire,tire,montant,echeance,reference"
                   TO F-EXPORT-LIGNE
               WRITE F-EXPORT-LIGNE
               SET EXPORT-OUVERT TO TRUE
           END-IF.

           COMPUTE WS-MONTANT-CENTIMES = W-EFF-MONTANT * 100.
           MOVE SPACES TO F-EXPORT-LIGNE.
           STRING FUNCTION TRIM(W-EFF-IBAN) DELIMITED SIZE
                  ","                   DELIMITED SIZE
                  FUNCTION TRIM(W-EFF-TIRE) DELIMITED SIZE
                  ","                   DELIMITED SIZE
                  WS-MONTANT-CENTIMES   DELIMITED SIZE
                  ","                   DELIMITED SIZE
                  W-EFF-DATE-ECHEANCE   DELIMITED SIZE
                  ","                   DELIMITED SIZE
                  FUNCTION TRIM(W-EFF-REFERENCE) DELIMITED SIZE
               INTO F-EXPORT-LIGNE.
           WRITE F-EXPORT-LIGNE.

           SET EFF-EMIS TO TRUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.
           ADD 1 TO WS-NB-EMIS.
           DISPLAY "Effet " W-EFF-ID " emis (echeance le "
                   W-EFF-DATE-ECHEANCE ").".

      *>----------------------------------------------------------------
       REGLER-EFFETS-ECHUS.
           MOVE 'N' TO WS-FIN.
           MOVE "START-FIRST" TO WS-OP.
           CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.
           IF WS-CODE-EFF NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF
               IF WS-CODE-EFF = '00'
                   IF EFF-EMIS
                           AND W-EFF-DATE-ECHEANCE <= WS-DATE-JOUR
                       PERFORM REGLER-EFFET
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Effet a l'encaissement : credit du cedant. Effet escompte :
      *> l'avance a ete creditee a la remise, seul le statut change.
       REGLER-EFFET.
           IF EFF-ENCAISSEMENT
               MOVE W-EFF-CPT TO W-CPT-NUMERO
               MOVE "READ-LOCK" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
               IF NOT RC-OK OR NOT CPT-ACTIF
                   ADD 1 TO WS-NB-ECHECS
                   DISPLAY "EFFET " W-EFF-ID " ECHEC : compte cedant "
                           W-EFF-CPT " introuvable ou inactif."
                   PERFORM DEVERROUILLER-COMPTE
                   EXIT PARAGRAPH
               END-IF

               ADD W-EFF-MONTANT TO W-CPT-SOLDE
               MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT
               MOVE "REWRITE" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
               IF NOT RC-OK
                   ADD 1 TO WS-NB-ECHECS
                   EXIT PARAGRAPH
               END-IF

               MOVE 'E' TO W-TRN-TYPE
               PERFORM JOURNALISER-MOUVEMENT
               MOVE W-TRN-ID TO W-EFF-TRN
           END-IF.

           SET EFF-REGLE TO TRUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.
           ADD 1 TO WS-NB-REGLES.
           ADD W-EFF-MONTANT TO WS-TOTAL-PLACE.
           DISPLAY "Effet " W-EFF-ID " regle a l'echeance.".

      *>----------------------------------------------------------------
       TRAITER-RETOURS-IMPAYES.
           OPEN INPUT F-IMPAYES.
           IF WS-FS-IMPAYES NOT = '00'
               EXIT PARAGRAPH
           END-IF.

      *>   La premiere ligne est l'en-tete (reference,code_rejet).
           MOVE 'N' TO WS-FIN-RETOUR.
           READ F-IMPAYES
               AT END
                   SET FIN-RETOUR TO TRUE
           END-READ.
           PERFORM UNTIL FIN-RETOUR
               READ F-IMPAYES
                   AT END
                       SET FIN-RETOUR TO TRUE
                   NOT AT END
                       PERFORM TRAITER-UN-IMPAYE
               END-READ
           END-PERFORM.
           CLOSE F-IMPAYES.

      *>----------------------------------------------------------------
       TRAITER-UN-IMPAYE.
           MOVE SPACES TO WS-RET-REFERENCE WS-RET-CODE.
           UNSTRING F-IMPAYES-LIGNE DELIMITED BY ","
               INTO WS-RET-REFERENCE WS-RET-CODE.

           PERFORM CHERCHER-EFFET-PRESENTE.
           IF NOT EFFET-TROUVE
               DISPLAY "Retour impaye sans effet presente : '"
                       FUNCTION TRIM(WS-RET-REFERENCE) "'."
               ADD 1 TO WS-NB-ECHECS
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIBELLER-REJET.

      *>   Le cedant n'a ete credite que d'un effet escompte ou d'un
      *>   effet a l'encaissement deja regle.
           IF EFF-ESCOMPTE OR EFF-REGLE
               SET CEDANT-A-DEBITER TO TRUE
           ELSE
               MOVE 'N' TO WS-A-DEBITER
           END-IF.

           IF CEDANT-A-DEBITER
               MOVE W-EFF-CPT TO W-CPT-NUMERO
               MOVE "READ-LOCK" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
               IF NOT RC-OK
                   ADD 1 TO WS-NB-ECHECS
                   PERFORM DEVERROUILLER-COMPTE
                   EXIT PARAGRAPH
               END-IF

               SUBTRACT W-EFF-MONTANT FROM W-CPT-SOLDE
               MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT
               MOVE "REWRITE" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
               IF NOT RC-OK
                   ADD 1 TO WS-NB-ECHECS
                   EXIT PARAGRAPH
               END-IF

               MOVE 'P' TO W-TRN-TYPE
               PERFORM JOURNALISER-MOUVEMENT
           END-IF.

           IF EFF-REGLE
               ADD W-EFF-MONTANT TO WS-TOTAL-RETOURS
           END-IF.
           SET EFF-IMPAYE TO TRUE.
           MOVE WS-RET-CODE TO W-EFF-CODE-REJET.
           MOVE WS-DATE-JOUR TO W-EFF-DATE-IMPAYE.
           MOVE "REWRITE" TO WS-OP.
           CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.
           ADD 1 TO WS-NB-IMPAYES.
           DISPLAY "Effet " W-EFF-ID " IMPAYE ("
                   FUNCTION TRIM(WS-LIBELLE-REJET) ") : cedant "
                   W-EFF-CPT " contre-passe.".

      *>   Le compte est deverrouille par la reecriture : le frais
      *>   d'incident le relit sous verrou.
           CALL "FRAIS-INCIDENT" USING W-EFF-CPT WS-TYPE-FRAIS
                                       WS-CODE-FRAIS.

      *>----------------------------------------------------------------
      *> Seuls les effets emis ou regles peuvent revenir impayes.
       CHERCHER-EFFET-PRESENTE.
           MOVE 'N' TO WS-TROUVE WS-FIN.
           MOVE "START-FIRST" TO WS-OP.
           CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.
           IF WS-CODE-EFF NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF
               EVALUATE TRUE
                   WHEN WS-CODE-EFF NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN (EFF-EMIS OR EFF-REGLE)
                           AND W-EFF-REFERENCE = WS-RET-REFERENCE
                       SET EFFET-TROUVE TO TRUE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------------
       LIBELLER-REJET.
           MOVE "MOTIF NON CODIFIE" TO WS-LIBELLE-REJET.
           MOVE 1 TO WS-IDX-REJET.
           PERFORM UNTIL WS-IDX-REJET > LCR-NB-REJETS
               IF LCR-REJET-CODE(WS-IDX-REJET) = WS-RET-CODE
                   MOVE LCR-REJET-LIBELLE(WS-IDX-REJET)
                       TO WS-LIBELLE-REJET
               END-IF
               ADD 1 TO WS-IDX-REJET
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Mouvement sur le compte du cedant : 'E' au reglement
      *> (credit), 'P' a l'impaye (re-debit), type place dans
      *> W-TRN-TYPE par l'appelant.
       JOURNALISER-MOUVEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-CPT-NUMERO          TO W-TRN-CPT.
           MOVE 0                     TO W-TRN-CPT-DEST.
           MOVE W-EFF-MONTANT         TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           MOVE SPACES                TO W-TRN-LIBELLE.
           IF W-TRN-TYPE = 'E'
               STRING "REMISE LCR " DELIMITED SIZE
                      W-EFF-REFERENCE DELIMITED SIZE
                   INTO W-TRN-LIBELLE
           ELSE
               STRING "IMPAYE LCR " DELIMITED SIZE
                      W-EFF-REFERENCE DELIMITED SPACE
                      " REJET " DELIMITED SIZE
                      WS-RET-CODE DELIMITED SIZE
                   INTO W-TRN-LIBELLE
           END-IF.
           MOVE "EMET-LCR"            TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.
           MOVE SPACES                TO W-TRN-SUPERVISEUR
                                         W-TRN-MANDATAIRE.
           MOVE SPACE                 TO W-TRN-LITIGE.
           MOVE SPACES                TO W-TRN-CATEGORIE.
           MOVE 'G'                   TO W-TRN-CANAL.
           MOVE SPACES                TO W-TRN-CARTE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

       END PROGRAM EMETTRE-LCR.
