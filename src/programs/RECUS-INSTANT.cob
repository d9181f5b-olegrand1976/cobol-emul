      *>****************************************************************
      *> Programme : RECUS-INSTANT
      *> Role      : Credit a l'arrivee des virements instantanes recus
      *>             d'un autre etablissement, a toute heure (lance du
      *>             pupitre des qu'un message est depose, et par la
      *>             chaine de nuit). Le fichier de la place
      *>             reports/VIR-INSTANT-RECUS.csv est cumulatif (une
      *>             ligne d'en-tete puis compte_dest,montant,
      *>             reference ; montant en centimes ; compte en numero
      *>             interne ou en IBAN) : chaque reference n'est
      *>             traitee qu'une fois (registre des imports, module
      *>             IMPORT-CTRL).
      *>             Controles d'un virement entrant (compte trouve et
      *>             actif, filtrage sanctions) et plafond par operation
      *>             PLAF-VIR-INSTANT des parametres d'exploitation ;
      *>             chaque virement recoit sa reponse ACCP ou RJCT
      *>             (motif) dans reports/VIR-INSTANT-RECUS-REPONSES.csv
      *>             a destination de la place. Le credit est journalise
      *>             en 'E' date du jour comptable (module DATE-
      *>             COMPTABLE : jour ouvre suivant quand la journee est
      *>             fermee), en valeur du jour, et poste aussitot au
      *>             grand livre de position place (POSITION-MAJ, cycle
      *>             INST-RECUS).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUS-INSTANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-IMPORT ASSIGN TO "reports/VIR-INSTANT-RECUS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPORT.
           SELECT F-REPONSES ASSIGN TO
               "reports/VIR-INSTANT-RECUS-REPONSES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPONSES.

       DATA DIVISION.
       FILE SECTION.
       FD F-IMPORT.
       01 F-IMPORT-LIGNE         PIC X(120).

       FD F-REPONSES.
       01 F-REPONSES-LIGNE       PIC X(120).

       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY TRANSACT.
       COPY PARAM-EXPLOIT.
       COPY LIMITES.
       COPY CODES-ERR.
       COPY OPS.
       COPY MOBILITE-PARAM.
       COPY REGIMPORT.

       01 WS-FS-IMPORT           PIC X(2) VALUE '00'.
       01 WS-FS-REPONSES         PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.

       01 WS-CSV-COMPTE          PIC X(27).
       01 WS-LG-COMPTE           PIC 9(2) COMP.
       01 WS-NUMERO-IBAN         PIC 9(8).
       01 WS-CODE-IBAN           PIC X(2).
       01 WS-CSV-MONTANT-TXT     PIC X(15).
       01 WS-CSV-REFERENCE       PIC X(40).

       01 WS-MONTANT-CENTIMES    PIC 9(13) VALUE 0.
       01 WS-MONTANT             PIC S9(11)V99 COMP-3.

       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-DATE-DU-JOUR        PIC 9(8).
       01 WS-JOURS-CLOTURE       PIC S9(5) COMP.
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-CODE-AFFECT         PIC X(2).

      *> Date comptable des credits (jour meme, ou jour ouvre suivant
      *> quand la journee est fermee).
       01 WS-DATE-COMPTABLE      PIC 9(8).
       01 WS-CODE-DATE-CPT       PIC X(2).

      *> Plafond par virement instantane (LIM-PLAF-VIR-INSTANT,
      *> surcharge par la cle PLAF-VIR-INSTANT).
       01 WS-PLAFOND-INSTANT     PIC S9(11)V99 COMP-3.
       01 WS-CODE-PARAM          PIC X(2).

      *> Reponse renvoyee a la place pour chaque virement.
       01 WS-STATUT-REPONSE      PIC X(4).
       01 WS-MOTIF               PIC X(40).

       01 WS-NOM-LISTE           PIC X(40).
       01 WS-CODE-SANCTION       PIC X(2).
       01 WS-ORIGINE-SANCTION    PIC X(12) VALUE "INST-RECUS".
       01 WS-CODE-IMPORT         PIC X(2).

       01 WS-NB-LUES             PIC 9(5) VALUE 0.
       01 WS-NB-DEJA             PIC 9(5) VALUE 0.
       01 WS-NB-CREDITES         PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES         PIC 9(5) VALUE 0.

      *> Credit poste en temps reel au grand livre de position place.
       01 WS-CYCLE-POS           PIC X(12) VALUE "INST-RECUS".
       01 WS-SENS-POS            PIC X(1) VALUE 'E'.
       01 WS-CODE-POS            PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- RECUS-INSTANT : virements instantanes recus ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-DU-JOUR.
       CALL "DATE-COMPTABLE" USING WS-DATE-COMPTABLE WS-CODE-DATE-CPT.

       MOVE "PLAF-VIR-INSTANT" TO W-PAR-CLE.
       MOVE LIM-PLAF-VIR-INSTANT TO W-PAR-VALEUR.
       MOVE "VALEUR" TO WS-OP.
       CALL "PARAM-IO" USING WS-OP W-PARAMETRE WS-CODE-PARAM.
       MOVE W-PAR-VALEUR TO WS-PLAFOND-INSTANT.

       OPEN INPUT F-IMPORT.
       IF WS-FS-IMPORT NOT = '00'
           DISPLAY "Aucun virement instantane recu."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       OPEN EXTEND F-REPONSES.
       IF WS-FS-REPONSES NOT = '00'
           OPEN OUTPUT F-REPONSES
           MOVE "reference,statut,motif" TO F-REPONSES-LIGNE
           WRITE F-REPONSES-LIGNE
       END-IF.

      *> La premiere ligne est l'en-tete (compte_dest,montant,
      *> reference).
       READ F-IMPORT
           AT END
               SET FIN-LECTURE TO TRUE
       END-READ.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

       PERFORM UNTIL FIN-LECTURE
           READ F-IMPORT
               AT END
                   SET FIN-LECTURE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUES
                   PERFORM TRAITER-LIGNE
           END-READ
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       MOVE "CLOSE" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
       CLOSE F-IMPORT.
       CLOSE F-REPONSES.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Lignes lues         : " WS-NB-LUES.
       DISPLAY "Deja traitees       : " WS-NB-DEJA.
       DISPLAY "Virements credites  : " WS-NB-CREDITES.
       DISPLAY "Virements rejetes   : " WS-NB-REJETEES.
       IF WS-DATE-COMPTABLE NOT = WS-DATE-DU-JOUR
           DISPLAY "Journee fermee : credits comptabilises le "
                   WS-DATE-COMPTABLE "."
       END-IF.

       MOVE 0 TO RETURN-CODE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       TRAITER-LIGNE.
           MOVE SPACES TO WS-CSV-COMPTE WS-CSV-MONTANT-TXT
                          WS-CSV-REFERENCE.
           MOVE 0 TO WS-LG-COMPTE.
           UNSTRING F-IMPORT-LIGNE DELIMITED BY ","
               INTO WS-CSV-COMPTE COUNT IN WS-LG-COMPTE
                    WS-CSV-MONTANT-TXT WS-CSV-REFERENCE.

      *>   Le fichier est cumulatif : une reference deja repondue
      *>   (acceptee ou rejetee) est passee sans nouvelle reponse.
           INITIALIZE W-REGIMPORT.
           MOVE "INST-RECUS" TO W-IMP-ORIGINE.
           SET IMP-LIGNE TO TRUE.
           MOVE WS-CSV-REFERENCE TO W-IMP-EMPREINTE.
           MOVE "VERIFIER" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.
           IF WS-CODE-IMPORT = '43'
               ADD 1 TO WS-NB-DEJA
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-ET-CREDITER.

           PERFORM REPONDRE-PLACE.
           IF WS-CSV-REFERENCE NOT = SPACES
               INITIALIZE W-REGIMPORT
               MOVE "INST-RECUS" TO W-IMP-ORIGINE
               SET IMP-LIGNE TO TRUE
               MOVE WS-CSV-REFERENCE TO W-IMP-EMPREINTE
               MOVE "INSCRIRE" TO WS-OP
               CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT
                                        WS-CODE-IMPORT
           END-IF.

      *>----------------------------------------------------------------
      *> Controles et credit ; WS-STATUT-REPONSE porte l'issue (ACCP,
      *> ou RJCT avec WS-MOTIF).
       CONTROLER-ET-CREDITER.
           MOVE "RJCT" TO WS-STATUT-REPONSE.
           MOVE SPACES TO WS-MOTIF.

           IF WS-CSV-REFERENCE = SPACES
               MOVE "reference absente" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WS-LG-COMPTE = 27 AND WS-CSV-COMPTE(1:2) = "FR"
                   MOVE "VALIDER" TO WS-OP
                   CALL "IBAN" USING WS-OP WS-NUMERO-IBAN
                                     W-CPT-AGENCE WS-CSV-COMPTE
                                     WS-CODE-IBAN
                   IF WS-CODE-IBAN NOT = '00'
                       MOVE "IBAN inconnu" TO WS-MOTIF
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-NUMERO-IBAN TO W-CPT-NUMERO
               WHEN WS-LG-COMPTE = 8
                       AND WS-CSV-COMPTE(1:8) NUMERIC
                   MOVE WS-CSV-COMPTE(1:8) TO W-CPT-NUMERO
               WHEN OTHER
                   MOVE "numero non numerique" TO WS-MOTIF
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-CSV-MONTANT-TXT NOT NUMERIC
               MOVE "montant non numerique" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSV-MONTANT-TXT TO WS-MONTANT-CENTIMES.
           COMPUTE WS-MONTANT = WS-MONTANT-CENTIMES / 100.
           IF WS-MONTANT NOT > 0
               MOVE "montant invalide" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           IF WS-MONTANT > WS-PLAFOND-INSTANT
               MOVE "montant superieur au plafond instantane"
                   TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               MOVE "compte introuvable" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

      *>   Compte remplace par MOBILITE : pendant le delai de grace,
      *>   le credit est redirige vers le compte de remplacement.
           IF CPT-CLOTURE AND W-CPT-CPT-SUIVANT NOT = 0
               COMPUTE WS-JOURS-CLOTURE =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-DU-JOUR)
                       - FUNCTION INTEGER-OF-DATE(W-CPT-DATE-CLOTURE)
               IF WS-JOURS-CLOTURE <= MOB-GRACE-JOURS
                   MOVE W-CPT-CPT-SUIVANT TO W-CPT-NUMERO
                   PERFORM DEVERROUILLER-COMPTE
                   MOVE "READ-LOCK" TO WS-OP
                   CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
                   IF NOT RC-OK
                       MOVE "compte introuvable" TO WS-MOTIF
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           IF NOT CPT-ACTIF AND NOT CPT-SUCCESSION
               MOVE "compte non actif" TO WS-MOTIF
               PERFORM DEVERROUILLER-COMPTE
               EXIT PARAGRAPH
           END-IF.

      *>   Filtrage sanctions synchrone : un rapprochement rejette le
      *>   virement et depose la revue conformite.
           CALL "SANCTIONS-CTRL" USING WS-CSV-REFERENCE WS-NOM-LISTE
                                       WS-CODE-SANCTION.
           IF WS-CODE-SANCTION = '42'
               MOVE "filtrage sanctions - en revue" TO WS-MOTIF
               PERFORM DEVERROUILLER-COMPTE
               CALL "SANCTIONS-REVUE" USING W-CPT-NUMERO
                                            WS-CSV-REFERENCE
                                            WS-NOM-LISTE
                                            WS-ORIGINE-SANCTION
                                            WS-CODE-SANCTION
               EXIT PARAGRAPH
           END-IF.

           ADD WS-MONTANT TO W-CPT-SOLDE.
           MOVE WS-DATE-COMPTABLE TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               MOVE "echec mise a jour solde" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           PERFORM JOURNALISER-CREDIT.
           MOVE "ACCP" TO WS-STATUT-REPONSE.
           ADD 1 TO WS-NB-CREDITES.

           CALL "POSITION-MAJ" USING WS-CYCLE-POS WS-SENS-POS
                                     WS-MONTANT WS-CODE-POS.

      *>   Affectation immediate de la provision fraiche aux
      *>   echeances de pret en retard, comme pour un virement
      *>   entrant de la nuit.
           CALL "AFFECTATION-PRET" USING W-CPT-NUMERO WS-CODE-AFFECT.

      *>----------------------------------------------------------------
       JOURNALISER-CREDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-CPT-NUMERO          TO W-TRN-CPT.
           MOVE 'E'                   TO W-TRN-TYPE.
           MOVE WS-MONTANT            TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPTABLE     TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "VIR INSTANT RECU: " DELIMITED SIZE
                  WS-CSV-REFERENCE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "EXTERNE "            TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ATTENTION : solde credite mais virement non "
                       "journalise pour le compte " W-CPT-NUMERO
                       " (code: " W-CODE-RETOUR ")."
           END-IF.

      *>----------------------------------------------------------------
       REPONDRE-PLACE.
           IF WS-STATUT-REPONSE = "RJCT"
               ADD 1 TO WS-NB-REJETEES
               DISPLAY "Rejete (" FUNCTION TRIM(WS-MOTIF) ") : "
                       WS-CSV-REFERENCE
           END-IF.
           MOVE SPACES TO F-REPONSES-LIGNE.
           STRING FUNCTION TRIM(WS-CSV-REFERENCE) DELIMITED SIZE
                  ","               DELIMITED SIZE
                  WS-STATUT-REPONSE DELIMITED SIZE
                  ","               DELIMITED SIZE
                  FUNCTION TRIM(WS-MOTIF) DELIMITED SIZE
               INTO F-REPONSES-LIGNE.
           WRITE F-REPONSES-LIGNE.

      *>----------------------------------------------------------------
      *> Leve le verrou pose par READ-LOCK sur le compte lorsque le
      *> virement est rejete sans atteindre le REWRITE.
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

       END PROGRAM RECUS-INSTANT.
