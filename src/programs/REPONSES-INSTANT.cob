      *>****************************************************************
      *> Programme : REPONSES-INSTANT
      *> Role      : Denouement des virements instantanes emis par
      *>             VIREMENT-INSTANT (VIREMENTS-SORTANTS.dat, statut
      *>             'E', priorite 'I'), lance du pupitre a la demande
      *>             et par la chaine de nuit :
      *>              1. reponses de la place (reports/VIR-INSTANT-
      *>                 REPONSES.csv : une ligne d'en-tete puis
      *>                 reference,statut[,motif] avec statut ACCP ou
      *>                 RJCT) : ACCP -> statut 'R' (regle) ; RJCT ->
      *>                 re-credit du compte source (mouvement 'E'
      *>                 portant le motif) et statut 'K' ;
      *>              2. delai depasse : un instantane toujours emis
      *>                 sans reponse au-dela de LIM-DELAI-VIR-INSTANT
      *>                 secondes est repute rejete et re-credite de
      *>                 meme.
      *>             Chaque re-credit est poste aussitot au grand livre
      *>             de position place (POSITION-MAJ, cycle
      *>             INST-RETOUR, les fonds reviennent) et date du jour
      *>             comptable (module DATE-COMPTABLE). Le fichier de
      *>             reponses est cumulatif : chaque couple
      *>             reference/statut applique entre au registre des
      *>             imports (IMPORT-CTRL) et n'est jamais rejoue. Une
      *>             acceptation arrivee apres un re-credit pour delai
      *>             est signalee pour regularisation manuelle.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPONSES-INSTANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REPONSES ASSIGN TO
               "reports/VIR-INSTANT-REPONSES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPONSES.

       DATA DIVISION.
       FILE SECTION.
       FD F-REPONSES.
       01 F-REPONSES-LIGNE       PIC X(120).

       WORKING-STORAGE SECTION.
       COPY VIR-SORTANT.
       COPY COMPTE.
       COPY TRANSACT.
       COPY LIMITES.
       COPY CODES-ERR.
       COPY OPS.
       COPY REGIMPORT.

       01 WS-FS-REPONSES         PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.
       01 WS-FIN-VSO             PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-TROUVE              PIC X(1) VALUE 'N'.
          88 VIREMENT-TROUVE     VALUE 'O'.

       01 WS-CSV-REFERENCE       PIC X(20).
       01 WS-CSV-STATUT          PIC X(4).
       01 WS-CSV-MOTIF           PIC X(30).
       01 WS-MOTIF-RETOUR        PIC X(30).

       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-DATE-COMPTABLE      PIC 9(8).
       01 WS-CODE-DATE-CPT       PIC X(2).

       01 WS-NB-LUES             PIC 9(5) VALUE 0.
       01 WS-NB-REGLES           PIC 9(5) VALUE 0.
       01 WS-NB-RECREDITES       PIC 9(5) VALUE 0.
       01 WS-NB-DELAIS           PIC 9(5) VALUE 0.
       01 WS-NB-INCONNUES        PIC 9(5) VALUE 0.
       01 WS-NB-TARDIVES         PIC 9(5) VALUE 0.
       01 WS-CODE-IMPORT         PIC X(2).

      *> Delai ecoule depuis l'emission, en secondes.
       01 WS-JOUR-ACTUEL         PIC 9(8).
       01 WS-HEURE-ACTUELLE      PIC 9(6).
       01 WS-HEURE-DECOUPEE      PIC 9(6).
       01 WS-HEURE-DETAIL REDEFINES WS-HEURE-DECOUPEE.
          05 WS-HH               PIC 9(2).
          05 WS-MM               PIC 9(2).
          05 WS-SS               PIC 9(2).
       01 WS-SECONDES-ACTUEL     PIC S9(11) COMP.
       01 WS-SECONDES-EMIS       PIC S9(11) COMP.
       01 WS-SECONDES-ECOULEES   PIC S9(11) COMP.

      *> Retour des fonds poste en temps reel au grand livre de
      *> position place, virement par virement.
       01 WS-CYCLE-POS           PIC X(12) VALUE "INST-RETOUR".
       01 WS-SENS-POS            PIC X(1) VALUE 'E'.
       01 WS-CODE-POS            PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- REPONSES-INSTANT : denouement des instantanes ---".
       DISPLAY "------------------------------------------------------".

       CALL "DATE-COMPTABLE" USING WS-DATE-COMPTABLE WS-CODE-DATE-CPT.

       OPEN INPUT F-REPONSES.
       IF WS-FS-REPONSES = '00'
      *>   La premiere ligne est l'en-tete (reference,statut,motif).
           READ F-REPONSES
               AT END
                   SET FIN-LECTURE TO TRUE
           END-READ
           PERFORM UNTIL FIN-LECTURE
               READ F-REPONSES
                   AT END
                       SET FIN-LECTURE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM TRAITER-REPONSE
               END-READ
           END-PERFORM
           CLOSE F-REPONSES
       ELSE
           DISPLAY "Aucun fichier de reponses de la place."
       END-IF.

       PERFORM CONTROLER-DELAIS.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Reponses lues        : " WS-NB-LUES.
       DISPLAY "Regles (ACCP)        : " WS-NB-REGLES.
       DISPLAY "Re-credites (RJCT)   : " WS-NB-RECREDITES.
       DISPLAY "Re-credites (delai)  : " WS-NB-DELAIS.
       DISPLAY "Inconnues/ignorees   : " WS-NB-INCONNUES.
       DISPLAY "Acceptations tardives: " WS-NB-TARDIVES.
       IF WS-NB-TARDIVES > 0
           DISPLAY "ATTENTION : acceptation recue apres re-credit, "
                   "regularisation manuelle aupres de la place."
       END-IF.

       MOVE 0 TO RETURN-CODE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       TRAITER-REPONSE.
           MOVE SPACES TO WS-CSV-REFERENCE WS-CSV-STATUT WS-CSV-MOTIF.
           UNSTRING F-REPONSES-LIGNE DELIMITED BY ","
               INTO WS-CSV-REFERENCE WS-CSV-STATUT WS-CSV-MOTIF.

      *>   Reponse deja appliquee lors d'un passage precedent : le
      *>   fichier est cumulatif, elle est ignoree sans bruit.
           PERFORM BATIR-EMPREINTE-LIGNE.
           MOVE "VERIFIER" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.
           IF WS-CODE-IMPORT = '43'
               EXIT PARAGRAPH
           END-IF.

           PERFORM RETROUVER-VIREMENT.
           IF NOT VIREMENT-TROUVE
               ADD 1 TO WS-NB-INCONNUES
               DISPLAY "Reference inconnue : " WS-CSV-REFERENCE
               PERFORM INSCRIRE-LIGNE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN NOT VSO-EMIS
                   IF VSO-REJETE AND WS-CSV-STATUT = "ACCP"
                       ADD 1 TO WS-NB-TARDIVES
                       DISPLAY "Virement " W-VSO-ID " accepte par la "
                               "place APRES re-credit du client "
                               "(delai) : a regulariser."
                   ELSE
                       ADD 1 TO WS-NB-INCONNUES
                   END-IF
                   PERFORM INSCRIRE-LIGNE
               WHEN WS-CSV-STATUT = "ACCP"
                   SET VSO-REGLE TO TRUE
                   MOVE "REWRITE" TO WS-OP
                   CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT
                                          W-CODE-RETOUR
                   ADD 1 TO WS-NB-REGLES
                   DISPLAY "Virement instantane " W-VSO-ID " regle."
                   PERFORM INSCRIRE-LIGNE
               WHEN WS-CSV-STATUT = "RJCT"
                   MOVE WS-CSV-MOTIF TO WS-MOTIF-RETOUR
                   PERFORM RECREDITER-SOURCE
                   IF RC-OK
                       ADD 1 TO WS-NB-RECREDITES
                       PERFORM INSCRIRE-LIGNE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NB-INCONNUES
                   DISPLAY "Statut de reponse invalide ("
                           WS-CSV-STATUT ") pour " WS-CSV-REFERENCE "."
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Recherche de l'instantane portant la reference, quel que
      *> soit son statut (une reponse tardive doit etre reconnue).
       RETROUVER-VIREMENT.
           MOVE 'N' TO WS-TROUVE WS-FIN-VSO.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE "START-FIRST" TO WS-OP.
           CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.

           PERFORM UNTIL FIN-PARCOURS OR VIREMENT-TROUVE
               MOVE "READ-NEXT" TO WS-OP
               CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-VSO-REFERENCE = WS-CSV-REFERENCE
                           AND VSO-INSTANTANE
                       SET VIREMENT-TROUVE TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Instantanes toujours emis sans reponse : au-dela du delai de
      *> la place, ils sont reputes rejetes et le client re-credite.
       CONTROLER-DELAIS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOUR-ACTUEL.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE-ACTUELLE.
           MOVE WS-HEURE-ACTUELLE TO WS-HEURE-DECOUPEE.
           COMPUTE WS-SECONDES-ACTUEL =
                   FUNCTION INTEGER-OF-DATE(WS-JOUR-ACTUEL) * 86400
                   + WS-HH * 3600 + WS-MM * 60 + WS-SS.

           MOVE 'N' TO WS-FIN-VSO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE "START-FIRST" TO WS-OP.
           CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.

           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR
               IF RC-OK
                   IF VSO-EMIS AND VSO-INSTANTANE
                           AND W-VSO-DATE-EMIS > 0
                       PERFORM CONTROLER-DELAI-VIREMENT
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR.

       CONTROLER-DELAI-VIREMENT.
           MOVE W-VSO-HEURE-EMIS TO WS-HEURE-DECOUPEE.
           COMPUTE WS-SECONDES-EMIS =
                   FUNCTION INTEGER-OF-DATE(W-VSO-DATE-EMIS) * 86400
                   + WS-HH * 3600 + WS-MM * 60 + WS-SS.
           COMPUTE WS-SECONDES-ECOULEES =
                   WS-SECONDES-ACTUEL - WS-SECONDES-EMIS.
           IF WS-SECONDES-ECOULEES > LIM-DELAI-VIR-INSTANT
               MOVE "DELAI DE REPONSE DEPASSE" TO WS-MOTIF-RETOUR
               PERFORM RECREDITER-SOURCE
               IF RC-OK
                   ADD 1 TO WS-NB-DELAIS
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> Rejet ou absence de reponse : le client est re-credite du
      *> montant debite, le mouvement est journalise comme un virement
      *> entrant ('E') portant le motif, la file passe a 'K' et le
      *> retour des fonds est poste a la position place.
       RECREDITER-SOURCE.
           MOVE W-VSO-CPT-SOURCE TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-INCONNUES
               DISPLAY "Re-credit impossible : compte "
                       W-VSO-CPT-SOURCE " introuvable."
               EXIT PARAGRAPH
           END-IF.

           ADD W-VSO-MONTANT TO W-CPT-SOLDE.
           MOVE WS-DATE-COMPTABLE TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               ADD 1 TO WS-NB-INCONNUES
               DISPLAY "Re-credit impossible : mise a jour du compte "
                       W-VSO-CPT-SOURCE " en echec."
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-VSO-CPT-SOURCE      TO W-TRN-CPT.
           MOVE 'E'                   TO W-TRN-TYPE.
           MOVE W-VSO-MONTANT         TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPTABLE     TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "RETOUR VIR INSTANT: " DELIMITED SIZE
                  WS-MOTIF-RETOUR DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "VIR-INST"            TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

           SET VSO-REJETE TO TRUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "VIRSOR-IO" USING WS-OP W-VIR-SORTANT W-CODE-RETOUR.

           CALL "POSITION-MAJ" USING WS-CYCLE-POS WS-SENS-POS
                                     W-VSO-MONTANT WS-CODE-POS.
           DISPLAY "Virement instantane " W-VSO-ID " non abouti ("
                   FUNCTION TRIM(WS-MOTIF-RETOUR) ") : compte "
                   W-VSO-CPT-SOURCE " re-credite.".
           MOVE '00' TO W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Empreinte d'une reponse : couple reference/statut.
       BATIR-EMPREINTE-LIGNE.
           INITIALIZE W-REGIMPORT.
           MOVE "VIR-INSTANT" TO W-IMP-ORIGINE.
           SET IMP-LIGNE TO TRUE.
           STRING WS-CSV-REFERENCE DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-CSV-STATUT DELIMITED SIZE
               INTO W-IMP-EMPREINTE.

       INSCRIRE-LIGNE.
           PERFORM BATIR-EMPREINTE-LIGNE.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.

       END PROGRAM REPONSES-INSTANT.
