      *>****************************************************************
      *> Module : GESTE-EXEC
      *> Role   : Execute un geste commercial : remboursement de tout
      *>          ou partie d'un frais deja preleve (mouvement 'F' de
      *>          frais d'incident, de tenue de compte, de forfait ou
      *>          d'agios ; les prelevements fiscaux IMPO ne sont pas
      *>          remboursables). Le compte est credite par un
      *>          mouvement 'K' lie au frais d'origine (libelle
      *>          "REMB FRAIS " + identifiant d'origine + motif) et de
      *>          la meme categorie, de sorte que RECAP-FRAIS le
      *>          deduise du poste rembourse. Le cumul des
      *>          remboursements d'un frais ne peut depasser son
      *>          montant. Le geste est impute sur le budget annuel de
      *>          l'agence du compte (BUDGETS-GESTES.dat, cree au
      *>          budget par defaut de GESTE-PARAM.cpy s'il manque).
      *>          Appele directement par l'ecran GESTES sous le
      *>          plafond du role et le budget de l'agence, et par
      *>          VALIDER-MODIFS a l'approbation d'une demande GESTE de
      *>          la file a quatre yeux au-dela.
      *> Appel  : CALL "GESTE-EXEC" USING LK-TRN-ORIGINE, LK-MONTANT,
      *>                                  LK-MOTIF, LK-OPERATEUR,
      *>                                  LK-SUPERVISEUR,
      *>                                  LK-CODE-RETOUR.
      *>   LK-TRN-ORIGINE : identifiant du mouvement de frais rembourse.
      *>   LK-MONTANT     : montant rembourse.
      *>   LK-MOTIF       : code motif (table GESTE-PARAM.cpy).
      *>   LK-SUPERVISEUR : code du superviseur ayant valide (SPACES
      *>                    sous le plafond), reporte sur le mouvement.
      *>   LK-CODE-RETOUR : '00' remboursement effectue, '21' mouvement
      *>                    ou compte introuvable, '31' mouvement non
      *>                    remboursable ou compte cloture, '43' frais
      *>                    deja rembourse (montant superieur au reste a
      *>                    rembourser), '29' echec d'ecriture.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTE-EXEC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY TRANSACT.
       COPY BUDGET-GESTE.
       COPY GESTE-PARAM.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-BGT            PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).

       01 WS-ORIG-CPT            PIC 9(8).
       01 WS-ORIG-CATEGORIE      PIC X(4).
       01 WS-ORIG-MONTANT        PIC S9(11)V99 COMP-3.
       01 WS-DEJA-REMBOURSE      PIC S9(11)V99 COMP-3.
       01 WS-ID-AFF              PIC 9(10).
       01 WS-MONTANT-AFF         PIC -Z(10)9.99.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.

       LINKAGE SECTION.
       01 LK-TRN-ORIGINE         PIC 9(10).
       01 LK-MONTANT             PIC S9(11)V99 COMP-3.
       01 LK-MOTIF               PIC X(4).
       01 LK-OPERATEUR           PIC X(8).
       01 LK-SUPERVISEUR         PIC X(8).
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-TRN-ORIGINE, LK-MONTANT, LK-MOTIF,
                                LK-OPERATEUR, LK-SUPERVISEUR,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       MOVE LK-TRN-ORIGINE TO W-TRN-ID.
       MOVE "READ" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
       IF NOT RC-OK
           MOVE '21' TO LK-CODE-RETOUR
           PERFORM FERMER-TRANS
           GOBACK
       END-IF.
       IF NOT TRN-FRAIS OR W-TRN-CATEGORIE = "IMPO"
               OR LK-MONTANT NOT > 0
           MOVE '31' TO LK-CODE-RETOUR
           PERFORM FERMER-TRANS
           GOBACK
       END-IF.
       MOVE W-TRN-CPT       TO WS-ORIG-CPT.
       MOVE W-TRN-CATEGORIE TO WS-ORIG-CATEGORIE.
       MOVE W-TRN-MONTANT   TO WS-ORIG-MONTANT.

      *> Un frais ne se rembourse qu'une fois : le cumul des gestes
      *> deja passes sur ce mouvement borne le nouveau remboursement.
       PERFORM CUMULER-REMBOURSEMENTS.
       PERFORM FERMER-TRANS.
       IF WS-DEJA-REMBOURSE + LK-MONTANT > WS-ORIG-MONTANT
           MOVE '43' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       MOVE WS-ORIG-CPT TO W-CPT-NUMERO.
       MOVE "READ-LOCK" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF NOT RC-OK
           MOVE '21' TO LK-CODE-RETOUR
           GOBACK
       END-IF.
       IF CPT-CLOTURE
           MOVE "UNLOCK" TO WS-OP
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU
           MOVE '31' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
       ADD LK-MONTANT TO W-CPT-SOLDE.
       MOVE WS-DATE-COMPLETE(1:8) TO W-CPT-DATE-DERN-MVT.
       MOVE "REWRITE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
       IF NOT RC-OK
           MOVE '29' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       PERFORM JOURNALISER-GESTE.
       PERFORM IMPUTER-BUDGET.

       MOVE LK-MONTANT TO WS-MONTANT-AFF.
       DISPLAY "Frais " LK-TRN-ORIGINE " rembourse sur le compte "
               WS-ORIG-CPT " (" WS-MONTANT-AFF ", motif " LK-MOTIF
               ").".

       GOBACK.

      *>----------------------------------------------------------------
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
                           MOVE W-TRN-LIBELLE(12:10) TO WS-ID-AFF
                           IF WS-ID-AFF = LK-TRN-ORIGINE
                               ADD W-TRN-MONTANT TO WS-DEJA-REMBOURSE
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------------
       JOURNALISER-GESTE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE WS-ORIG-CPT           TO W-TRN-CPT.
           MOVE WS-ORIG-CPT           TO W-TRN-CPT-DEST.
           MOVE 'K'                   TO W-TRN-TYPE.
           MOVE LK-MONTANT            TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING "REMB FRAIS " DELIMITED SIZE
                  LK-TRN-ORIGINE DELIMITED SIZE
                  " " DELIMITED SIZE
                  LK-MOTIF DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE WS-ORIG-CATEGORIE     TO W-TRN-CATEGORIE.
           MOVE LK-OPERATEUR          TO W-TRN-OPERATEUR.
           MOVE LK-SUPERVISEUR        TO W-TRN-SUPERVISEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               MOVE '29' TO LK-CODE-RETOUR
               DISPLAY "ATTENTION : compte credite mais MOUVEMENT NON "
                       "JOURNALISE (code: " W-CODE-RETOUR ")."
           END-IF.
           PERFORM FERMER-TRANS.

      *>----------------------------------------------------------------
      *> Imputation sur le budget de l'agence du compte pour l'annee
      *> en cours ; le budget de l'annee est cree au defaut s'il n'a
      *> pas ete fixe.
       IMPUTER-BUDGET.
           MOVE W-CPT-AGENCE               TO W-BGT-AGENCE.
           MOVE WS-DATE-COMPLETE(1:4)      TO W-BGT-ANNEE.
           MOVE "READ" TO WS-OP.
           CALL "BUDGET-IO" USING WS-OP W-BUDGET-GESTE WS-CODE-BGT.
           IF WS-CODE-BGT = '00'
               ADD LK-MONTANT TO W-BGT-CONSOMME
               ADD 1 TO W-BGT-NB-GESTES
               MOVE WS-DATE-COMPLETE(1:8) TO W-BGT-DATE-MAJ
               MOVE LK-OPERATEUR TO W-BGT-OPERATEUR
               MOVE "REWRITE" TO WS-OP
           ELSE
               MOVE GST-BUDGET-DEFAUT     TO W-BGT-BUDGET
               MOVE LK-MONTANT            TO W-BGT-CONSOMME
               MOVE 1                     TO W-BGT-NB-GESTES
               MOVE WS-DATE-COMPLETE(1:8) TO W-BGT-DATE-MAJ
               MOVE LK-OPERATEUR          TO W-BGT-OPERATEUR
               MOVE "WRITE" TO WS-OP
           END-IF.
           CALL "BUDGET-IO" USING WS-OP W-BUDGET-GESTE WS-CODE-BGT.
           IF WS-CODE-BGT NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
               DISPLAY "ATTENTION : budget gestes de l'agence "
                       W-CPT-AGENCE " NON MIS A JOUR (code: "
                       WS-CODE-BGT ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "BUDGET-IO" USING WS-OP W-BUDGET-GESTE WS-CODE-BGT.

      *>----------------------------------------------------------------
       FERMER-TRANS.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-DEVERROU.

       END PROGRAM GESTE-EXEC.
