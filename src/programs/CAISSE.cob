      *>               imprime dans reports/.
      *>             Le theorique est entretenu en cours de journee
      *>             par DEPOT et RETRAIT via CAISSE-MAJ.
      *>             Les billets presumes faux retenus dans la journee
      *>             (registre FAUX-BILLETS.dat) n'entrent ni dans le
      *>             theorique ni dans le billetage compte : ils
      *>             forment une ligne a part de la vue, de l'arrete
      *>             et de l'etat de caisse, billet par billet.
      *>             L'etat de caisse est inscrit au repertoire des
      *>             etats (REPERTOIRE-CTRL) sous l'agence de la caisse.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAISSE.
       COPY OPBRACKET.
       COPY COFFRE-PARAM.
       COPY BILLETAGE.
       COPY FAUX-BILLET.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-ETAT            PIC X(2) VALUE '00'.
       01 WS-NOM-ETAT           PIC X(50).
       01 WS-SENS-COFFRE        PIC X(1).
       01 WS-CODE-COFFRE        PIC X(2).

      *> Billets retenus par l'operateur ce jour, hors caisse.
       01 WS-NB-RETENUS         PIC 9(3) VALUE 0.
       01 WS-TOTAL-RETENUS      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CODE-FXB           PIC X(2).
       01 WS-FIN-FXB            PIC X(1) VALUE 'N'.
          88 FIN-FXB            VALUE 'O'.
       01 WS-EDITER-RETENUS     PIC X(1) VALUE 'N'.
          88 EDITER-RETENUS     VALUE 'O'.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

                   CONTINUE
               WHEN '30'
                   DISPLAY "Refuse : le coffre n'a pas ce billetage "
                           "en stock libre (hors billets reserves "
                           "aux commandes de fonds)."
                   PERFORM FERMER-CAISSES
                   EXIT PARAGRAPH
               WHEN '21'
           DISPLAY "Fond initial : " WS-MONTANT-AFF
                   "   theorique : " WS-THEORIQUE-AFF ".".
           PERFORM FERMER-CAISSES.
           PERFORM TOTALISER-BILLETS-RETENUS.
           PERFORM AFFICHER-BILLETS-RETENUS.

      *>----------------------------------------------------------------
       ARRETER-CAISSE.
           END-IF.

      *>   Le compte physique du soir est saisi en billetage : le
      *>   montant arrete est la somme des coupures comptees. Les
      *>   billets retenus, sous enveloppe, n'y figurent pas.
           PERFORM TOTALISER-BILLETS-RETENUS.
           PERFORM AFFICHER-BILLETS-RETENUS.
           DISPLAY "Billetage compte physiquement (hors billets "
                   "retenus) :".
           PERFORM SAISIR-BILLETAGE.
           PERFORM CALCULER-VALEUR-BILLETAGE.
           MOVE WS-MONTANT TO WS-COMPTE-PHYSIQUE.
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.

           MOVE WS-TOTAL-RETENUS TO WS-MONTANT-AFF.
           MOVE SPACES TO F-ETAT-LIGNE.
           STRING "BILLETS RETENUS : " DELIMITED SIZE
                  WS-MONTANT-AFF DELIMITED SIZE
                  " EUR (" DELIMITED SIZE
                  WS-NB-RETENUS DELIMITED SIZE
                  " BILLET(S), HORS CAISSE)" DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.
           IF WS-NB-RETENUS > 0
               SET EDITER-RETENUS TO TRUE
               PERFORM TOTALISER-BILLETS-RETENUS
               MOVE 'N' TO WS-EDITER-RETENUS
           END-IF.

           CLOSE F-ETAT.
           PERFORM INSCRIRE-ETAT.
           DISPLAY "Etat de caisse : " WS-NOM-ETAT.

      *>----------------------------------------------------------------
      *> Billets retenus par l'operateur ce jour (cle operateur + date
      *> du registre) ; le total ne porte que sur les coupures euro,
      *> les billets en devise sont seulement comptes. En edition de
      *> l'etat, chaque billet y est detaille.
       TOTALISER-BILLETS-RETENUS.
           MOVE 0 TO WS-NB-RETENUS WS-TOTAL-RETENUS.
           MOVE 'N' TO WS-FIN-FXB.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.
           IF WS-CODE-FXB NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-OPERATEUR TO W-FXB-OPERATEUR.
           MOVE WS-DATE-JOUR TO W-FXB-DATE.
           MOVE "START-CAISSE" TO WS-OP.
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.
           IF WS-CODE-FXB NOT = '00'
               SET FIN-FXB TO TRUE
           END-IF.
           PERFORM UNTIL FIN-FXB
               MOVE "READ-NEXT" TO WS-OP
               CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB
               EVALUATE TRUE
                   WHEN WS-CODE-FXB NOT = '00'
                       SET FIN-FXB TO TRUE
                   WHEN W-FXB-OPERATEUR NOT = LK-OPERATEUR
                     OR W-FXB-DATE NOT = WS-DATE-JOUR
                       SET FIN-FXB TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-NB-RETENUS
                       IF W-FXB-DEVISE = "EUR"
                           ADD W-FXB-COUPURE TO WS-TOTAL-RETENUS
                       END-IF
                       IF EDITER-RETENUS
                           PERFORM EDITER-BILLET-RETENU
                       END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "FAUXBIL-IO" USING WS-OP W-FAUX-BILLET WS-CODE-FXB.

       EDITER-BILLET-RETENU.
           MOVE SPACES TO F-ETAT-LIGNE.
           STRING "  RETENUE " DELIMITED SIZE
                  W-FXB-ID DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-FXB-COUPURE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-FXB-DEVISE DELIMITED SIZE
                  "  SERIE " DELIMITED SIZE
                  W-FXB-SERIE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-FXB-REMETTANT DELIMITED SIZE
               INTO F-ETAT-LIGNE.
           WRITE F-ETAT-LIGNE.

       AFFICHER-BILLETS-RETENUS.
           IF WS-NB-RETENUS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOTAL-RETENUS TO WS-MONTANT-AFF.
           DISPLAY "Billets retenus ce jour (hors caisse) : "
                   WS-NB-RETENUS " pour " WS-MONTANT-AFF " EUR.".

      *>----------------------------------------------------------------
       FERMER-CAISSES.
           MOVE "CLOSE" TO WS-OP.
           CALL "CAISSE-IO" USING WS-OP W-CAISSE WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "CAISSE" TO W-ETP-ETAT.
           MOVE WS-NOM-ETAT TO W-ETP-FICHIER.
           MOVE CAISSE-AGENCE TO W-ETP-AGENCE.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM CAISSE.
