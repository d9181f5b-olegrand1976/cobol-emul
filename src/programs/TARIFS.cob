      *>****************************************************************
      *> Programme : TARIFS
      *> Role      : Entretien de la grille tarifaire des operations a
      *>             l'acte (TARIFS.dat) :
      *>             - (C)reer une ligne : evenement (table de
      *>               TARIF-PARAM.cpy), produit du catalogue ou tarif
      *>               general, date d'effet et frais. Le frais saisi
      *>               est compare a celui qui serait en vigueur a la
      *>               date d'effet (TARIF-DU-JOUR) : une hausse exige
      *>               une date d'effet au moins TAR-PREAVIS-MOIS mois
      *>               apres ce jour et la ligne est marquee avis a
      *>               emettre ; le batch AVIS-TARIFS adresse l'avis a
      *>               chaque compte concerne des la nuit suivante ;
      *>             - annuler une ligne (X) pas encore en vigueur ;
      *>             - (L)ister la grille.
      *>             Le frais est preleve par TARIF-FRAIS dans les
      *>             programmes d'operation.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY TARIF.
       COPY TARIF-PARAM.
       COPY PRODUIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX              PIC X(1) VALUE 'C'.
          88 CHOIX-CREER        VALUE 'C'.
          88 CHOIX-ANNULER      VALUE 'X'.
          88 CHOIX-LISTER       VALUE 'L'.

       01 WS-FIN                PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS       VALUE 'O'.
       01 WS-NB                 PIC 9(3) VALUE 0.
       01 WS-IDX-EVT            PIC 9(2).
       01 WS-EVT-CONNU          PIC X(1) VALUE 'N'.
          88 EVENEMENT-CONNU    VALUE 'O'.
       01 WS-DATE-JOUR          PIC 9(8).
       01 WS-DATE-SAISIE        PIC 9(8).
       01 WS-MONTANT-SAISI      PIC S9(7)V99 COMP-3.
       01 WS-MONTANT-AFF        PIC -Z(6)9.99.
       01 WS-ANCIEN-AFF         PIC -Z(6)9.99.
       01 WS-CODE-PRD           PIC X(2).
       01 WS-CODE-EXISTE        PIC X(2).

      *> Frais en vigueur a la date d'effet avant la nouvelle ligne.
       01 WS-MONTANT-EN-VIGUEUR PIC S9(7)V99 COMP-3.
       01 WS-CLE-EN-VIGUEUR     PIC X(24).
       01 WS-CODE-VIGUEUR       PIC X(2).

      *> Ajout de WS-NB-MOIS mois a WS-DATE-CALCUL (clampage de fin
      *> de mois identique aux echeances de pret).
       01 WS-DATE-CALCUL         PIC 9(8).
       01 WS-NB-MOIS             PIC 9(3).
       01 WS-ANNEE               PIC 9(4).
       01 WS-MOIS                PIC 9(3).
       01 WS-JOUR                PIC 9(2).
       01 WS-ANNEE-SUIV          PIC 9(4).
       01 WS-MOIS-SUIV           PIC 9(2).
       01 WS-DATE-PREMIER-SUIV   PIC 9(8).
       01 WS-DATE-DERNIER-JOUR   PIC 9(8).
       01 WS-DERNIER-JOUR-MOIS   PIC 9(2).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Grille tarifaire des operations ---".
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       DISPLAY "(C)reer une ligne, annuler une ligne (X) ou "
               "(L)ister ? : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-CREER
               PERFORM CREER-LIGNE
           WHEN CHOIX-ANNULER
               PERFORM ANNULER-LIGNE
           WHEN CHOIX-LISTER
               PERFORM LISTER-GRILLE
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       CREER-LIGNE.
           INITIALIZE W-TARIF.
           PERFORM AFFICHER-EVENEMENTS.
           PERFORM SAISIR-CLE.
           IF NOT EVENEMENT-CONNU
               EXIT PARAGRAPH
           END-IF.

      *>   Date d'effet : jamais dans le passe, le frais s'appliquant
      *>   aux operations du jour meme.
           DISPLAY "Date d'effet (AAAAMMJJ, 0 = aujourd'hui) : "
                   WITH NO ADVANCING.
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE = 0
               MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
           END-IF.
           IF WS-DATE-SAISIE < WS-DATE-JOUR
               DISPLAY "Date d'effet deja passee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-SAISIE TO W-TAR-DATE-EFFET.

           DISPLAY "Frais (0 = gratuit) : " WITH NO ADVANCING.
           ACCEPT WS-MONTANT-SAISI.
           IF WS-MONTANT-SAISI < 0
               DISPLAY "Frais invalide."
               EXIT PARAGRAPH
           END-IF.

      *>   Une ligne active de meme cle doit etre annulee d'abord ; une
      *>   ligne annulee de meme cle est remplacee.
           MOVE "READ" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF WS-CODE-EXISTE.
           IF WS-CODE-EXISTE = '00' AND TAR-ACTIF
               DISPLAY "Une ligne existe deja pour cet evenement, ce "
                       "produit et cette date (annuler d'abord)."
               MOVE "CLOSE" TO WS-OP
               CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.

           CALL "TARIF-DU-JOUR" USING W-TAR-EVENEMENT W-TAR-PRODUIT
                                      W-TAR-DATE-EFFET
                                      WS-MONTANT-EN-VIGUEUR
                                      WS-CLE-EN-VIGUEUR
                                      WS-CODE-VIGUEUR.

           MOVE WS-MONTANT-SAISI      TO W-TAR-MONTANT.
           MOVE WS-MONTANT-EN-VIGUEUR TO W-TAR-ANCIEN-MONTANT.
           SET TAR-ACTIF TO TRUE.
           MOVE WS-DATE-JOUR TO W-TAR-DATE-SAISIE.
           MOVE LK-OPERATEUR TO W-TAR-OPERATEUR.
           MOVE 0 TO W-TAR-DATE-AVIS W-TAR-NB-AVIS.
           SET TAR-SANS-AVIS TO TRUE.

      *>   Hausse : preavis reglementaire entre ce jour et la date
      *>   d'effet, puis avis a emettre aux comptes concernes.
           IF W-TAR-MONTANT > W-TAR-ANCIEN-MONTANT
               MOVE WS-DATE-JOUR TO WS-DATE-CALCUL
               MOVE TAR-PREAVIS-MOIS TO WS-NB-MOIS
               PERFORM AJOUTER-MOIS
               IF W-TAR-DATE-EFFET < WS-DATE-CALCUL
                   MOVE W-TAR-ANCIEN-MONTANT TO WS-ANCIEN-AFF
                   DISPLAY "Refuse : hausse du frais (en vigueur "
                           WS-ANCIEN-AFF ") sans le preavis de "
                           TAR-PREAVIS-MOIS " mois."
                   DISPLAY "Date d'effet au plus tot le "
                           WS-DATE-CALCUL "."
                   EXIT PARAGRAPH
               END-IF
               SET TAR-AVIS-A-EMETTRE TO TRUE
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.
           IF WS-CODE-EXISTE = '00'
               MOVE "REWRITE" TO WS-OP
           ELSE
               MOVE "WRITE" TO WS-OP
           END-IF.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.
           IF RC-OK
               MOVE W-TAR-MONTANT TO WS-MONTANT-AFF
               DISPLAY "Tarif " W-TAR-EVENEMENT " " W-TAR-PRODUIT
                       " : " WS-MONTANT-AFF " au " W-TAR-DATE-EFFET "."
               IF TAR-AVIS-A-EMETTRE
                   DISPLAY "Hausse : l'avis aux clients concernes "
                           "partira avec la chaine de nuit."
               END-IF
           ELSE
               DISPLAY "Erreur d'ecriture (code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Seule une ligne pas encore en vigueur s'annule : revenir sur
      *> un tarif applique passe par une nouvelle ligne datee.
       ANNULER-LIGNE.
           INITIALIZE W-TARIF.
           PERFORM SAISIR-CLE.
           IF NOT EVENEMENT-CONNU
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date d'effet de la ligne (AAAAMMJJ) : "
                   WITH NO ADVANCING.
           ACCEPT W-TAR-DATE-EFFET.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.
           IF NOT RC-OK OR TAR-ANNULE
               DISPLAY "Ligne introuvable."
               MOVE "CLOSE" TO WS-OP
               CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           IF W-TAR-DATE-EFFET NOT > WS-DATE-JOUR
               DISPLAY "Ligne deja en vigueur : saisir une nouvelle "
                       "ligne datee."
               MOVE "CLOSE" TO WS-OP
               CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           SET TAR-ANNULE TO TRUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.
           IF RC-OK
               DISPLAY "Ligne annulee."
               IF TAR-AVIS-EMIS
                   DISPLAY "Les " W-TAR-NB-AVIS " clients avises de "
                           "la hausse conservent l'ancien tarif."
               END-IF
           ELSE
               DISPLAY "Echec de l'annulation (code: "
                       W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.

      *>----------------------------------------------------------------
       LISTER-GRILLE.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Grille vide."
               EXIT PARAGRAPH
           END-IF.

           MOVE "START-FIRST" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.

           DISPLAY "EVENEMENT    PROD EFFET         FRAIS    ANCIEN"
                   "  ST AV".

           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR
               IF RC-OK
                   MOVE W-TAR-MONTANT TO WS-MONTANT-AFF
                   MOVE W-TAR-ANCIEN-MONTANT TO WS-ANCIEN-AFF
                   DISPLAY W-TAR-EVENEMENT " " W-TAR-PRODUIT " "
                           W-TAR-DATE-EFFET " " WS-MONTANT-AFF " "
                           WS-ANCIEN-AFF "  " W-TAR-STATUT "  "
                           W-TAR-AVIS
                   ADD 1 TO WS-NB
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "TARIF-IO" USING WS-OP W-TARIF W-CODE-RETOUR.

           DISPLAY "Lignes : " WS-NB.

      *>----------------------------------------------------------------
       AFFICHER-EVENEMENTS.
           DISPLAY "Evenements tarifables :".
           MOVE 1 TO WS-IDX-EVT.
           PERFORM UNTIL WS-IDX-EVT > TAR-NB-EVENEMENTS
               DISPLAY "  " TAR-EVT-CODE(WS-IDX-EVT) " "
                       TAR-EVT-LIBELLE(WS-IDX-EVT)
               ADD 1 TO WS-IDX-EVT
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Evenement (controle contre la table) et produit (controle au
      *> catalogue, ENTREE = tarif general).
       SAISIR-CLE.
           MOVE 'N' TO WS-EVT-CONNU.
           DISPLAY "Evenement : " WITH NO ADVANCING.
           ACCEPT W-TAR-EVENEMENT.
           MOVE FUNCTION UPPER-CASE(W-TAR-EVENEMENT) TO W-TAR-EVENEMENT.
           MOVE 1 TO WS-IDX-EVT.
           PERFORM UNTIL WS-IDX-EVT > TAR-NB-EVENEMENTS
               IF TAR-EVT-CODE(WS-IDX-EVT) = W-TAR-EVENEMENT
                   SET EVENEMENT-CONNU TO TRUE
               END-IF
               ADD 1 TO WS-IDX-EVT
           END-PERFORM.
           IF NOT EVENEMENT-CONNU
               DISPLAY "Evenement inconnu."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Produit (4 car., ENTREE = tarif general) : "
                   WITH NO ADVANCING.
           ACCEPT W-TAR-PRODUIT.
           IF W-TAR-PRODUIT NOT = SPACES
               MOVE W-TAR-PRODUIT TO W-PRD-CODE
               MOVE "READ" TO WS-OP
               CALL "PRODUIT-IO" USING WS-OP W-PRODUIT WS-CODE-PRD
               IF WS-CODE-PRD NOT = '00'
                   DISPLAY "Produit inconnu du catalogue."
                   MOVE 'N' TO WS-EVT-CONNU
               END-IF
           END-IF.

      *>----------------------------------------------------------------
       AJOUTER-MOIS.
           MOVE WS-DATE-CALCUL(1:4) TO WS-ANNEE.
           MOVE WS-DATE-CALCUL(5:2) TO WS-MOIS.
           MOVE WS-DATE-CALCUL(7:2) TO WS-JOUR.
           ADD WS-NB-MOIS TO WS-MOIS.
           PERFORM UNTIL WS-MOIS NOT > 12
               SUBTRACT 12 FROM WS-MOIS
               ADD 1 TO WS-ANNEE
           END-PERFORM.
           PERFORM CLAMPER-JOUR-MOIS.
           MOVE WS-ANNEE TO WS-DATE-CALCUL(1:4).
           MOVE WS-MOIS  TO WS-DATE-CALCUL(5:2).
           MOVE WS-JOUR  TO WS-DATE-CALCUL(7:2).

      *>----------------------------------------------------------------
       CLAMPER-JOUR-MOIS.
           MOVE WS-ANNEE TO WS-ANNEE-SUIV.
           MOVE WS-MOIS  TO WS-MOIS-SUIV.
           ADD 1 TO WS-MOIS-SUIV.
           IF WS-MOIS-SUIV > 12
               MOVE 1 TO WS-MOIS-SUIV
               ADD 1 TO WS-ANNEE-SUIV
           END-IF.
           MOVE WS-ANNEE-SUIV TO WS-DATE-PREMIER-SUIV(1:4).
           MOVE WS-MOIS-SUIV  TO WS-DATE-PREMIER-SUIV(5:2).
           MOVE "01"          TO WS-DATE-PREMIER-SUIV(7:2).

           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-PREMIER-SUIV) - 1.
           COMPUTE WS-DATE-DERNIER-JOUR =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).
           MOVE WS-DATE-DERNIER-JOUR(7:2) TO WS-DERNIER-JOUR-MOIS.

           IF WS-JOUR > WS-DERNIER-JOUR-MOIS
               MOVE WS-DERNIER-JOUR-MOIS TO WS-JOUR
           END-IF.

       END PROGRAM TARIFS.
