      *>****************************************************************
      *> Programme : OFFRES
      *> Role      : Entretien du catalogue des offres groupees
      *>             (OFFRES.dat) :
      *>             - (C)reer une offre : code, libelle, cotisation
      *>               mensuelle, taux debiteur reduit (0 = taux
      *>               d'AGIOS-PARAM.cpy) et jusqu'a cinq services
      *>               inclus (evenement de la grille tarifaire,
      *>               quota mensuel, pourcentage de remise) ;
      *>             - (M)odifier une offre : libelle, taux et
      *>               services s'appliquent des la saisie, comme une
      *>               baisse de cotisation ; une hausse de cotisation
      *>               est programmee au premier d'un mois au moins
      *>               TAR-PREAVIS-MOIS mois plus tard et marquee avis
      *>               a emettre (avis aux souscripteurs par l'etape
      *>               AVIS-TARIFS) ;
      *>             - (S)uspendre ou reactiver une offre (une offre
      *>               suspendue n'est plus proposee a la
      *>               souscription) ;
      *>             - (L)ister le catalogue.
      *>             La souscription d'un compte passe par
      *>             MODIFIER-COMPTE (validation a quatre yeux).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFRES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY OFFRE.
       COPY TARIF-PARAM.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX              PIC X(1) VALUE 'L'.
          88 CHOIX-CREER        VALUE 'C'.
          88 CHOIX-MODIFIER     VALUE 'M'.
          88 CHOIX-SUSPENDRE    VALUE 'S'.
          88 CHOIX-LISTER       VALUE 'L'.

       01 WS-FIN                PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS       VALUE 'O'.
       01 WS-NB                 PIC 9(3) VALUE 0.
       01 WS-DATE-JOUR          PIC 9(8).
       01 WS-CODE-EXISTE        PIC X(2).
       01 WS-REPONSE            PIC X(1).

       01 WS-SAISIE             PIC X(1).
          88 SAISIE-VALIDE      VALUE 'O'.
       01 WS-LIBELLE-SAISI      PIC X(30).
       01 WS-COTISATION-SAISIE  PIC S9(7)V99.
       01 WS-TAUX-SAISI         PIC 9(3)V9(4).
       01 WS-NB-SERVICES-SAISI  PIC 9(1).
       01 WS-IDX-SERVICE        PIC 9(1) COMP.
       01 WS-EVENEMENT-SAISI    PIC X(12).
       01 WS-QUOTA-SAISI        PIC 9(3).
       01 WS-REMISE-SAISIE      PIC 9(3).
       01 WS-IDX-EVT            PIC 9(2).
       01 WS-EVT-CONNU          PIC X(1) VALUE 'N'.
          88 EVENEMENT-CONNU    VALUE 'O'.

      *> Cotisation en vigueur avant modification (une hausse est
      *> programmee, le reste s'applique tout de suite).
       01 WS-COTISATION-AVANT   PIC S9(7)V99 COMP-3.
       01 WS-DATE-SAISIE        PIC 9(8).
       01 WS-MONTANT-AFF        PIC -Z(6)9.99.
       01 WS-ANCIEN-AFF         PIC -Z(6)9.99.
       01 WS-TAUX-AFF           PIC Z9.9999.

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
       DISPLAY "--- Catalogue des offres groupees ---".
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       DISPLAY "(C)reer, (M)odifier, (S)uspendre/reactiver ou "
               "(L)ister ? : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-CREER
               PERFORM CREER-OFFRE
           WHEN CHOIX-MODIFIER
               PERFORM MODIFIER-OFFRE
           WHEN CHOIX-SUSPENDRE
               PERFORM SUSPENDRE-OFFRE
           WHEN CHOIX-LISTER
               PERFORM LISTER-OFFRES
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       CREER-OFFRE.
           INITIALIZE W-OFFRE.
           DISPLAY "Code de l'offre (4 car.) : " WITH NO ADVANCING.
           ACCEPT W-OFR-CODE.
           MOVE FUNCTION UPPER-CASE(W-OFR-CODE) TO W-OFR-CODE.
           IF W-OFR-CODE = SPACES
               DISPLAY "Code obligatoire."
               EXIT PARAGRAPH
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-EXISTE.
           MOVE "CLOSE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           IF WS-CODE-EXISTE = '00'
               DISPLAY "Cette offre existe deja (la modifier)."
               EXIT PARAGRAPH
           END-IF.

           PERFORM SAISIR-OFFRE.
           IF NOT SAISIE-VALIDE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COTISATION-SAISIE TO W-OFR-COTISATION.
           SET OFR-ACTIVE TO TRUE.
           MOVE WS-DATE-JOUR TO W-OFR-DATE-CREATION.
           MOVE LK-OPERATEUR TO W-OFR-OPERATEUR.
           MOVE 0 TO W-OFR-NOUV-COTISATION W-OFR-DATE-EFFET
                     W-OFR-DATE-AVIS W-OFR-NB-AVIS.
           SET OFR-SANS-AVIS TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           IF RC-OK
               MOVE W-OFR-COTISATION TO WS-MONTANT-AFF
               DISPLAY "Offre " W-OFR-CODE " creee : " WS-MONTANT-AFF
                       " par mois."
           ELSE
               DISPLAY "Erreur d'ecriture (code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Une hausse de cotisation ne s'applique qu'apres le preavis
      *> reglementaire : elle est programmee au premier d'un mois,
      *> l'ancienne cotisation restant facturee jusque-la.
       MODIFIER-OFFRE.
           PERFORM LIRE-OFFRE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE W-OFR-COTISATION TO WS-COTISATION-AVANT.
           PERFORM AFFICHER-OFFRE.

           PERFORM SAISIR-OFFRE.
           IF NOT SAISIE-VALIDE
               EXIT PARAGRAPH
           END-IF.

           IF WS-COTISATION-SAISIE > WS-COTISATION-AVANT
               PERFORM PROGRAMMER-HAUSSE
               IF NOT SAISIE-VALIDE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-COTISATION-SAISIE TO W-OFR-COTISATION
               MOVE 0 TO W-OFR-NOUV-COTISATION W-OFR-DATE-EFFET
               SET OFR-SANS-AVIS TO TRUE
           END-IF.
           MOVE LK-OPERATEUR TO W-OFR-OPERATEUR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           IF RC-OK
               DISPLAY "Offre " W-OFR-CODE " mise a jour."
               IF OFR-AVIS-A-EMETTRE
                   MOVE W-OFR-NOUV-COTISATION TO WS-MONTANT-AFF
                   DISPLAY "Hausse a " WS-MONTANT-AFF " au "
                           W-OFR-DATE-EFFET " : l'avis aux "
                           "souscripteurs partira avec la chaine "
                           "de nuit."
               END-IF
           ELSE
               DISPLAY "Erreur d'ecriture (code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Date d'effet d'une hausse : un premier du mois (la cotisation
      *> est mensuelle) au plus tot TAR-PREAVIS-MOIS mois apres ce
      *> jour.
       PROGRAMMER-HAUSSE.
           MOVE 'N' TO WS-SAISIE.
           MOVE WS-DATE-JOUR TO WS-DATE-CALCUL.
           MOVE TAR-PREAVIS-MOIS TO WS-NB-MOIS.
           PERFORM AJOUTER-MOIS.
           MOVE WS-COTISATION-AVANT TO WS-ANCIEN-AFF.
           MOVE WS-COTISATION-SAISIE TO WS-MONTANT-AFF.
           DISPLAY "Hausse de " WS-ANCIEN-AFF " a " WS-MONTANT-AFF
                   " : preavis de " TAR-PREAVIS-MOIS " mois.".
           DISPLAY "Date d'effet (AAAAMM01, au plus tot apres le "
                   WS-DATE-CALCUL ") : " WITH NO ADVANCING.
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE(7:2) NOT = "01"
               DISPLAY "Refuse : la date d'effet doit etre un premier "
                       "du mois."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-SAISIE < WS-DATE-CALCUL
               DISPLAY "Refuse : date d'effet avant la fin du preavis."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COTISATION-SAISIE TO W-OFR-NOUV-COTISATION.
           MOVE WS-DATE-SAISIE TO W-OFR-DATE-EFFET.
           MOVE 0 TO W-OFR-DATE-AVIS W-OFR-NB-AVIS.
           SET OFR-AVIS-A-EMETTRE TO TRUE.
           SET SAISIE-VALIDE TO TRUE.

      *>----------------------------------------------------------------
       SUSPENDRE-OFFRE.
           PERFORM LIRE-OFFRE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM AFFICHER-OFFRE.
           IF OFR-ACTIVE
               DISPLAY "Suspendre l'offre (O/N) ? : "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Reactiver l'offre (O/N) ? : "
                   WITH NO ADVANCING
           END-IF.
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = 'O' AND WS-REPONSE NOT = 'o'
               DISPLAY "Abandon."
               EXIT PARAGRAPH
           END-IF.
           IF OFR-ACTIVE
               SET OFR-SUSPENDUE TO TRUE
           ELSE
               SET OFR-ACTIVE TO TRUE
           END-IF.
           MOVE LK-OPERATEUR TO W-OFR-OPERATEUR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           IF RC-OK
               IF OFR-ACTIVE
                   DISPLAY "Offre " W-OFR-CODE " reactivee."
               ELSE
                   DISPLAY "Offre " W-OFR-CODE " suspendue : les "
                           "souscriptions en cours sont maintenues."
               END-IF
           ELSE
               DISPLAY "Erreur d'ecriture (code: " W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.

      *>----------------------------------------------------------------
       LISTER-OFFRES.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Catalogue vide."
               EXIT PARAGRAPH
           END-IF.

           MOVE "START-FIRST" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.

           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR
               IF RC-OK
                   PERFORM AFFICHER-OFFRE
                   ADD 1 TO WS-NB
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.

           DISPLAY "Offres : " WS-NB.

      *>----------------------------------------------------------------
       LIRE-OFFRE.
           DISPLAY "Code de l'offre : " WITH NO ADVANCING.
           ACCEPT W-OFR-CODE.
           MOVE FUNCTION UPPER-CASE(W-OFR-CODE) TO W-OFR-CODE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "OFFRE-IO" USING WS-OP W-OFFRE WS-CODE-EXISTE.
           IF NOT RC-OK
               DISPLAY "Offre introuvable."
           END-IF.

      *>----------------------------------------------------------------
       AFFICHER-OFFRE.
           MOVE W-OFR-COTISATION TO WS-MONTANT-AFF.
           MOVE W-OFR-TAUX-DEBITEUR TO WS-TAUX-AFF.
           DISPLAY W-OFR-CODE " " W-OFR-LIBELLE " " WS-MONTANT-AFF
                   " /mois  taux debiteur " WS-TAUX-AFF
                   "  statut " W-OFR-STATUT.
           IF W-OFR-DATE-EFFET NOT = 0
               MOVE W-OFR-NOUV-COTISATION TO WS-MONTANT-AFF
               DISPLAY "     hausse a " WS-MONTANT-AFF " au "
                       W-OFR-DATE-EFFET "  avis " W-OFR-AVIS
                       " (" W-OFR-NB-AVIS ")"
           END-IF.
           MOVE 1 TO WS-IDX-SERVICE.
           PERFORM UNTIL WS-IDX-SERVICE > W-OFR-NB-SERVICES
               DISPLAY "     " W-OFR-EVENEMENT(WS-IDX-SERVICE)
                       " quota " W-OFR-QUOTA(WS-IDX-SERVICE)
                       " remise " W-OFR-REMISE(WS-IDX-SERVICE) "%"
               ADD 1 TO WS-IDX-SERVICE
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Libelle, cotisation, taux debiteur reduit et services inclus ;
      *> la cotisation saisie reste dans WS-COTISATION-SAISIE (une
      *> hausse sur une offre existante est programmee par
      *> l'appelant).
       SAISIR-OFFRE.
           MOVE 'N' TO WS-SAISIE.
           DISPLAY "Libelle : " WITH NO ADVANCING.
           ACCEPT WS-LIBELLE-SAISI.
           IF WS-LIBELLE-SAISI = SPACES
               DISPLAY "Libelle obligatoire."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cotisation mensuelle : " WITH NO ADVANCING.
           ACCEPT WS-COTISATION-SAISIE.
           IF WS-COTISATION-SAISIE < 0
               DISPLAY "Cotisation invalide."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Taux debiteur annuel reduit (ex. 0.0700, "
                   "0 = sans) : " WITH NO ADVANCING.
           ACCEPT WS-TAUX-SAISI.

           DISPLAY "Evenements de la grille tarifaire :".
           MOVE 1 TO WS-IDX-EVT.
           PERFORM UNTIL WS-IDX-EVT > TAR-NB-EVENEMENTS
               DISPLAY "  " TAR-EVT-CODE(WS-IDX-EVT) " "
                       TAR-EVT-LIBELLE(WS-IDX-EVT)
               ADD 1 TO WS-IDX-EVT
           END-PERFORM.
           DISPLAY "Nombre de services inclus (0 a 5) : "
               WITH NO ADVANCING.
           ACCEPT WS-NB-SERVICES-SAISI.
           IF WS-NB-SERVICES-SAISI > 5
               MOVE 5 TO WS-NB-SERVICES-SAISI
           END-IF.

           MOVE WS-LIBELLE-SAISI TO W-OFR-LIBELLE.
           MOVE WS-TAUX-SAISI TO W-OFR-TAUX-DEBITEUR.
           MOVE WS-NB-SERVICES-SAISI TO W-OFR-NB-SERVICES.
           MOVE 1 TO WS-IDX-SERVICE.
           PERFORM UNTIL WS-IDX-SERVICE > 5
               MOVE SPACES TO W-OFR-EVENEMENT(WS-IDX-SERVICE)
               MOVE 0 TO W-OFR-QUOTA(WS-IDX-SERVICE)
                         W-OFR-REMISE(WS-IDX-SERVICE)
               ADD 1 TO WS-IDX-SERVICE
           END-PERFORM.

           MOVE 1 TO WS-IDX-SERVICE.
           PERFORM UNTIL WS-IDX-SERVICE > WS-NB-SERVICES-SAISI
               PERFORM SAISIR-SERVICE
               IF NOT EVENEMENT-CONNU
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IDX-SERVICE
           END-PERFORM.
           SET SAISIE-VALIDE TO TRUE.

      *>----------------------------------------------------------------
      *> Service inclus de rang WS-IDX-SERVICE : evenement controle
      *> contre la table de TARIF-PARAM.cpy, quota du mois (999 =
      *> sans limite), remise en pourcentage (100 = gratuit).
       SAISIR-SERVICE.
           MOVE 'N' TO WS-EVT-CONNU.
           DISPLAY "Service " WS-IDX-SERVICE " - evenement : "
               WITH NO ADVANCING.
           ACCEPT WS-EVENEMENT-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-EVENEMENT-SAISI)
               TO WS-EVENEMENT-SAISI.
           MOVE 1 TO WS-IDX-EVT.
           PERFORM UNTIL WS-IDX-EVT > TAR-NB-EVENEMENTS
               IF TAR-EVT-CODE(WS-IDX-EVT) = WS-EVENEMENT-SAISI
                   SET EVENEMENT-CONNU TO TRUE
               END-IF
               ADD 1 TO WS-IDX-EVT
           END-PERFORM.
           IF NOT EVENEMENT-CONNU
               DISPLAY "Evenement inconnu : saisie abandonnee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  Operations couvertes par mois (999 = sans "
                   "limite) : " WITH NO ADVANCING.
           ACCEPT WS-QUOTA-SAISI.
           DISPLAY "  Remise en % du frais (100 = gratuit) : "
               WITH NO ADVANCING.
           ACCEPT WS-REMISE-SAISIE.
           IF WS-REMISE-SAISIE > 100 OR WS-REMISE-SAISIE = 0
               DISPLAY "Remise invalide : saisie abandonnee."
               MOVE 'N' TO WS-EVT-CONNU
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EVENEMENT-SAISI TO W-OFR-EVENEMENT(WS-IDX-SERVICE).
           MOVE WS-QUOTA-SAISI     TO W-OFR-QUOTA(WS-IDX-SERVICE).
           MOVE WS-REMISE-SAISIE   TO W-OFR-REMISE(WS-IDX-SERVICE).

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

       END PROGRAM OFFRES.
