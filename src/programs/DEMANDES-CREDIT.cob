      *>****************************************************************
      *> Programme : DEMANDES-CREDIT
      *> Role      : Instruction des demandes de credit avant toute
      *>             mise en place de pret (DEMANDES-CREDIT.dat) :
      *>             - (S)aisir : client, compte de rattachement,
      *>               capital, duree, nature du taux, assurance et
      *>               frais de dossier ;
      *>             - (E)tudier : revenus mensuels estimes sur les
      *>               credits recurrents recus (virements entrants
      *>               des PRT-MOIS-REVENUS derniers mois, hors
      *>               deversements de prets), charges existantes
      *>               (echeances et primes des prets en cours, quote-
      *>               part des decouverts autorises) et taux
      *>               d'endettement apres le nouveau credit ;
      *>             - (D)ecider : accord (derogation superviseur au-
      *>               dela du seuil PRT-ENDET-MAX-PCT ou si
      *>               l'emprunteur est inscrit au FICP, consulte a
      *>               l'etude puis de nouveau avant l'accord, le
      *>               resultat etant conserve sur la demande) ou refus
      *>               avec motif obligatoire, conserve pour le
      *>               regulateur et journalise via AUDIT-IO ;
      *>             - (O)ffre : calcul du TAEG (frais et assurance
      *>               inclus), offre avec tableau d'amortissement
      *>               deposee au spool ;
      *>             - (A)cceptation : enregistree seulement apres le
      *>               delai legal de reflexion et avant la fin de
      *>               validite de l'offre (sinon offre caduque) ;
      *>             - (L)ister les demandes d'un client.
      *>             Le deblocage se fait ensuite par CREER-PRET, sur
      *>             une demande acceptee uniquement.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMANDES-CREDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OFFRE ASSIGN TO WS-NOM-OFFRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OFFRE.

       DATA DIVISION.
       FILE SECTION.
       FD F-OFFRE.
       01 F-OFFRE-LIGNE          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DEMANDE-CREDIT.
       COPY PRET-PARAM.
       COPY CLIENT.
       COPY COMPTE.
       COPY PRET.
       COPY TRANSACT.
       COPY SPOOL.
       COPY AUDIT.
       COPY PARAM-EXPLOIT.
       COPY CODES-ERR.
       COPY OPS.
       COPY PARAMETRES.

       01 WS-FS-OFFRE            PIC X(2) VALUE '00'.
       01 WS-NOM-OFFRE           PIC X(40).
       01 WS-LIGNE               PIC X(80).

       01 WS-CHOIX               PIC X(1) VALUE 'S'.
          88 CHOIX-SAISIR        VALUE 'S'.
          88 CHOIX-ETUDIER       VALUE 'E'.
          88 CHOIX-DECIDER       VALUE 'D'.
          88 CHOIX-OFFRE         VALUE 'O'.
          88 CHOIX-ACCEPTER      VALUE 'A'.
          88 CHOIX-LISTER        VALUE 'L'.
       01 WS-DECISION            PIC X(1).
          88 DECISION-ACCORD     VALUE 'A'.
          88 DECISION-REFUS      VALUE 'R'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-DEBUT          PIC 9(8).
       01 WS-DATE-LIMITE         PIC 9(8).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-LECTURE        PIC X(2).
       01 WS-CODE-SPOOL          PIC X(2).
       01 WS-CODE-DEROG          PIC X(2).
       01 WS-CODE-ORIGINE        PIC X(2).
       01 WS-SUPERVISEUR         PIC X(8).
       01 WS-CODE-FICP           PIC X(2).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-NB                  PIC 9(3) VALUE 0.
       01 WS-ENDET-MAX           PIC 9(3)V99.

      *> Comptes du client (W-CPT-CLIENT), releves une fois puis
      *> parcourus pour les prets et les mouvements.
       01 WS-NB-COMPTES          PIC 9(2) COMP VALUE 0.
       01 WS-TAB-COMPTES.
          05 WS-CPT-CLIENT-NUM OCCURS 20 TIMES PIC 9(8).
       01 WS-IDX-CPT             PIC 9(2) COMP.
       01 WS-CPT-COURANT         PIC 9(8).

       01 WS-TOTAL-CREDITS       PIC S9(11)V99 COMP-3.
       01 WS-CHARGES-TOTALES     PIC S9(11)V99 COMP-3.
       01 WS-VALEUR-INDICE       PIC S9(3)V9(4).
       01 WS-TAUX-CALCULE        PIC S9(3)V9(4) COMP-3.

      *> Mensualite et tableau d'amortissement (memes formules que
      *> CREER-PRET).
       01 WS-TAUX-MENSUEL        PIC 9(3)V9(7) COMP-3.
       01 WS-FACTEUR             PIC 9(7)V9(7) COMP-3.
       01 WS-IDX-ECH             PIC 9(3) COMP.
       01 WS-RESTANT             PIC S9(11)V99 COMP-3.
       01 WS-INTERET-ECH         PIC S9(11)V99 COMP-3.
       01 WS-CAPITAL-ECH         PIC S9(11)V99 COMP-3.
       01 WS-COUT-TOTAL          PIC S9(11)V99 COMP-3.

      *> TAEG : taux mensuel actuariel i tel que la valeur actuelle
      *> des versements (mensualite + prime) egale le capital net de
      *> frais, recherche par dichotomie ; TAEG = (1+i)^12 - 1.
       01 WS-I-BAS               PIC 9V9(12) COMP-3.
       01 WS-I-HAUT              PIC 9V9(12) COMP-3.
       01 WS-I-MILIEU            PIC 9V9(12) COMP-3.
       01 WS-ACTUALISATION       PIC 9V9(12) COMP-3.
       01 WS-VALEUR-ACTUELLE     PIC S9(13)V9(6) COMP-3.
       01 WS-VERSEMENT           PIC S9(11)V99 COMP-3.
       01 WS-CAPITAL-NET         PIC S9(11)V99 COMP-3.
       01 WS-ITERATION           PIC 9(3) COMP.

       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-MNT2-AFF            PIC -Z(10)9.99.
       01 WS-INT-AFF             PIC -Z(10)9.99.
       01 WS-CAP-AFF             PIC -Z(10)9.99.
       01 WS-RST-AFF             PIC -Z(10)9.99.
       01 WS-TAUX-AFF            PIC -Z9.9999.
       01 WS-PCT-AFF             PIC ZZ9.99.
       01 WS-PCT-TAEG            PIC 9(3)V99.
       01 WS-NUM-ECH-AFF         PIC ZZ9.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Demandes de credit ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "(S)aisir, (E)tudier, (D)ecider, (O)ffre, "
               "(A)cceptation ou (L)ister ? : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-SAISIR
               PERFORM SAISIR-DEMANDE
           WHEN CHOIX-ETUDIER
               PERFORM ETUDIER-DEMANDE
           WHEN CHOIX-DECIDER
               PERFORM DECIDER-DEMANDE
           WHEN CHOIX-OFFRE
               PERFORM EMETTRE-OFFRE
           WHEN CHOIX-ACCEPTER
               PERFORM ENREGISTRER-ACCEPTATION
           WHEN CHOIX-LISTER
               PERFORM LISTER-DEMANDES
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       SAISIR-DEMANDE.
           DISPLAY "Numero client : " WITH NO ADVANCING.
           ACCEPT W-CLI-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF WS-CODE-LECTURE NOT = '00'
               DISPLAY "Client introuvable."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Client : " W-CLI-NOM.

           INITIALIZE W-DEMANDE-CREDIT.
           MOVE W-CLI-NUMERO TO W-DMC-CLIENT.

           DISPLAY "Compte de rattachement : " WITH NO ADVANCING.
           ACCEPT W-DMC-CPT.
           MOVE W-DMC-CPT TO W-CPT-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF WS-CODE-LECTURE NOT = '00'
               DISPLAY "Compte introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF W-CPT-CLIENT NOT = W-DMC-CLIENT
               DISPLAY "Ce compte n'appartient pas au client."
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-ACTIF
               DISPLAY "Compte non actif (statut: " W-CPT-STATUT ")."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Capital demande : " WITH NO ADVANCING.
           ACCEPT W-DMC-CAPITAL.
           IF W-DMC-CAPITAL NOT > 0
               DISPLAY "Capital invalide (doit etre > 0)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Duree (en mois) : " WITH NO ADVANCING.
           ACCEPT W-DMC-DUREE-MOIS.
           IF W-DMC-DUREE-MOIS = 0
               DISPLAY "Duree invalide."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Nature du taux (F=fixe V=variable C=cape) : "
                   WITH NO ADVANCING.
           ACCEPT W-DMC-TYPE-TAUX.
           EVALUATE TRUE
               WHEN DMC-TAUX-FIXE
                   DISPLAY "Taux annuel (ex. 0.0450) : "
                           WITH NO ADVANCING
                   ACCEPT W-DMC-TAUX
                   IF W-DMC-TAUX = 0
                       DISPLAY "Taux invalide."
                       EXIT PARAGRAPH
                   END-IF
               WHEN DMC-TAUX-REVISABLE
                   PERFORM SAISIR-TAUX-REVISABLE
                   IF NOT RC-OK
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Nature de taux invalide."
                   EXIT PARAGRAPH
           END-EVALUATE.

           DISPLAY "Code assureur (6 car.)       : " WITH NO ADVANCING.
           ACCEPT W-DMC-ASSUREUR.
           IF W-DMC-ASSUREUR = SPACES
               DISPLAY "Assureur obligatoire."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Prime mensuelle d'assurance  : " WITH NO ADVANCING.
           ACCEPT W-DMC-PRIME-ASSUR.
           IF W-DMC-PRIME-ASSUR NOT > 0
               DISPLAY "Prime invalide (doit etre > 0)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Frais de dossier             : " WITH NO ADVANCING.
           ACCEPT W-DMC-FRAIS-DOSSIER.
           IF W-DMC-FRAIS-DOSSIER < 0
               OR W-DMC-FRAIS-DOSSIER NOT < W-DMC-CAPITAL
               DISPLAY "Frais de dossier invalides."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULER-MENSUALITE.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           MOVE WS-COMPTEUR TO W-DMC-ID.
           MOVE WS-DATE-JOUR TO W-DMC-DATE-SAISIE.
           MOVE LK-OPERATEUR TO W-DMC-OPERATEUR.
           SET DMC-SAISIE TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   WS-CODE-LECTURE.
           IF NOT RC-OK
               DISPLAY "Erreur d'ecriture (code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE W-DMC-MENSUALITE TO WS-MNT-AFF.
           DISPLAY "Demande " W-DMC-ID " saisie, mensualite estimee "
                   WS-MNT-AFF ". A transmettre a l'etude.".

      *>----------------------------------------------------------------
      *> Taux variable ou cape : taux nominal de l'offre = indice du
      *> jour + marge, borne au plancher (et au plafond si cape),
      *> jamais negatif - meme regle que CREER-PRET.
       SAISIR-TAUX-REVISABLE.
           MOVE '00' TO W-CODE-RETOUR.
           DISPLAY "Indice de reference (ex. EUR12M) : "
                   WITH NO ADVANCING.
           ACCEPT W-DMC-INDICE.
           CALL "INDICE-DU-JOUR" USING W-DMC-INDICE WS-DATE-JOUR
                                       WS-VALEUR-INDICE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Indice inconnu ou sans valeur publiee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALEUR-INDICE TO WS-TAUX-AFF.
           DISPLAY "Valeur de l'indice ce jour : " WS-TAUX-AFF.

           DISPLAY "Marge (ex. 0.0120, -0.0010) : " WITH NO ADVANCING.
           ACCEPT W-DMC-MARGE.
           DISPLAY "Taux plancher (ex. 0.0000) : " WITH NO ADVANCING.
           ACCEPT W-DMC-TAUX-PLANCHER.
           MOVE 0 TO W-DMC-TAUX-PLAFOND.
           IF W-DMC-TYPE-TAUX = 'C'
               DISPLAY "Taux plafond  (ex. 0.0650) : "
                       WITH NO ADVANCING
               ACCEPT W-DMC-TAUX-PLAFOND
               IF W-DMC-TAUX-PLAFOND NOT > W-DMC-TAUX-PLANCHER
                   DISPLAY "Plafond invalide (doit depasser le "
                           "plancher)."
                   MOVE '10' TO W-CODE-RETOUR
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           COMPUTE WS-TAUX-CALCULE = WS-VALEUR-INDICE + W-DMC-MARGE.
           IF WS-TAUX-CALCULE < W-DMC-TAUX-PLANCHER
               MOVE W-DMC-TAUX-PLANCHER TO WS-TAUX-CALCULE
           END-IF.
           IF W-DMC-TYPE-TAUX = 'C'
                   AND WS-TAUX-CALCULE > W-DMC-TAUX-PLAFOND
               MOVE W-DMC-TAUX-PLAFOND TO WS-TAUX-CALCULE
           END-IF.
           IF WS-TAUX-CALCULE < 0
               MOVE 0 TO WS-TAUX-CALCULE
           END-IF.
           MOVE WS-TAUX-CALCULE TO W-DMC-TAUX.
           MOVE WS-TAUX-CALCULE TO WS-TAUX-AFF.
           DISPLAY "Taux initial (indice + marge) : " WS-TAUX-AFF.

      *>----------------------------------------------------------------
      *> Mensualite constante : m = K.t.(1+t)^n / ((1+t)^n - 1), le
      *> capital divise par la duree a taux nul.
       CALCULER-MENSUALITE.
           COMPUTE WS-TAUX-MENSUEL = W-DMC-TAUX / 12.
           IF WS-TAUX-MENSUEL = 0
               COMPUTE W-DMC-MENSUALITE ROUNDED =
                       W-DMC-CAPITAL / W-DMC-DUREE-MOIS
           ELSE
               COMPUTE WS-FACTEUR =
                       (1 + WS-TAUX-MENSUEL) ** W-DMC-DUREE-MOIS
               COMPUTE W-DMC-MENSUALITE ROUNDED =
                       W-DMC-CAPITAL * WS-TAUX-MENSUEL * WS-FACTEUR
                       / (WS-FACTEUR - 1)
           END-IF.

      *>----------------------------------------------------------------
      *> Lecture de la demande saisie par l'operateur ; le fichier est
      *> laisse ouvert pour la mise a jour qui suit.
       LIRE-DEMANDE.
           DISPLAY "Numero de demande : " WITH NO ADVANCING.
           ACCEPT W-DMC-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Demande introuvable."
               PERFORM FERMER-DEMANDES
           END-IF.

       FERMER-DEMANDES.
           MOVE "CLOSE" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   WS-CODE-LECTURE.

       REECRIRE-DEMANDE.
           MOVE "REWRITE" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Erreur de mise a jour (code: " W-CODE-RETOUR
                       ")."
           END-IF.
           PERFORM FERMER-DEMANDES.

      *>----------------------------------------------------------------
      *> Etude de solvabilite : une demande saisie (ou deja etudiee,
      *> l'etude pouvant etre refaite avant decision) passe en etude
      *> avec revenus, charges et taux d'endettement figes.
       ETUDIER-DEMANDE.
           PERFORM LIRE-DEMANDE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           IF NOT DMC-SAISIE AND NOT DMC-EN-ETUDE
               DISPLAY "Demande deja instruite (statut "
                       W-DMC-STATUT ")."
               PERFORM FERMER-DEMANDES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TOTAL-CREDITS.
           PERFORM RELEVER-COMPTES-CLIENT.
           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   - PRT-MOIS-REVENUS * 30.
           COMPUTE WS-DATE-DEBUT =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).

           MOVE 1 TO WS-IDX-CPT.
           PERFORM UNTIL WS-IDX-CPT > WS-NB-COMPTES
               MOVE WS-CPT-CLIENT-NUM(WS-IDX-CPT) TO WS-CPT-COURANT
               PERFORM CUMULER-CREDITS-RECURRENTS
               PERFORM CUMULER-ECHEANCES-PRETS
               ADD 1 TO WS-IDX-CPT
           END-PERFORM.

           COMPUTE W-DMC-REVENUS ROUNDED =
                   WS-TOTAL-CREDITS / PRT-MOIS-REVENUS.
           MOVE WS-CHARGES-TOTALES TO W-DMC-CHARGES.
           IF W-DMC-REVENUS > 0
               COMPUTE W-DMC-TAUX-ENDET ROUNDED =
                       (W-DMC-CHARGES + W-DMC-MENSUALITE
                        + W-DMC-PRIME-ASSUR) * 100 / W-DMC-REVENUS
                   ON SIZE ERROR
                       MOVE 999.99 TO W-DMC-TAUX-ENDET
               END-COMPUTE
           ELSE
               MOVE 999.99 TO W-DMC-TAUX-ENDET
           END-IF.
           PERFORM CONSULTER-FICP.
           SET DMC-EN-ETUDE TO TRUE.
           PERFORM REECRIRE-DEMANDE.

           PERFORM RESOUDRE-SEUIL-ENDETTEMENT.
           MOVE W-DMC-REVENUS TO WS-MNT-AFF.
           DISPLAY "Revenus mensuels estimes   : " WS-MNT-AFF.
           MOVE W-DMC-CHARGES TO WS-MNT-AFF.
           DISPLAY "Charges existantes         : " WS-MNT-AFF.
           COMPUTE WS-VERSEMENT = W-DMC-MENSUALITE + W-DMC-PRIME-ASSUR.
           MOVE WS-VERSEMENT TO WS-MNT-AFF.
           DISPLAY "Nouvelle charge (mens.+ass.): " WS-MNT-AFF.
           MOVE W-DMC-TAUX-ENDET TO WS-PCT-AFF.
           DISPLAY "Taux d'endettement         : " WS-PCT-AFF " %".
           IF W-DMC-TAUX-ENDET > WS-ENDET-MAX
               MOVE WS-ENDET-MAX TO WS-PCT-AFF
               DISPLAY "ATTENTION : au-dela du seuil de " WS-PCT-AFF
                       " %, accord soumis a derogation superviseur."
           END-IF.

      *>----------------------------------------------------------------
      *> Tous les comptes dont W-CPT-CLIENT porte le client de la
      *> demande (parcours complet, comme CLIENT-360) ; la quote-part
      *> des decouverts autorises entre dans les charges au passage.
       RELEVER-COMPTES-CLIENT.
           MOVE 0 TO WS-NB-COMPTES.
           MOVE 0 TO WS-CHARGES-TOTALES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE
               IF WS-CODE-LECTURE = '00'
                   IF W-CPT-CLIENT = W-DMC-CLIENT
                           AND WS-NB-COMPTES < 20
                       ADD 1 TO WS-NB-COMPTES
                       MOVE W-CPT-NUMERO
                           TO WS-CPT-CLIENT-NUM(WS-NB-COMPTES)
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.

      *> Deuxieme temps pour ne pas melanger le cumul au releve.
           MOVE 1 TO WS-IDX-CPT.
           PERFORM UNTIL WS-IDX-CPT > WS-NB-COMPTES
               MOVE WS-CPT-CLIENT-NUM(WS-IDX-CPT) TO W-CPT-NUMERO
               MOVE "OPEN-IO" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE
               MOVE "READ" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE
               MOVE "CLOSE" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR
               IF WS-CODE-LECTURE = '00' AND CPT-ACTIF
                   COMPUTE WS-CHARGES-TOTALES ROUNDED =
                           WS-CHARGES-TOTALES
                           + W-CPT-DECOUVERT-AUTORISE
                             * PRT-QUOTE-DECOUVERT-PCT / 100
               END-IF
               ADD 1 TO WS-IDX-CPT
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Credits recurrents : virements entrants de la periode
      *> d'observation, hors deversements de prets (categorie PRET ou
      *> libelle de deversement sur les mouvements anterieurs).
       CUMULER-CREDITS-RECURRENTS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-LECTURE.
           MOVE WS-CPT-COURANT TO W-TRN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-LECTURE
               EVALUATE TRUE
                   WHEN WS-CODE-LECTURE NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-TRN-CPT NOT = WS-CPT-COURANT
                       SET FIN-PARCOURS TO TRUE
                   WHEN TRN-VIR-ENTRANT
                           AND W-TRN-DATE >= WS-DATE-DEBUT
                           AND W-TRN-CATEGORIE NOT = "PRET"
                           AND W-TRN-LIBELLE(1:16)
                               NOT = "DEVERSEMENT PRET"
                       ADD W-TRN-MONTANT TO WS-TOTAL-CREDITS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-LECTURE.

      *>----------------------------------------------------------------
       CUMULER-ECHEANCES-PRETS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE.
           MOVE WS-CPT-COURANT TO W-PRT-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE
               EVALUATE TRUE
                   WHEN WS-CODE-LECTURE NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-PRT-CPT NOT = WS-CPT-COURANT
                       SET FIN-PARCOURS TO TRUE
                   WHEN PRT-ACTIF OR PRT-DECHU OR PRT-EN-DEBLOCAGE
                       ADD W-PRT-MENSUALITE W-PRT-PRIME-ASSUR
                           TO WS-CHARGES-TOTALES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-LECTURE.

      *>----------------------------------------------------------------
      *> Seuil d'endettement : defaut compile de PRET-PARAM.cpy,
      *> surcharge a chaud par les parametres d'exploitation.
       RESOUDRE-SEUIL-ENDETTEMENT.
           MOVE "ENDET-MAX-PCT" TO W-PAR-CLE.
           MOVE PRT-ENDET-MAX-PCT TO W-PAR-VALEUR.
           MOVE "VALEUR" TO WS-OP.
           CALL "PARAM-IO" USING WS-OP W-PARAMETRE WS-CODE-LECTURE.
           MOVE W-PAR-VALEUR TO WS-ENDET-MAX.

      *>----------------------------------------------------------------
      *> Decision sur une demande etudiee. Le refus exige un motif,
      *> conserve sur la demande pour le regulateur ; l'accord au-dela
      *> du seuil d'endettement exige une derogation superviseur.
       DECIDER-DEMANDE.
           PERFORM LIRE-DEMANDE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           IF NOT DMC-EN-ETUDE
               DISPLAY "Seule une demande etudiee peut etre decidee "
                       "(statut " W-DMC-STATUT ")."
               PERFORM FERMER-DEMANDES
               EXIT PARAGRAPH
           END-IF.

           PERFORM RESOUDRE-SEUIL-ENDETTEMENT.
           MOVE W-DMC-TAUX-ENDET TO WS-PCT-AFF.
           DISPLAY "Taux d'endettement : " WS-PCT-AFF " %".
           IF DMC-FICP-INSCRIT
               DISPLAY "Emprunteur inscrit au FICP (consultation du "
                       W-DMC-DATE-FICP ")."
           END-IF.
           DISPLAY "(A)ccorder ou (R)efuser ? : " WITH NO ADVANCING.
           ACCEPT WS-DECISION.

           EVALUATE TRUE
               WHEN DECISION-ACCORD
                   IF W-DMC-TAUX-ENDET > WS-ENDET-MAX
                       MOVE '45' TO WS-CODE-ORIGINE
                       CALL "DEROGATION" USING WS-CODE-ORIGINE
                                               WS-SUPERVISEUR
                                               WS-CODE-DEROG
                                               W-DMC-CLIENT
                       IF WS-CODE-DEROG NOT = '00'
                           DISPLAY "Accord impossible sans "
                                   "derogation : demande laissee a "
                                   "l'etude."
                           PERFORM FERMER-DEMANDES
                           EXIT PARAGRAPH
                       END-IF
                       MOVE WS-SUPERVISEUR TO W-DMC-SUPERVISEUR
                   END-IF
      *>           Consultation renouvelee au moment de l'accord.
                   PERFORM CONSULTER-FICP
                   MOVE SPACES TO W-DMC-DEROG-FICP
                   IF DMC-FICP-INSCRIT
                       MOVE '47' TO WS-CODE-ORIGINE
                       CALL "DEROGATION" USING WS-CODE-ORIGINE
                                               WS-SUPERVISEUR
                                               WS-CODE-DEROG
                                               W-DMC-CLIENT
                       IF WS-CODE-DEROG NOT = '00'
                           DISPLAY "Accord impossible sans "
                                   "derogation : demande laissee a "
                                   "l'etude."
                           PERFORM REECRIRE-DEMANDE
                           EXIT PARAGRAPH
                       END-IF
                       MOVE WS-SUPERVISEUR TO W-DMC-DEROG-FICP
                   END-IF
                   SET DMC-ACCORDEE TO TRUE
                   MOVE SPACES TO W-DMC-MOTIF-REFUS
                   MOVE "CRED-ACCORD" TO W-AUD-OPERATION
                   IF DMC-FICP-INSCRIT
                       MOVE "ACCORD - DEROGATION FICP" TO W-AUD-MOTIF
                   ELSE
                       MOVE "ACCORD" TO W-AUD-MOTIF
                   END-IF
               WHEN DECISION-REFUS
                   DISPLAY "Motif du refus : " WITH NO ADVANCING
                   ACCEPT W-DMC-MOTIF-REFUS
                   IF W-DMC-MOTIF-REFUS = SPACES
                       DISPLAY "Motif obligatoire."
                       PERFORM FERMER-DEMANDES
                       EXIT PARAGRAPH
                   END-IF
                   SET DMC-REFUSEE TO TRUE
                   MOVE "CRED-REFUS" TO W-AUD-OPERATION
                   MOVE W-DMC-MOTIF-REFUS TO W-AUD-MOTIF
               WHEN OTHER
                   DISPLAY "Decision invalide."
                   PERFORM FERMER-DEMANDES
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-DATE-JOUR TO W-DMC-DATE-DECISION.
           MOVE LK-OPERATEUR TO W-DMC-DECIDEUR.
           PERFORM REECRIRE-DEMANDE.
           IF RC-OK
               PERFORM JOURNALISER-DECISION
               DISPLAY "Demande " W-DMC-ID " : decision enregistree "
                       "(statut " W-DMC-STATUT ")."
           END-IF.

      *>----------------------------------------------------------------
      *> Consultation du FICP sur l'identite du client de la demande ;
      *> le resultat et sa date sont portes sur la demande.
       CONSULTER-FICP.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE.
           MOVE W-DMC-CLIENT TO W-CLI-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FICP.

           CALL "FICP-CONSULTER" USING W-CLI-NOM W-CLI-DATE-NAISS
                                       WS-CODE-FICP.
           MOVE WS-DATE-JOUR TO W-DMC-DATE-FICP.
           IF WS-CODE-FICP = '47'
               SET DMC-FICP-INSCRIT TO TRUE
               DISPLAY "ATTENTION : emprunteur inscrit au FICP, "
                       "accord soumis a derogation superviseur."
           ELSE
               SET DMC-FICP-NON-INSCRIT TO TRUE
               DISPLAY "FICP : emprunteur non inscrit."
           END-IF.

      *>----------------------------------------------------------------
       JOURNALISER-DECISION.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-LECTURE.
           MOVE WS-COMPTEUR  TO W-AUD-ID.
           MOVE W-DMC-CPT    TO W-AUD-CPT.
           MOVE '00'         TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR TO W-AUD-OPERATEUR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-LECTURE.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-LECTURE.

      *>----------------------------------------------------------------
      *> Offre de pret sur une demande accordee : TAEG, cout total et
      *> tableau d'amortissement, deposee au spool ; le delai de
      *> reflexion court a compter de ce jour.
       EMETTRE-OFFRE.
           PERFORM LIRE-DEMANDE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           IF NOT DMC-ACCORDEE
               DISPLAY "Seule une demande accordee donne lieu a une "
                       "offre (statut " W-DMC-STATUT ")."
               PERFORM FERMER-DEMANDES
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULER-MENSUALITE.
           PERFORM CALCULER-TAEG.
           MOVE WS-DATE-JOUR TO W-DMC-DATE-OFFRE.
           SET DMC-OFFRE-EMISE TO TRUE.
           PERFORM REECRIRE-DEMANDE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.

           PERFORM PRODUIRE-OFFRE.
           COMPUTE WS-PCT-TAEG ROUNDED = W-DMC-TAEG * 100.
           MOVE WS-PCT-TAEG TO WS-PCT-AFF.
           DISPLAY "Offre " W-DMC-ID " emise (TAEG " WS-PCT-AFF
                   " %), deposee au spool.".

      *>----------------------------------------------------------------
       CALCULER-TAEG.
           COMPUTE WS-VERSEMENT = W-DMC-MENSUALITE + W-DMC-PRIME-ASSUR.
           COMPUTE WS-CAPITAL-NET = W-DMC-CAPITAL - W-DMC-FRAIS-DOSSIER.
           MOVE 0 TO WS-I-BAS.
           MOVE 0.1 TO WS-I-HAUT.
           MOVE 1 TO WS-ITERATION.
           PERFORM UNTIL WS-ITERATION > 40
               COMPUTE WS-I-MILIEU = (WS-I-BAS + WS-I-HAUT) / 2
               PERFORM ACTUALISER-VERSEMENTS
               IF WS-VALEUR-ACTUELLE > WS-CAPITAL-NET
                   MOVE WS-I-MILIEU TO WS-I-BAS
               ELSE
                   MOVE WS-I-MILIEU TO WS-I-HAUT
               END-IF
               ADD 1 TO WS-ITERATION
           END-PERFORM.
           COMPUTE W-DMC-TAEG ROUNDED =
                   (1 + WS-I-MILIEU) ** 12 - 1.

       ACTUALISER-VERSEMENTS.
           MOVE 0 TO WS-VALEUR-ACTUELLE.
           MOVE 1 TO WS-ACTUALISATION.
           MOVE 1 TO WS-IDX-ECH.
           PERFORM UNTIL WS-IDX-ECH > W-DMC-DUREE-MOIS
               COMPUTE WS-ACTUALISATION =
                       WS-ACTUALISATION / (1 + WS-I-MILIEU)
               COMPUTE WS-VALEUR-ACTUELLE = WS-VALEUR-ACTUELLE
                       + WS-VERSEMENT * WS-ACTUALISATION
               ADD 1 TO WS-IDX-ECH
           END-PERFORM.

      *>----------------------------------------------------------------
       PRODUIRE-OFFRE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE.
           MOVE W-DMC-CLIENT TO W-CLI-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.

           MOVE SPACES TO WS-NOM-OFFRE.
           STRING "reports/OFFRE-PRET-" DELIMITED SIZE
                  W-DMC-ID             DELIMITED SIZE
                  ".txt"               DELIMITED SIZE
               INTO WS-NOM-OFFRE.
           OPEN OUTPUT F-OFFRE.

           MOVE "==============================================="
               TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.
           MOVE "                 OFFRE DE PRET                 "
               TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.
           MOVE "==============================================="
               TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.
           MOVE PARAM-NOM-BANQUE TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.
           MOVE W-CLI-NOM TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.
           MOVE W-CLI-ADRESSE TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.

           MOVE SPACES TO WS-LIGNE.
           STRING "Offre " DELIMITED SIZE
                  W-DMC-ID DELIMITED SIZE
                  " du " DELIMITED SIZE
                  W-DMC-DATE-OFFRE DELIMITED SIZE
                  "  compte de rattachement " DELIMITED SIZE
                  W-DMC-CPT DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.

           MOVE W-DMC-CAPITAL TO WS-MNT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Capital : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " EUR  Duree : " DELIMITED SIZE
                  W-DMC-DUREE-MOIS DELIMITED SIZE
                  " mois" DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.

           MOVE W-DMC-TAUX TO WS-TAUX-AFF.
           MOVE SPACES TO WS-LIGNE.
           IF DMC-TAUX-FIXE
               STRING "Taux nominal annuel fixe : " DELIMITED SIZE
                      WS-TAUX-AFF DELIMITED SIZE
                   INTO WS-LIGNE
           ELSE
               STRING "Taux nominal annuel initial : " DELIMITED SIZE
                      WS-TAUX-AFF DELIMITED SIZE
                      "  revisable sur " DELIMITED SIZE
                      W-DMC-INDICE DELIMITED SIZE
                   INTO WS-LIGNE
           END-IF.
           MOVE WS-LIGNE TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.

           COMPUTE WS-PCT-TAEG ROUNDED = W-DMC-TAEG * 100.
           MOVE WS-PCT-TAEG TO WS-PCT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "TAEG (frais et assurance inclus) : " DELIMITED SIZE
                  WS-PCT-AFF DELIMITED SIZE
                  " %" DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.

           MOVE W-DMC-MENSUALITE TO WS-MNT-AFF.
           MOVE W-DMC-PRIME-ASSUR TO WS-MNT2-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Mensualite : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  "  assurance : " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.

           COMPUTE WS-COUT-TOTAL =
                   (W-DMC-MENSUALITE + W-DMC-PRIME-ASSUR)
                   * W-DMC-DUREE-MOIS
                   + W-DMC-FRAIS-DOSSIER - W-DMC-CAPITAL.
           MOVE W-DMC-FRAIS-DOSSIER TO WS-MNT-AFF.
           MOVE WS-COUT-TOTAL TO WS-MNT2-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Frais de dossier : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  "  cout total : " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.

           PERFORM ECRIRE-TABLEAU-OFFRE.

           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(W-DMC-DATE-OFFRE)
                   + PRT-DELAI-REFLEXION-JOURS + 1.
           COMPUTE WS-DATE-DEBUT =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).
           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(W-DMC-DATE-OFFRE)
                   + PRT-VALIDITE-OFFRE-JOURS.
           COMPUTE WS-DATE-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).
           MOVE SPACES TO WS-LIGNE.
           STRING "Acceptation possible du " DELIMITED SIZE
                  WS-DATE-DEBUT DELIMITED SIZE
                  " au " DELIMITED SIZE
                  WS-DATE-LIMITE DELIMITED SIZE
                  " (delai de reflexion legal)." DELIMITED SIZE
               INTO WS-LIGNE.
           MOVE WS-LIGNE TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.
           MOVE "Aucun fonds ne sera verse avant l'acceptation."
               TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.

           CLOSE F-OFFRE.

           PERFORM DEPOSER-AU-SPOOL.

      *>----------------------------------------------------------------
       ECRIRE-TABLEAU-OFFRE.
           MOVE "-----------------------------------------------------"
               TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.
           MOVE "ECH  INTERETS        CAPITAL         RESTANT DU"
               TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.
           MOVE "-----------------------------------------------------"
               TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.
           MOVE W-DMC-CAPITAL TO WS-RESTANT.
           MOVE 1 TO WS-IDX-ECH.
           PERFORM UNTIL WS-IDX-ECH > W-DMC-DUREE-MOIS
               COMPUTE WS-INTERET-ECH ROUNDED =
                       WS-RESTANT * WS-TAUX-MENSUEL
               COMPUTE WS-CAPITAL-ECH =
                       W-DMC-MENSUALITE - WS-INTERET-ECH
               IF WS-IDX-ECH = W-DMC-DUREE-MOIS
                   MOVE WS-RESTANT TO WS-CAPITAL-ECH
               END-IF
               SUBTRACT WS-CAPITAL-ECH FROM WS-RESTANT
               MOVE WS-IDX-ECH     TO WS-NUM-ECH-AFF
               MOVE WS-INTERET-ECH TO WS-INT-AFF
               MOVE WS-CAPITAL-ECH TO WS-CAP-AFF
               MOVE WS-RESTANT     TO WS-RST-AFF
               MOVE SPACES TO WS-LIGNE
               STRING WS-NUM-ECH-AFF DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-INT-AFF DELIMITED SIZE
                      WS-CAP-AFF DELIMITED SIZE
                      WS-RST-AFF DELIMITED SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO F-OFFRE-LIGNE
               WRITE F-OFFRE-LIGNE
               ADD 1 TO WS-IDX-ECH
           END-PERFORM.
           MOVE "-----------------------------------------------------"
               TO F-OFFRE-LIGNE.
           WRITE F-OFFRE-LIGNE.

      *>----------------------------------------------------------------
      *> Meme acheminement que les releves : preference du compte de
      *> rattachement.
       DEPOSER-AU-SPOOL.
           MOVE W-DMC-CPT TO W-CPT-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-SPOOL.
           IF NOT RC-OK
               MOVE 'C' TO W-CPT-MODE-ENVOI
               MOVE SPACES TO W-CPT-AGENCE
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-SPOOL WS-CODE-SPOOL.

           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR-SPOOL TO W-SPL-ID.
           MOVE W-DMC-CPT         TO W-SPL-CPT.
           MOVE "OFFRE-PRET"      TO W-SPL-TYPE-DOC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-SPL-DATE.
           MOVE W-CPT-AGENCE      TO W-SPL-AGENCE.
           MOVE W-CPT-MODE-ENVOI  TO W-SPL-MODE.
           MOVE WS-NOM-OFFRE      TO W-SPL-FICHIER.
           IF ENVOI-SUPPRIME
               SET SPL-SUPPRIME TO TRUE
           ELSE
               SET SPL-A-IMPRIMER TO TRUE
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "WRITE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

      *>----------------------------------------------------------------
      *> Acceptation de l'offre par le client : pas avant le lendemain
      *> du dernier jour du delai de reflexion, pas apres la fin de
      *> validite (l'offre devient alors caduque).
       ENREGISTRER-ACCEPTATION.
           PERFORM LIRE-DEMANDE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           IF NOT DMC-OFFRE-EMISE
               DISPLAY "Aucune offre en cours sur cette demande "
                       "(statut " W-DMC-STATUT ")."
               PERFORM FERMER-DEMANDES
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(W-DMC-DATE-OFFRE)
                   + PRT-VALIDITE-OFFRE-JOURS.
           COMPUTE WS-DATE-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).
           IF WS-DATE-JOUR > WS-DATE-LIMITE
               SET DMC-CADUQUE TO TRUE
               PERFORM REECRIRE-DEMANDE
               DISPLAY "Offre expiree le " WS-DATE-LIMITE
                       " : demande classee caduque."
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(W-DMC-DATE-OFFRE)
                   + PRT-DELAI-REFLEXION-JOURS.
           IF FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   NOT > WS-JOUR-INTEGER
               ADD 1 TO WS-JOUR-INTEGER
               COMPUTE WS-DATE-DEBUT =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER)
               DISPLAY "Delai de reflexion en cours : acceptation "
                       "possible a partir du " WS-DATE-DEBUT "."
               PERFORM FERMER-DEMANDES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATE-JOUR TO W-DMC-DATE-ACCEPTATION.
           SET DMC-ACCEPTEE TO TRUE.
           PERFORM REECRIRE-DEMANDE.
           IF RC-OK
               DISPLAY "Offre " W-DMC-ID " acceptee : deblocage "
                       "possible par la mise en place du pret."
           END-IF.

      *>----------------------------------------------------------------
       LISTER-DEMANDES.
           DISPLAY "Numero client : " WITH NO ADVANCING.
           ACCEPT W-DMC-CLIENT.
           MOVE W-DMC-CLIENT TO WS-CPT-COURANT.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   WS-CODE-LECTURE.
           MOVE "START-CLI" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                       WS-CODE-LECTURE
               EVALUATE TRUE
                   WHEN WS-CODE-LECTURE NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-DMC-CLIENT NOT = WS-CPT-COURANT
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-NB
                       MOVE W-DMC-CAPITAL TO WS-MNT-AFF
                       MOVE W-DMC-TAUX-ENDET TO WS-PCT-AFF
                       DISPLAY W-DMC-ID " du " W-DMC-DATE-SAISIE
                               " " WS-MNT-AFF " statut "
                               W-DMC-STATUT " endettement "
                               WS-PCT-AFF " %"
                       IF DMC-REFUSEE
                           DISPLAY "    refus du " W-DMC-DATE-DECISION
                                   " : " W-DMC-MOTIF-REFUS
                       END-IF
                       IF DMC-FICP-INSCRIT
                           DISPLAY "    FICP inscrit au "
                                   W-DMC-DATE-FICP " derogation "
                                   W-DMC-DEROG-FICP
                       END-IF
                       IF DMC-DEBLOQUEE
                           DISPLAY "    pret " W-DMC-PRET
                       END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "DEMCRED-IO" USING WS-OP W-DEMANDE-CREDIT
                                   WS-CODE-LECTURE.
           IF WS-NB = 0
               DISPLAY "Aucune demande pour ce client."
           END-IF.

       END PROGRAM DEMANDES-CREDIT.
