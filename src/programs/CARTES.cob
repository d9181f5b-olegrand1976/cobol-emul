      *>             et liste des cartes d'un compte. Le canal DAB de
      *>             RETRAIT s'appuie sur ce referentiel pour refuser
      *>             tout retrait sans carte active et non expiree.
      *>             La creation d'une carte preleve le frais a l'acte
      *>             de la grille tarifaire (module TARIF-FRAIS).
      *>             Aucune carte nouvelle pendant le preavis d'une
      *>             resiliation a l'initiative de la banque ; un
      *>             compte de services bancaires de base (droit au
      *>             compte) ne porte qu'une carte active.
      *>             Le client d'une carte inutilisee depuis
      *>             CAR-MOIS-INACTIVITE mois confirme ici qu'il en
      *>             souhaite le renouvellement (batch RENOUV-CARTES).
      *>             Mode de debit de la carte : immediat ou differe
      *>             (reglements cumules et debites en fin de mois par
      *>             DEBIT-DIFFERE) ; le retour au debit immediat
      *>             attend que l'encours du mois ait ete debite.
      *>             Aucune carte nouvelle pendant la carence qui suit
      *>             un changement d'adresse du client (ADRESSE-CTRL).
      *>             Le numero saisi est inscrit au sequestre et la
      *>             carte connue de CARTES.dat par son jeton (module
      *>             PAN-CTRL) ; l'ecran n'affiche que le masque. Le
      *>             numero complet n'est restitue qu'a un operateur
      *>             habilite nominativement (fonction PAN-CLAIR de la
      *>             matrice AUTORISER), chaque consultation - accordee
      *>             ou refusee - etant tracee dans AUDIT.dat.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTES.
       COPY COMPTE.
       COPY TRANSACT.
       COPY LIMITES.
       COPY RESIL-PARAM.
       COPY OPERATEUR.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

          88 CHOIX-AVALEE       VALUE 'V'.
          88 CHOIX-REACTIVER    VALUE 'R'.
          88 CHOIX-PLAFONDS     VALUE 'P'.
          88 CHOIX-CONFIRMER    VALUE 'N'.
          88 CHOIX-MODE-DEBIT   VALUE 'D'.
          88 CHOIX-CLAIR        VALUE 'A'.

       01 WS-NUM-COMPTE         PIC 9(8).
       01 WS-FIN                PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS       VALUE 'O'.
       01 WS-NB                 PIC 9(3) VALUE 0.
       01 WS-NB-ACTIVES         PIC 9(3) VALUE 0.
       01 WS-CARTE-SAISIE       PIC 9(16).

      *> Numero saisi (en clair) resolu en jeton, masque affiche, et
      *> restitution du numero complet sous habilitation PAN-CLAIR.
       01 WS-OP-PAN             PIC X(12).
       01 WS-PAN-SAISI          PIC 9(16).
       01 WS-PAN-RESULTAT       PIC X(16).
       01 WS-CARTE-MASQUE       PIC X(16).
       01 WS-CODE-PAN           PIC X(2).
       01 WS-FONCTION-CLAIR     PIC X(12) VALUE "PAN-CLAIR".
       01 WS-CODE-AUTORISE      PIC X(2).
       01 WS-RANG               PIC 9(3).
       01 WS-COMPTEUR-AUD       PIC 9(10) VALUE 0.

      *> Utilisation courante de la carte, recalculee depuis TRANS.dat
      *> (retraits DAB journalises avec le numero de carte) pour
       01 WS-MNT-AFF            PIC -Z(10)9.99.
       01 WS-MNT-AFF2           PIC -Z(10)9.99.

      *> Frais a l'acte de la grille tarifaire (TARIFS.dat), preleve
      *> par TARIF-FRAIS une fois l'operation passee.
       01 WS-CPT-TARIF          PIC 9(8).
       01 WS-EVT-TARIF          PIC X(12).
       01 WS-FRAIS-TARIF        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-FRAIS-TARIF-AFF    PIC -Z(10)9.99.
       01 WS-CODE-TARIF         PIC X(2).

      *> Carence apres un changement d'adresse du client (module
      *> ADRESSE-CTRL, ADRESSE-PARAM.cpy).
       01 WS-DATE-CARENCE       PIC 9(8).
       01 WS-FIN-CARENCE        PIC 9(8).
       01 WS-ADRESSE-CARENCE    PIC X(40).
       01 WS-CODE-CARENCE       PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Referentiel des cartes ---".
       DISPLAY "Titulaire : " W-CPT-TITULAIRE.

       DISPLAY "(C)reer, (L)ister, (B)loquer, carte a(V)alee, "
               "(R)eactiver, (P)lafonds, re(N)ouvellement "
               "confirme, mode de (D)ebit ou (A)fficher le numero "
               "complet ? : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       EVALUATE TRUE
               PERFORM CHANGER-STATUT-CARTE
           WHEN CHOIX-PLAFONDS
               PERFORM MODIFIER-PLAFONDS
           WHEN CHOIX-CONFIRMER
               PERFORM CONFIRMER-RENOUVELLEMENT
           WHEN CHOIX-MODE-DEBIT
               PERFORM CHANGER-MODE-DEBIT
           WHEN CHOIX-CLAIR
               PERFORM AFFICHER-NUMERO-CLAIR
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

      *>----------------------------------------------------------------
       CREER-CARTE.
           IF CPT-EN-PREAVIS
               DISPLAY "Refuse : compte en preavis de resiliation "
                       "(cloture le " W-CPT-DATE-RESILIATION
                       "), aucune carte nouvelle."
               EXIT PARAGRAPH
           END-IF.
           IF CPT-SERVICES-BASE
               PERFORM COMPTER-CARTES-ACTIVES
               IF WS-NB-ACTIVES >= DAC-NB-CARTES-MAX
                   DISPLAY "Refuse : compte de services bancaires de "
                           "base, une seule carte active."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM CONTROLER-CARENCE-ADRESSE.
           IF WS-CODE-CARENCE = '57'
               DISPLAY "Refuse : adresse du client modifiee "
                       "recemment, aucune carte nouvelle avant le "
                       WS-FIN-CARENCE "."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Numero de carte (16 chiffres) : " WITH NO ADVANCING.
           ACCEPT WS-PAN-SAISI.
           IF WS-PAN-SAISI = 0
               DISPLAY "Numero invalide."
               EXIT PARAGRAPH
           END-IF.
      *>   Inscription au sequestre : la carte est creee sous son
      *>   jeton (celui deja attribue si le numero y figure, la
      *>   creation echoue alors comme un doublon).
           MOVE "ENROLER" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-PAN-SAISI WS-PAN-RESULTAT
                                 WS-CODE-PAN.
           IF WS-CODE-PAN NOT = '00'
               DISPLAY "Erreur : sequestre des numeros inaccessible "
                       "(code: " WS-CODE-PAN ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAN-RESULTAT TO W-CAR-NUMERO.
           PERFORM MASQUER-CARTE.

           MOVE WS-NUM-COMPTE TO W-CAR-CPT.
           MOVE W-CPT-TITULAIRE TO W-CAR-TITULAIRE.
                   WITH NO ADVANCING.
           ACCEPT W-CAR-PLAFOND-SEMAINE.

           DISPLAY "Debit (I)mmediat ou (D)iffere en fin de mois "
                   "(ENTREE = immediat) : " WITH NO ADVANCING.
           ACCEPT W-CAR-MODE-DEBIT.
           MOVE FUNCTION UPPER-CASE(W-CAR-MODE-DEBIT)
               TO W-CAR-MODE-DEBIT.
           IF NOT CAR-DEBIT-DIFFERE
               SET CAR-DEBIT-IMMEDIAT TO TRUE
           END-IF.
           MOVE 0 TO W-CAR-ENCOURS-DIFFERE.

           SET CAR-ACTIVE TO TRUE.
           MOVE 0 TO W-CAR-REMPLACE.
           MOVE 0 TO W-CAR-REMPLACANTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-CAR-DATE-EMISSION.
           MOVE 'N' TO W-CAR-RENOUV-CONFIRME.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           EVALUATE TRUE
               WHEN RC-OK
                   DISPLAY "Carte " WS-CARTE-MASQUE " creee."
                   MOVE WS-NUM-COMPTE TO WS-CPT-TARIF
                   MOVE "CARTE" TO WS-EVT-TARIF
                   PERFORM FACTURER-TARIF
               WHEN RC-ERR-DEJA-EXISTE
                   DISPLAY "Erreur : ce numero de carte existe deja."
               WHEN OTHER
           END-IF.

           DISPLAY "NUMERO            PORTEUR                        "
                   "  EXPIRE  ST DB".

           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
                   WHEN W-CAR-CPT NOT = WS-NUM-COMPTE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       PERFORM MASQUER-CARTE
                       DISPLAY WS-CARTE-MASQUE "  " W-CAR-TITULAIRE "  "
                               W-CAR-DATE-EXPIR "  " W-CAR-STATUT
                               "  " W-CAR-MODE-DEBIT
                       PERFORM AFFICHER-MARGE-CARTE
                       IF CAR-DEBIT-DIFFERE
                           MOVE W-CAR-ENCOURS-DIFFERE TO WS-MNT-AFF
                           DISPLAY "    Encours differe du mois : "
                                   WS-MNT-AFF
                       END-IF
                       ADD 1 TO WS-NB
               END-EVALUATE
           END-PERFORM.
      *> Blocage, declaration avalee ou reactivation selon le choix
      *> saisi au menu (WS-CHOIX).
       CHANGER-STATUT-CARTE.
           PERFORM SAISIR-CARTE.

      *>   Compte de services de base : la reactivation ne doit pas
      *>   porter a deux le nombre de cartes actives.
           IF CHOIX-REACTIVER AND CPT-SERVICES-BASE
               MOVE W-CAR-NUMERO TO WS-CARTE-SAISIE
               PERFORM COMPTER-CARTES-ACTIVES
               MOVE WS-CARTE-SAISIE TO W-CAR-NUMERO
               IF WS-NB-ACTIVES >= DAC-NB-CARTES-MAX
                   DISPLAY "Refuse : compte de services bancaires de "
                           "base, une seule carte active."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           IF RC-OK
               PERFORM MASQUER-CARTE
               DISPLAY "Carte " WS-CARTE-MASQUE " -> statut "
                       W-CAR-STATUT "."
           ELSE
               DISPLAY "Echec de la mise a jour (code: "
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Accord du client pour le renouvellement d'une carte restee
      *> inutilisee : le prochain passage de RENOUV-CARTES la
      *> renouvelle comme les autres.
       CONFIRMER-RENOUVELLEMENT.
           PERFORM SAISIR-CARTE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           EVALUATE TRUE
               WHEN NOT RC-OK
                   DISPLAY "Carte introuvable."
               WHEN W-CAR-CPT NOT = WS-NUM-COMPTE
                   DISPLAY "Refuse : cette carte est rattachee a un "
                           "autre compte."
               WHEN W-CAR-REMPLACANTE NOT = 0
                   MOVE "MASQUER" TO WS-OP-PAN
                   CALL "PAN-CTRL" USING WS-OP-PAN W-CAR-REMPLACANTE
                                         WS-CARTE-MASQUE WS-CODE-PAN
                   DISPLAY "Carte deja renouvelee par "
                           WS-CARTE-MASQUE "."
               WHEN NOT CAR-ACTIVE
                   DISPLAY "Refuse : carte inactive (statut "
                           W-CAR-STATUT ")."
               WHEN OTHER
                   SET CAR-RENOUV-CONFIRME TO TRUE
                   MOVE "REWRITE" TO WS-OP
                   CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR
                   IF RC-OK
                       DISPLAY "Renouvellement confirme : la carte "
                               "sera renouvelee avant le "
                               W-CAR-DATE-EXPIR "."
                   ELSE
                       DISPLAY "Echec de la mise a jour (code: "
                               W-CODE-RETOUR ")."
                   END-IF
           END-EVALUATE.
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Passage d'un mode de debit a l'autre. Une carte a debit
      *> differe ne repasse en immediat qu'une fois son encours debite
      *> par DEBIT-DIFFERE : l'encours n'est compte au disponible que
      *> pour une carte en debit differe.
       CHANGER-MODE-DEBIT.
           PERFORM SAISIR-CARTE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           EVALUATE TRUE
               WHEN NOT RC-OK
                   DISPLAY "Carte introuvable."
               WHEN W-CAR-CPT NOT = WS-NUM-COMPTE
                   DISPLAY "Refuse : cette carte est rattachee a un "
                           "autre compte."
               WHEN CAR-DEBIT-DIFFERE AND W-CAR-ENCOURS-DIFFERE > 0
                   MOVE W-CAR-ENCOURS-DIFFERE TO WS-MNT-AFF
                   DISPLAY "Refuse : encours differe de " WS-MNT-AFF
                           " a debiter en fin de mois d'abord."
               WHEN OTHER
                   IF CAR-DEBIT-DIFFERE
                       SET CAR-DEBIT-IMMEDIAT TO TRUE
                   ELSE
                       SET CAR-DEBIT-DIFFERE TO TRUE
                   END-IF
                   MOVE 0 TO W-CAR-ENCOURS-DIFFERE
                   MOVE "REWRITE" TO WS-OP
                   CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR
                   PERFORM MASQUER-CARTE
                   IF RC-OK
                       IF CAR-DEBIT-DIFFERE
                           DISPLAY "Carte " WS-CARTE-MASQUE
                                   " -> debit differe en fin de mois."
                       ELSE
                           DISPLAY "Carte " WS-CARTE-MASQUE
                                   " -> debit immediat."
                       END-IF
                   ELSE
                       DISPLAY "Echec de la mise a jour (code: "
                               W-CODE-RETOUR ")."
                   END-IF
           END-EVALUATE.
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Nombre de cartes actives rattachees au compte.
       COMPTER-CARTES-ACTIVES.
           MOVE 0 TO WS-NB-ACTIVES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           MOVE WS-NUM-COMPTE TO W-CAR-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CAR-CPT NOT = WS-NUM-COMPTE
                       SET FIN-PARCOURS TO TRUE
                   WHEN CAR-ACTIVE
                       ADD 1 TO WS-NB-ACTIVES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Marge restante de la carte : plafond effectif du jour (celui
      *> de la carte, ou a defaut le plafond de canal DAB) et plafond
      *>----------------------------------------------------------------
      *> Cumule les retraits DAB journalises avec CE numero de carte
      *> (W-TRN-CARTE) sur le jour et la semaine glissante de 7 jours.
      *> Les mouvements portent le masque du numero, qui est celui du
      *> jeton de la carte.
       CALCULER-CUMUL-CARTE.
           PERFORM MASQUER-CARTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - 6.
               IF WS-CODE-TRANS = '00'
                       AND W-TRN-CPT = WS-NUM-COMPTE
                   IF TRN-RETRAIT AND TRN-CANAL-DAB
                           AND W-TRN-CARTE = WS-CARTE-MASQUE
                       IF W-TRN-DATE = WS-DATE-JOUR
                           ADD W-TRN-MONTANT TO WS-CUMUL-CARTE-JOUR
                       END-IF
      *>----------------------------------------------------------------
      *> Modification des plafonds propres d'une carte existante.
       MODIFIER-PLAFONDS.
           PERFORM SAISIR-CARTE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.

           MOVE "REWRITE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           PERFORM MASQUER-CARTE.
           IF RC-OK
               DISPLAY "Plafonds de la carte " WS-CARTE-MASQUE
                       " mis a jour."
           ELSE
               DISPLAY "Echec de la mise a jour (code: "
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Saisie d'un numero de carte en clair, resolu en jeton du
      *> referentiel (laisse tel quel s'il n'est pas au sequestre : la
      *> lecture repondra alors carte introuvable).
       SAISIR-CARTE.
           DISPLAY "Numero de la carte : " WITH NO ADVANCING.
           ACCEPT WS-PAN-SAISI.
           MOVE "JETON" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-PAN-SAISI WS-PAN-RESULTAT
                                 WS-CODE-PAN.
           MOVE WS-PAN-RESULTAT TO W-CAR-NUMERO.

      *>----------------------------------------------------------------
       MASQUER-CARTE.
           MOVE "MASQUER" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN W-CAR-NUMERO WS-CARTE-MASQUE
                                 WS-CODE-PAN.

      *>----------------------------------------------------------------
      *> Restitution du numero complet d'une carte du compte, a
      *> l'operateur habilite nominativement (PAN-CLAIR, refusee a
      *> tous par defaut). La carte est designee par le rang de sa
      *> liste, le numero complet n'etant pas connu du demandeur.
       AFFICHER-NUMERO-CLAIR.
           MOVE LK-OPERATEUR TO W-OPE-ID.
           MOVE "READ" TO WS-OP.
           CALL "OPERATEUR-IO" USING WS-OP W-OPERATEUR W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Operateur introuvable."
               EXIT PARAGRAPH
           END-IF.
           CALL "AUTORISER" USING W-OPE-ID W-OPE-ROLE WS-FONCTION-CLAIR
                                  WS-CODE-AUTORISE.
           IF WS-CODE-AUTORISE NOT = '00'
               DISPLAY "Fonction PAN-CLAIR non autorisee pour cet "
                       "operateur."
               MOVE SPACES TO WS-CARTE-MASQUE
               MOVE '40' TO W-AUD-CODE
               PERFORM JOURNALISER-CLAIR
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHOISIR-CARTE-LISTE.
           IF WS-CARTE-SAISIE = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CARTE-SAISIE TO W-CAR-NUMERO.
           PERFORM MASQUER-CARTE.
           MOVE "CLAIR" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN W-CAR-NUMERO WS-PAN-RESULTAT
                                 WS-CODE-PAN.
           IF WS-CODE-PAN NOT = '00'
               DISPLAY "Numero absent du sequestre (code: "
                       WS-CODE-PAN ")."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero complet de la carte " WS-CARTE-MASQUE
                   " : " WS-PAN-RESULTAT.
           MOVE '00' TO W-AUD-CODE.
           PERFORM JOURNALISER-CLAIR.

      *>----------------------------------------------------------------
      *> Liste numerotee des cartes du compte (masquees) et choix d'un
      *> rang ; WS-CARTE-SAISIE recoit le jeton choisi, 0 sinon.
       CHOISIR-CARTE-LISTE.
           MOVE 0 TO WS-NB WS-CARTE-SAISIE.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           MOVE WS-NUM-COMPTE TO W-CAR-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CAR-CPT NOT = WS-NUM-COMPTE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-NB
                       PERFORM MASQUER-CARTE
                       DISPLAY WS-NB ". " WS-CARTE-MASQUE "  "
                               W-CAR-TITULAIRE "  " W-CAR-STATUT
               END-EVALUATE
           END-PERFORM.
           IF WS-NB = 0
               DISPLAY "Aucune carte sur ce compte."
               MOVE "CLOSE" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Rang de la carte : " WITH NO ADVANCING.
           ACCEPT WS-RANG.
           IF WS-RANG = 0 OR WS-RANG > WS-NB
               DISPLAY "Rang invalide."
               MOVE "CLOSE" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

      *>   Second passage jusqu'au rang choisi.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE WS-NUM-COMPTE TO W-CAR-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CAR-CPT NOT = WS-NUM-COMPTE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-NB
                       IF WS-NB = WS-RANG
                           MOVE W-CAR-NUMERO TO WS-CARTE-SAISIE
                           SET FIN-PARCOURS TO TRUE
                       END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Trace de la demande de numero complet (accordee '00' ou
      *> refusee '40', W-AUD-CODE) : compte, operateur, masque.
       JOURNALISER-CLAIR.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-AUD W-CODE-RETOUR.

           MOVE WS-COMPTEUR-AUD TO W-AUD-ID.
           MOVE WS-NUM-COMPTE   TO W-AUD-CPT.
           MOVE "PAN-CLAIR"     TO W-AUD-OPERATION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR    TO W-AUD-OPERATEUR.
           MOVE SPACES TO W-AUD-MOTIF.
           IF W-AUD-CODE = '00'
               STRING "CARTE " DELIMITED SIZE
                      WS-CARTE-MASQUE DELIMITED SIZE
                   INTO W-AUD-MOTIF
           ELSE
               MOVE "DEMANDE REFUSEE (NON HABILITE)" TO W-AUD-MOTIF
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Frais a l'acte de l'evenement WS-EVT-TARIF sur WS-CPT-TARIF
      *> (grille tarifaire, module TARIF-FRAIS) ; WS-FRAIS-TARIF reste
      *> a zero si rien n'est facture.
       FACTURER-TARIF.
           CALL "TARIF-FRAIS" USING WS-CPT-TARIF WS-EVT-TARIF
                                    WS-FRAIS-TARIF WS-CODE-TARIF.
           IF WS-CODE-TARIF = '00'
               MOVE WS-FRAIS-TARIF TO WS-FRAIS-TARIF-AFF
               DISPLAY "Frais preleves : " WS-FRAIS-TARIF-AFF
           END-IF.

      *>----------------------------------------------------------------
      *> Carence ouverte par un changement d'adresse du titulaire :
      *> code '57' tant qu'elle court.
       CONTROLER-CARENCE-ADRESSE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-CARENCE.
           MOVE SPACES TO WS-ADRESSE-CARENCE.
           MOVE "CARENCE" TO WS-OP.
           CALL "ADRESSE-CTRL" USING WS-OP W-CPT-CLIENT WS-DATE-CARENCE
                                     WS-ADRESSE-CARENCE WS-FIN-CARENCE
                                     WS-CODE-CARENCE.

       END PROGRAM CARTES.
