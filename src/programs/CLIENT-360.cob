      *>              - cartes, chequiers, mandats de prelevement,
      *>              - procurations donnees sur ses comptes et
      *>                recues en tant que mandataire,
      *>              - contestations ouvertes (LITIGES.dat),
      *>              - dossier de surendettement en vigueur
      *>                (moratoire ou plan impose, SURENDET-CTRL),
      *>              - chaine de detention (LIENS-CLIENTS.dat) :
      *>                representants legaux et beneficiaires
      *>                effectifs d'une personne morale, avec les
      *>                societes intermediaires, puis les personnes
      *>                morales que le client represente, detient ou
      *>                par lesquelles il detient.
      *>             Le statut de personne politiquement exposee est
      *>             rappele sous l'identite. Le numero d'une fiche
      *>             fusionnee mene a la fiche survivante, signalee.
      *>             Aucune mise a jour : l'ecran remplace la tournee
      *>             LISTER / CHEQUIERS / CARTES / MANDATS /
      *>             PROCURATIONS du poste d'accueil.
      *>             La consultation d'un client du personnel est
      *>             tracee dans AUDIT.dat ; celle d'un client
      *>             sensible (ou d'un client dont un compte est
      *>             sensible) hors de son agence exige une
      *>             justification et leve une alerte conformite
      *>             (module CONSULTATION-CTRL).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-360.
       COPY MANDAT.
       COPY PROCURATION.
       COPY LITIGE.
       COPY SURENDET.
       COPY LIEN-CLIENT.
       COPY CODES-ERR.
       COPY OPS.

          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-NB                  PIC 9(3) VALUE 0.
       01 WS-CODE-LECTURE        PIC X(2).
       01 WS-NUMERO-SAISI        PIC 9(8).
       01 WS-CODE-SDT            PIC X(2).
       01 WS-IDX-PLAN            PIC 9(1).

      *> Comptes du client releves au premier parcours, parcourus
      *> ensuite pour les avoirs rattaches a chaque compte.
          05 WS-CPT-CLIENT-NUM OCCURS 20 TIMES PIC 9(8).
       01 WS-IDX-CPT             PIC 9(2) COMP.
       01 WS-CPT-COURANT         PIC 9(8).
      *> Numero de carte affiche masque (module PAN-CTRL).
       01 WS-OP-PAN              PIC X(12).
       01 WS-CARTE-MASQUE        PIC X(16).
       01 WS-CODE-PAN            PIC X(2).

       01 WS-SOLDE-AFF           PIC -Z(10)9.99.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-NOM-MANDATAIRE      PIC X(20).

      *> Chaine de detention : le client consulte est conserve, la
      *> fiche W-CLIENT servant ensuite a lire les personnes morales
      *> liees.
       01 WS-CLIENT-VU           PIC 9(8).
       01 WS-POURCENT-AFF        PIC ZZ9.99.
       01 WS-MODE-LIB            PIC X(8).

       01 WS-ECRAN               PIC X(12) VALUE "CLIENT-360".
       01 WS-CPT-VIDE            PIC 9(8) VALUE 0.
       01 WS-CODE-CONSULT        PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Vue client 360 (lecture seule) ---".

       DISPLAY "Numero client : " WITH NO ADVANCING.
       ACCEPT W-CLI-NUMERO.
       MOVE W-CLI-NUMERO TO WS-NUMERO-SAISI.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           EXIT PROGRAM
       END-IF.

       CALL "CONSULTATION-CTRL" USING LK-OPERATEUR WS-CPT-VIDE
                                      W-CLI-NUMERO WS-ECRAN
                                      WS-CODE-CONSULT.
       IF WS-CODE-CONSULT NOT = '00'
           EXIT PROGRAM
       END-IF.

       DISPLAY "====================================================".
       IF W-CLI-NUMERO NOT = WS-NUMERO-SAISI
           DISPLAY "Client " WS-NUMERO-SAISI " fusionne dans le client "
                   W-CLI-NUMERO " (doublon)."
       END-IF.
       DISPLAY "CLIENT " W-CLI-NUMERO " - " W-CLI-NOM.
       DISPLAY "Adresse   : " W-CLI-ADRESSE.
       IF CLI-PERSONNE-MORALE
           DISPLAY "Immatric. : " W-CLI-IMMATRICULATION
                   "   forme : " W-CLI-FORME-JURIDIQUE
                   "   NAF : " W-CLI-CODE-ACTIVITE
           DISPLAY "Siege     : " W-CLI-SIEGE
           DISPLAY "Creation  : " W-CLI-DATE-CONSTITUTION
                   "   statut : " W-CLI-STATUT
       ELSE
           DISPLAY "Naissance : " W-CLI-DATE-NAISS
                   "   statut : " W-CLI-STATUT
           IF CLI-ENTREPRENEUR
               DISPLAY "Entrepr.  : SIREN " W-CLI-IMMATRICULATION
                       "   NAF : " W-CLI-CODE-ACTIVITE
           END-IF
       END-IF.
       DISPLAY "Telephone : " W-CLI-TELEPHONE.
       DISPLAY "Email     : " W-CLI-EMAIL.
       IF CLI-PPE
           DISPLAY "PPE       : categorie " W-CLI-PPE-CATEGORIE " "
                   FUNCTION TRIM(W-CLI-PPE-FONCTION)
                   " (revue le " W-CLI-PPE-DATE-REVUE ")"
       END-IF.
       PERFORM AFFICHER-SURENDETTEMENT.
       DISPLAY "====================================================".

       PERFORM LISTER-COMPTES.
       END-PERFORM.

       PERFORM LISTER-PROCURATIONS-RECUES.
       PERFORM AFFICHER-CHAINE-DETENTION.

       DISPLAY "====================================================".
       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Dossier de surendettement en vigueur : l'accueil doit savoir
      *> que poursuites et frais sont suspendus ou qu'un plan court.
       AFFICHER-SURENDETTEMENT.
           CALL "SURENDET-CTRL" USING W-CLI-NUMERO W-SURENDET
                                      WS-CODE-SDT.
           IF WS-CODE-SDT NOT = '48'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SURENDETTEMENT : dossier " W-SDT-ID " ref "
                   W-SDT-REF-BDF " recevable le "
                   W-SDT-DATE-RECEVABILITE.
           IF SDT-RECEVABLE
               IF W-SDT-DATE-FIN-MORATOIRE = 0
                   DISPLAY "  moratoire en cours jusqu'au plan : "
                           "poursuites et frais suspendus"
               ELSE
                   DISPLAY "  moratoire jusqu'au "
                           W-SDT-DATE-FIN-MORATOIRE
                           " : poursuites et frais suspendus"
               END-IF
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  plan impose du " W-SDT-DATE-PLAN " sur "
                   W-SDT-DUREE-PLAN " mois".
           MOVE 1 TO WS-IDX-PLAN.
           PERFORM UNTIL WS-IDX-PLAN > W-SDT-NB-PRETS
               MOVE W-SDT-MENSUALITE(WS-IDX-PLAN) TO WS-MNT-AFF
               DISPLAY "  pret " W-SDT-PRET(WS-IDX-PLAN)
                       " mensualite du plan " WS-MNT-AFF
               ADD 1 TO WS-IDX-PLAN
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Tous les comptes dont W-CPT-CLIENT porte ce numero client
      *> (parcours complet : COMPTES.dat n'a pas de cle par client).
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-PRT-CPT NOT = WS-CPT-COURANT
                       SET FIN-PARCOURS TO TRUE
                   WHEN PRT-ACTIF OR PRT-DECHU OR PRT-EN-DEBLOCAGE
                       MOVE W-PRT-CAPITAL-RESTANT TO WS-MNT-AFF
                       DISPLAY "  PRET " W-PRT-ID " (cpt "
                               W-PRT-CPT ") capital restant "
                   WHEN W-CAR-CPT NOT = WS-CPT-COURANT
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       MOVE "MASQUER" TO WS-OP-PAN
                       CALL "PAN-CTRL" USING WS-OP-PAN W-CAR-NUMERO
                                             WS-CARTE-MASQUE WS-CODE-PAN
                       DISPLAY "  CARTE " WS-CARTE-MASQUE " (cpt "
                               W-CAR-CPT ") statut " W-CAR-STATUT
                               " expire " W-CAR-DATE-EXPIR
               END-EVALUATE
               DISPLAY "  (aucune procuration recue)"
           END-IF.

      *>----------------------------------------------------------------
      *> En dernier : la lecture des personnes morales liees remplace
      *> la fiche du client consulte.
       AFFICHER-CHAINE-DETENTION.
           MOVE W-CLI-NUMERO TO WS-CLIENT-VU.
           DISPLAY "CHAINE DE DETENTION :".
           IF CLI-PERSONNE-MORALE
               PERFORM LISTER-DETENTEURS
           END-IF.
           PERFORM LISTER-PARTICIPATIONS.

      *>----------------------------------------------------------------
      *> Representants legaux et beneficiaires effectifs en vigueur,
      *> avec la societe intermediaire d'une detention indirecte.
       LISTER-DETENTEURS.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           INITIALIZE W-LIEN-CLIENT.
           MOVE WS-CLIENT-VU TO W-LIE-ENTITE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT WS-CODE-LECTURE.
           MOVE "START-ENTITE" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT
                                    WS-CODE-LECTURE
               EVALUATE TRUE
                   WHEN WS-CODE-LECTURE NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-LIE-ENTITE NOT = WS-CLIENT-VU
                       SET FIN-PARCOURS TO TRUE
                   WHEN NOT LIE-EN-VIGUEUR
                       CONTINUE
                   WHEN LIE-REPRESENTANT
                       DISPLAY "  REPRESENTANT LEGAL " W-LIE-PERSONNE
                               " " W-LIE-NOM(1:30) " " W-LIE-QUALITE
                   WHEN OTHER
                       ADD 1 TO WS-NB
                       PERFORM AFFICHER-BENEF-EFFECTIF
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT WS-CODE-LECTURE.
           IF WS-NB = 0
               DISPLAY "  AUCUN BENEFICIAIRE EFFECTIF DECLARE"
           END-IF.

       AFFICHER-BENEF-EFFECTIF.
           MOVE W-LIE-POURCENTAGE TO WS-POURCENT-AFF.
           EVALUATE TRUE
               WHEN LIE-DETENTION-DIRECTE
                   MOVE "direct" TO WS-MODE-LIB
               WHEN LIE-DETENTION-INDIRECTE
                   MOVE "indirect" TO WS-MODE-LIB
               WHEN OTHER
                   MOVE "controle" TO WS-MODE-LIB
           END-EVALUATE.
           DISPLAY "  BENEF. EFFECTIF    " W-LIE-PERSONNE " "
                   W-LIE-NOM(1:30) " " WS-POURCENT-AFF "% "
                   WS-MODE-LIB.
           IF LIE-DETENTION-INDIRECTE
               DISPLAY "      par la societe " W-LIE-VIA " "
                       W-LIE-VIA-NOM
           END-IF.

      *>----------------------------------------------------------------
      *> Liens ou le client est la personne liee ou la societe
      *> intermediaire (parcours complet : pas de cle par personne).
       LISTER-PARTICIPATIONS.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT WS-CODE-LECTURE.
           MOVE "START-FIRST" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT
                                    WS-CODE-LECTURE
               EVALUATE TRUE
                   WHEN WS-CODE-LECTURE NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN NOT LIE-EN-VIGUEUR
                       CONTINUE
                   WHEN W-LIE-PERSONNE = WS-CLIENT-VU
                           OR W-LIE-VIA = WS-CLIENT-VU
                       ADD 1 TO WS-NB
                       PERFORM AFFICHER-PARTICIPATION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT WS-CODE-LECTURE.
           IF WS-NB = 0
               DISPLAY "  (aucune participation ni mandat social)"
           END-IF.

       AFFICHER-PARTICIPATION.
           MOVE W-LIE-ENTITE TO W-CLI-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF NOT RC-OK
               MOVE SPACES TO W-CLI-NOM
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           MOVE W-LIE-POURCENTAGE TO WS-POURCENT-AFF.
           EVALUATE TRUE
               WHEN W-LIE-VIA = WS-CLIENT-VU
                   DISPLAY "  INTERMEDIAIRE vers " W-LIE-ENTITE " "
                           W-CLI-NOM(1:30) " pour "
                           W-LIE-NOM(1:20)
               WHEN LIE-REPRESENTANT
                   DISPLAY "  REPRESENTANT de " W-LIE-ENTITE " "
                           W-CLI-NOM(1:30) " " W-LIE-QUALITE
               WHEN OTHER
                   DISPLAY "  BENEF. EFFECTIF de " W-LIE-ENTITE " "
                           W-CLI-NOM(1:30) " " WS-POURCENT-AFF "%"
           END-EVALUATE.

       END PROGRAM CLIENT-360.
