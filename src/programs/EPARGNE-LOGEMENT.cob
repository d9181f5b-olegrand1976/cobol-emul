      *>****************************************************************
      *> Programme : EPARGNE-LOGEMENT
      *> Role      : Plans d'epargne logement (PLANS-LOGEMENT.dat) :
      *>             - (S)ouscrire un PEL ou un CEL sur un compte
      *>               epargne actif ouvert au prealable (CREER) sous
      *>               un produit plan logement du catalogue : un seul
      *>               PEL actif par client ; versement mensuel au
      *>               moins egal au minimum du produit, collecte par
      *>               un ordre permanent mensuel depuis le compte
      *>               source (premier versement la nuit meme) ; taux
      *>               du produit fige ; fin de blocage a
      *>               W-PRD-BLOCAGE-MOIS mois ;
      *>             - (C)onsulter le plan d'un compte : versements
      *>               faits et manques, interets acquis, droits a
      *>               pret acquis, utilises et disponibles.
      *>             La souscription est journalisee via AUDIT-IO.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPARGNE-LOGEMENT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY PLAN-LOGEMENT.
       COPY PEL-PARAM.
       COPY PRODUIT.
       COPY COMPTE.
       COPY ORDRE.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1) VALUE 'C'.
          88 CHOIX-SOUSCRIRE     VALUE 'S'.
          88 CHOIX-CONSULTER     VALUE 'C'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-TROUVE              PIC X(1) VALUE 'N'.
          88 PEL-EN-COURS        VALUE 'O'.
       01 WS-CONFIRMATION        PIC X(1).
          88 CONFIRME            VALUE 'O' 'o'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-ID-SUIVANT          PIC 9(10) VALUE 0.
       01 WS-CODE-LECTURE        PIC X(2).
       01 WS-CODE-ORDRE          PIC X(2).
       01 WS-CPT-PLAN            PIC 9(8).
       01 WS-CPT-SOURCE          PIC 9(8).
       01 WS-CLIENT-PLAN         PIC 9(8).
       01 WS-PEL-EXISTANT        PIC 9(8).
       01 WS-VERSEMENT           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-DISPONIBLE          PIC S9(11)V99 COMP-3.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-MNT2-AFF            PIC -Z(10)9.99.
       01 WS-TAUX-AFF            PIC ZZ9.9999.
       01 WS-MOTIF-AUDIT         PIC X(40).

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
       DISPLAY "--- Plans d'epargne logement (PEL / CEL) ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "(S)ouscrire ou (C)onsulter ? : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-SOUSCRIRE
               PERFORM SOUSCRIRE-PLAN
           WHEN CHOIX-CONSULTER
               PERFORM CONSULTER-PLAN
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Souscription : compte du plan sous produit plan logement et
      *> sans contrat, un seul PEL actif par client, versement au
      *> moins egal au minimum du produit.
       SOUSCRIRE-PLAN.
           DISPLAY "Compte du plan : " WITH NO ADVANCING.
           ACCEPT WS-CPT-PLAN.
           MOVE WS-CPT-PLAN TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               DISPLAY "Compte introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-ACTIF
               DISPLAY "Compte non actif (statut: " W-CPT-STATUT ")."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Titulaire : " W-CPT-TITULAIRE.
           MOVE W-CPT-CLIENT TO WS-CLIENT-PLAN.

           MOVE W-CPT-PRODUIT TO W-PRD-CODE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PRODUIT-IO" USING WS-OP W-PRODUIT WS-CODE-LECTURE.
           MOVE "READ" TO WS-OP.
           CALL "PRODUIT-IO" USING WS-OP W-PRODUIT WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "PRODUIT-IO" USING WS-OP W-PRODUIT W-CODE-RETOUR.
           IF WS-CODE-LECTURE NOT = '00' OR PRD-HORS-PLAN
               DISPLAY "Refuse : le compte n'est pas ouvert sous un "
                       "produit plan d'epargne logement."
               EXIT PARAGRAPH
           END-IF.
           IF NOT PRD-ACTIF
               DISPLAY "Refuse : produit " W-PRD-CODE " suspendu."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Produit : " W-PRD-LIBELLE.

           MOVE WS-CPT-PLAN TO W-PEL-CPT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-LECTURE.
           MOVE "READ" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT W-CODE-RETOUR.
           IF WS-CODE-LECTURE = '00'
               DISPLAY "Refuse : un plan est deja attache a ce compte "
                       "(statut " W-PEL-STATUT ")."
               EXIT PARAGRAPH
           END-IF.

           IF PRD-PEL AND WS-CLIENT-PLAN NOT = 0
               PERFORM CHERCHER-PEL-CLIENT
               IF PEL-EN-COURS
                   DISPLAY "Refuse : le client detient deja le PEL "
                           "actif du compte " WS-PEL-EXISTANT "."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE W-PRD-VERSEMENT-MIN TO WS-MNT-AFF.
           DISPLAY "Versement mensuel (minimum " WS-MNT-AFF ") : "
                   WITH NO ADVANCING.
           ACCEPT WS-VERSEMENT.
           IF WS-VERSEMENT < W-PRD-VERSEMENT-MIN OR WS-VERSEMENT < 0
               DISPLAY "Refuse : versement inferieur au minimum "
                       "contractuel du produit."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CPT-SOURCE.
           IF WS-VERSEMENT > 0
               PERFORM CONTROLER-COMPTE-SOURCE
               IF WS-CPT-SOURCE = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE W-PRD-TAUX TO WS-TAUX-AFF.
           DISPLAY "Taux mensuel fige a l'ouverture : " WS-TAUX-AFF.
           DISPLAY "Confirmer la souscription (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMATION.
           IF NOT CONFIRME
               DISPLAY "Souscription abandonnee."
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE W-PLAN-LOGEMENT.
           MOVE WS-CPT-PLAN      TO W-PEL-CPT.
           MOVE WS-CLIENT-PLAN   TO W-PEL-CLIENT.
           MOVE W-PRD-PLAN-LOGEMENT TO W-PEL-TYPE.
           MOVE W-PRD-CODE       TO W-PEL-PRODUIT.
           MOVE WS-CPT-SOURCE    TO W-PEL-CPT-SOURCE.
           MOVE WS-VERSEMENT     TO W-PEL-VERSEMENT.
           MOVE W-PRD-TAUX       TO W-PEL-TAUX.
           MOVE WS-DATE-JOUR     TO W-PEL-DATE-OUVERTURE
                                    W-PEL-DATE-DERN-RELEVE.
           MOVE 0 TO W-PEL-DATE-FIN-BLOCAGE.
           IF W-PRD-BLOCAGE-MOIS > 0
               MOVE WS-DATE-JOUR TO WS-DATE-CALCUL
               MOVE W-PRD-BLOCAGE-MOIS TO WS-NB-MOIS
               PERFORM AJOUTER-MOIS
               MOVE WS-DATE-CALCUL TO W-PEL-DATE-FIN-BLOCAGE
           END-IF.
           SET PEL-ACTIF TO TRUE.
           MOVE LK-OPERATEUR TO W-PEL-OPERATEUR.

           IF WS-VERSEMENT > 0
               PERFORM CREER-ORDRE-VERSEMENT
               IF WS-CODE-ORDRE NOT = '00'
                   DISPLAY "Echec de creation de l'ordre de versement "
                           "(code: " WS-CODE-ORDRE ")."
                   EXIT PARAGRAPH
               END-IF
               MOVE W-ORD-ID TO W-PEL-ORDRE
           END-IF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-LECTURE.
           MOVE "WRITE" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT W-CODE-RETOUR.
           IF WS-CODE-LECTURE NOT = '00'
               DISPLAY "ATTENTION : ordre " W-PEL-ORDRE " cree mais "
                       "plan NON enregistre (code: " WS-CODE-LECTURE
                       ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-VERSEMENT TO WS-MNT-AFF.
           MOVE SPACES TO WS-MOTIF-AUDIT.
           STRING "SOUSCRIPTION " DELIMITED SIZE
                  W-PEL-TYPE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-PEL-PRODUIT DELIMITED SIZE
                  " VERSEMENT " DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-AFF) DELIMITED SIZE
               INTO WS-MOTIF-AUDIT.
           PERFORM JOURNALISER-PLAN.

           DISPLAY "Plan souscrit sur le compte " W-PEL-CPT ".".
           IF W-PEL-ORDRE NOT = 0
               DISPLAY "Ordre permanent " W-PEL-ORDRE " : versement "
                       "mensuel depuis le compte " W-PEL-CPT-SOURCE
                       ", premier versement cette nuit."
           END-IF.
           IF W-PEL-DATE-FIN-BLOCAGE NOT = 0
               DISPLAY "Aucun retrait avant le " W-PEL-DATE-FIN-BLOCAGE
                       " ; le premier retrait ensuite clot le plan."
           END-IF.

      *>----------------------------------------------------------------
      *> Compte source du versement : actif, distinct du plan.
       CONTROLER-COMPTE-SOURCE.
           DISPLAY "Compte source du versement : " WITH NO ADVANCING.
           ACCEPT WS-CPT-SOURCE.
           IF WS-CPT-SOURCE = WS-CPT-PLAN
               DISPLAY "Refuse : le compte source doit etre distinct "
                       "du compte du plan."
               MOVE 0 TO WS-CPT-SOURCE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPT-SOURCE TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               DISPLAY "Compte source introuvable."
               MOVE 0 TO WS-CPT-SOURCE
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-ACTIF
               DISPLAY "Compte source non actif (statut: "
                       W-CPT-STATUT ")."
               MOVE 0 TO WS-CPT-SOURCE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Compte source : " W-CPT-TITULAIRE.

      *>----------------------------------------------------------------
      *> PEL actif du client (cle alternative client), hors compte en
      *> cours de souscription.
       CHERCHER-PEL-CLIENT.
           MOVE 'N' TO WS-FIN WS-TROUVE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-LECTURE.
           MOVE WS-CLIENT-PLAN TO W-PEL-CLIENT.
           MOVE "START-CLIENT" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT
                                   WS-CODE-LECTURE
               EVALUATE TRUE
                   WHEN WS-CODE-LECTURE NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-PEL-CLIENT NOT = WS-CLIENT-PLAN
                       SET FIN-PARCOURS TO TRUE
                   WHEN PEL-ACTIF AND PEL-TYPE-PEL
                       MOVE W-PEL-CPT TO WS-PEL-EXISTANT
                       SET PEL-EN-COURS TO TRUE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-LECTURE.

      *>----------------------------------------------------------------
      *> Ordre permanent mensuel de versement, echeance du jour pour
      *> que la chaine de nuit collecte le premier versement.
       CREER-ORDRE-VERSEMENT.
           PERFORM DETERMINER-ID-SUIVANT.
           INITIALIZE W-ORDRE.
           MOVE WS-ID-SUIVANT TO W-ORD-ID.
           MOVE WS-CPT-SOURCE TO W-ORD-CPT-SOURCE.
           MOVE WS-CPT-PLAN   TO W-ORD-CPT-DEST.
           MOVE WS-VERSEMENT  TO W-ORD-MONTANT.
           SET ORD-FREQ-MENSUEL TO TRUE.
           MOVE WS-DATE-JOUR  TO W-ORD-PROCHAINE-DATE.
           SET ORD-ACTIF TO TRUE.
           SET ORD-TYPE-FIXE TO TRUE.
           MOVE 0 TO W-ORD-SOLDE-CIBLE.
           STRING "VERSEMENT PLAN LOGEMENT " DELIMITED SIZE
                  WS-CPT-PLAN DELIMITED SIZE
               INTO W-ORD-LIBELLE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-ORDRE.
           MOVE "WRITE" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-ORDRE.
           MOVE "CLOSE" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Meme regle qu'a CREER-ORDRE : prochain identifiant libre par
      *> parcours du fichier des ordres.
       DETERMINER-ID-SUIVANT.
           MOVE 0 TO WS-ID-SUIVANT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE W-CODE-RETOUR.

           MOVE "START-FIRST" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE W-CODE-RETOUR.
           IF RC-OK
               PERFORM UNTIL NOT RC-OK
                   IF W-ORD-ID > WS-ID-SUIVANT
                       MOVE W-ORD-ID TO WS-ID-SUIVANT
                   END-IF
                   MOVE "READ-NEXT" TO WS-OP
                   CALL "ORDRE-IO" USING WS-OP W-ORDRE W-CODE-RETOUR
               END-PERFORM
           END-IF.

           MOVE "CLOSE" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE W-CODE-RETOUR.

           ADD 1 TO WS-ID-SUIVANT.

      *>----------------------------------------------------------------
       CONSULTER-PLAN.
           DISPLAY "Compte du plan : " WITH NO ADVANCING.
           ACCEPT WS-CPT-PLAN.
           MOVE WS-CPT-PLAN TO W-PEL-CPT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-LECTURE.
           MOVE "READ" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT W-CODE-RETOUR.
           IF WS-CODE-LECTURE NOT = '00'
               DISPLAY "Aucun plan d'epargne logement sur ce compte."
               EXIT PARAGRAPH
           END-IF.

           MOVE W-PEL-TAUX TO WS-TAUX-AFF.
           DISPLAY "Plan " W-PEL-TYPE " produit " W-PEL-PRODUIT
                   "  statut " W-PEL-STATUT
                   "  ouvert le " W-PEL-DATE-OUVERTURE
                   "  taux fige " WS-TAUX-AFF.
           IF W-PEL-DATE-FIN-BLOCAGE NOT = 0
               DISPLAY "  Fin de blocage le " W-PEL-DATE-FIN-BLOCAGE
           END-IF.
           MOVE W-PEL-VERSEMENT TO WS-MNT-AFF.
           MOVE W-PEL-CUMUL-VERSEMENTS TO WS-MNT2-AFF.
           DISPLAY "  Versement mensuel " WS-MNT-AFF
                   "  (ordre " W-PEL-ORDRE " depuis " W-PEL-CPT-SOURCE
                   ")".
           DISPLAY "  Versements faits " W-PEL-NB-VERSEMENTS
                   "  cumul " WS-MNT2-AFF
                   "  manques " W-PEL-NB-MANQUES.
           IF W-PEL-NB-MANQUES NOT < PEL-SEUIL-MANQUES
               DISPLAY "  ATTENTION : versements contractuels "
                       "manques au-dela du seuil."
           END-IF.
           MOVE W-PEL-INTERETS-ACQUIS TO WS-MNT-AFF.
           MOVE W-PEL-DROITS-ACQUIS TO WS-MNT2-AFF.
           DISPLAY "  Interets acquis " WS-MNT-AFF
                   "  droits a pret acquis " WS-MNT2-AFF.
           COMPUTE WS-DISPONIBLE =
                   W-PEL-DROITS-ACQUIS - W-PEL-DROITS-UTILISES.
           MOVE W-PEL-DROITS-UTILISES TO WS-MNT-AFF.
           MOVE WS-DISPONIBLE TO WS-MNT2-AFF.
           DISPLAY "  Droits utilises " WS-MNT-AFF
                   "  droits disponibles " WS-MNT2-AFF.
           IF PEL-CLOS
               DISPLAY "  Clos le " W-PEL-DATE-CLOTURE "."
           END-IF.

      *>----------------------------------------------------------------
       JOURNALISER-PLAN.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-LECTURE.
           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR    TO W-AUD-ID.
           MOVE W-PEL-CPT      TO W-AUD-CPT.
           MOVE "EPARGNE-LOG"  TO W-AUD-OPERATION.
           MOVE '00'           TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR   TO W-AUD-OPERATEUR.
           MOVE WS-MOTIF-AUDIT TO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-LECTURE.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-LECTURE.

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

       END PROGRAM EPARGNE-LOGEMENT.
