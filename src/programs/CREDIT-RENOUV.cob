      *>****************************************************************
      *> Programme : CREDIT-RENOUV
      *> Role      : Credits renouvelables adosses aux comptes
      *>             courants (RENOUVELABLES.dat, cle alternative
      *>             compte) :
      *>             - (O)uvrir une reserve autorisee sur un compte
      *>               actif (une seule reserve en cours par compte),
      *>               apres consultation du FICP (derogation
      *>               superviseur si l'emprunteur est inscrit) et
      *>               hors dossier de surendettement en vigueur ;
      *>               premiere echeance a un mois, reconduction a
      *>               PRT-REN-RECONDUCTION-MOIS ;
      *>             - (T)irer sur la reserve vers le compte de
      *>               rattachement (module RENOUV-TIRAGE, canal
      *>               guichet ; le front web tire par le fichier
      *>               d'ordres Internet) ;
      *>             - (C)onsulter les credits d'un compte : reserve,
      *>               capital du, disponible, dernier releve ;
      *>             - (R)esilier a la demande du client : plus de
      *>               tirage, le capital du continue d'etre rembourse
      *>               par les paiements minimum d'ECHEANCES-PRETS.
      *>             Ouverture et resiliation sont journalisees via
      *>             AUDIT-IO.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-RENOUV.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY RENOUV.
       COPY PRET-PARAM.
       COPY COMPTE.
       COPY CLIENT.
       COPY SURENDET.
       COPY JOURNEE.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1) VALUE 'C'.
          88 CHOIX-OUVRIR        VALUE 'O'.
          88 CHOIX-TIRAGE        VALUE 'T'.
          88 CHOIX-CONSULTER     VALUE 'C'.
          88 CHOIX-RESILIER      VALUE 'R'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-TROUVE              PIC X(1) VALUE 'N'.
          88 RESERVE-EN-COURS    VALUE 'O'.
       01 WS-CONFIRMATION        PIC X(1).
          88 CONFIRME            VALUE 'O' 'o'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-LECTURE        PIC X(2).
       01 WS-CODE-FICP           PIC X(2).
       01 WS-CODE-SDT            PIC X(2).
       01 WS-CODE-TIRAGE         PIC X(2).
       01 WS-CPT-CHERCHE         PIC 9(8).
       01 WS-SUPERVISEUR         PIC X(8) VALUE SPACES.
       01 WS-CODE-DEROGATION     PIC X(2).
       01 WS-NOM-FICP            PIC X(40).
       01 WS-NAISS-FICP          PIC 9(8) VALUE 0.
       01 WS-MONTANT             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-DISPONIBLE          PIC S9(11)V99 COMP-3.
       01 WS-CANAL-GUICHET       PIC X(1) VALUE 'G'.
       01 WS-NB                  PIC 9(3) VALUE 0.
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
       DISPLAY "--- Credits renouvelables ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "(O)uvrir, (T)irage, (C)onsulter ou (R)esilier ? : "
               WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-OUVRIR
               PERFORM OUVRIR-RESERVE
           WHEN CHOIX-TIRAGE
               PERFORM TIRER-RESERVE
           WHEN CHOIX-CONSULTER
               PERFORM CONSULTER-RESERVES
           WHEN CHOIX-RESILIER
               PERFORM RESILIER-RESERVE
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Ouverture : compte actif sans reserve en cours, emprunteur
      *> hors surendettement, FICP consulte.
       OUVRIR-RESERVE.
           DISPLAY "Compte de rattachement : " WITH NO ADVANCING.
           ACCEPT WS-CPT-CHERCHE.
           MOVE WS-CPT-CHERCHE TO W-CPT-NUMERO.
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

           PERFORM CHERCHER-RESERVE-EN-COURS.
           IF RESERVE-EN-COURS
               DISPLAY "Refuse : credit renouvelable " W-REN-ID
                       " deja en cours sur ce compte (statut "
                       W-REN-STATUT ")."
               EXIT PARAGRAPH
           END-IF.

           IF W-CPT-CLIENT NOT = 0
               CALL "SURENDET-CTRL" USING W-CPT-CLIENT W-SURENDET
                                          WS-CODE-SDT
               IF WS-CODE-SDT = '48'
                   DISPLAY "Refuse : dossier de surendettement "
                           W-SDT-REF-BDF " en vigueur."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM CONSULTER-FICP.
           IF WS-CODE-FICP = '47'
               DISPLAY "ATTENTION : emprunteur inscrit au FICP."
               MOVE '47' TO W-CODE-RETOUR
               CALL "DEROGATION" USING W-CODE-RETOUR WS-SUPERVISEUR
                                       WS-CODE-DEROGATION W-CPT-CLIENT
               IF WS-CODE-DEROGATION NOT = '00'
                   DISPLAY "Ouverture annulee."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "FICP : emprunteur non inscrit."
           END-IF.

           INITIALIZE W-RENOUV.
           MOVE WS-CPT-CHERCHE TO W-REN-CPT.
           DISPLAY "Montant de la reserve autorisee : "
                   WITH NO ADVANCING.
           ACCEPT W-REN-RESERVE.
           IF W-REN-RESERVE NOT > 0
               DISPLAY "Montant invalide (doit etre > 0)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Taux annuel (ex. 0.1490)        : "
                   WITH NO ADVANCING.
           ACCEPT W-REN-TAUX.

           MOVE WS-DATE-JOUR TO W-REN-DATE-OUVERTURE
                                W-REN-DATE-DERN-TIRAGE.
           MOVE WS-DATE-JOUR TO WS-DATE-CALCUL.
           MOVE 1 TO WS-NB-MOIS.
           PERFORM AJOUTER-MOIS.
           MOVE WS-DATE-CALCUL TO W-REN-DATE-PROCHAINE.
           MOVE WS-DATE-JOUR TO WS-DATE-CALCUL.
           MOVE PRT-REN-RECONDUCTION-MOIS TO WS-NB-MOIS.
           PERFORM AJOUTER-MOIS.
           MOVE WS-DATE-CALCUL TO W-REN-DATE-RECONDUCTION.
           MOVE 0 TO W-REN-CAPITAL-DU W-REN-TIRAGES-PERIODE
                     W-REN-DATE-RELEVE W-REN-INTERETS W-REN-MINIMUM
                     W-REN-NB-IMPAYES W-REN-DATE-FIN.
           SET REN-ACTIF TO TRUE.
           MOVE LK-OPERATEUR TO W-REN-OPERATEUR.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-LECTURE.
           MOVE WS-COMPTEUR TO W-REN-ID.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-LECTURE.
           MOVE "WRITE" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV W-CODE-RETOUR.
           IF WS-CODE-LECTURE NOT = '00'
               DISPLAY "Echec d'enregistrement (code: "
                       WS-CODE-LECTURE ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE W-REN-RESERVE TO WS-MNT-AFF.
           MOVE SPACES TO WS-MOTIF-AUDIT.
           STRING "OUVERTURE " DELIMITED SIZE
                  W-REN-ID DELIMITED SIZE
                  " RESERVE " DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-AFF) DELIMITED SIZE
               INTO WS-MOTIF-AUDIT.
           PERFORM JOURNALISER-RENOUV.

           DISPLAY "Credit renouvelable " W-REN-ID " ouvert : reserve "
                   WS-MNT-AFF ".".
           DISPLAY "Premier releve le " W-REN-DATE-PROCHAINE
                   ", reconduction le " W-REN-DATE-RECONDUCTION ".".
           IF WS-SUPERVISEUR NOT = SPACES
               DISPLAY "Derogation superviseur : " WS-SUPERVISEUR "."
           END-IF.

      *>----------------------------------------------------------------
      *> Identite de l'emprunteur : fiche client si le compte est
      *> rattache, sinon titulaire du compte (recherche sur le nom).
       CONSULTER-FICP.
           MOVE W-CPT-TITULAIRE TO WS-NOM-FICP.
           MOVE 0 TO WS-NAISS-FICP.
           IF W-CPT-CLIENT NOT = 0
               MOVE W-CPT-CLIENT TO W-CLI-NUMERO
               MOVE "OPEN-IO" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE
               MOVE "READ" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE
               IF WS-CODE-LECTURE = '00'
                   MOVE W-CLI-NOM        TO WS-NOM-FICP
                   MOVE W-CLI-DATE-NAISS TO WS-NAISS-FICP
               END-IF
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE
           END-IF.
           CALL "FICP-CONSULTER" USING WS-NOM-FICP WS-NAISS-FICP
                                       WS-CODE-FICP.

      *>----------------------------------------------------------------
      *> Tirage au guichet, hors journee comptable fermee.
       TIRER-RESERVE.
           MOVE "LIRE" TO WS-OP.
           CALL "JOURNEE-IO" USING WS-OP W-JOURNEE W-CODE-RETOUR.
           IF JRN-FERMEE
               DISPLAY "Refuse : la journee comptable du " W-JRN-DATE
                       " est fermee (traitement de nuit en cours)."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Compte de rattachement : " WITH NO ADVANCING.
           ACCEPT WS-CPT-CHERCHE.
           DISPLAY "Montant du tirage      : " WITH NO ADVANCING.
           ACCEPT WS-MONTANT.

           CALL "RENOUV-TIRAGE" USING WS-CPT-CHERCHE WS-MONTANT
                                      WS-CANAL-GUICHET LK-OPERATEUR
                                      WS-CODE-TIRAGE.
           MOVE WS-MONTANT TO WS-MNT-AFF.
           EVALUATE WS-CODE-TIRAGE
               WHEN '00'
                   DISPLAY "Tirage de " WS-MNT-AFF " credite sur le "
                           "compte " WS-CPT-CHERCHE "."
               WHEN '21'
                   DISPLAY "Refuse : aucun credit renouvelable en "
                           "cours sur ce compte."
               WHEN '49'
                   DISPLAY "Refuse : reserve suspendue, resiliee ou "
                           "disponible insuffisant (ou montant nul)."
               WHEN '31'
                   DISPLAY "Refuse : compte non actif."
               WHEN OTHER
                   DISPLAY "Echec du tirage (code: " WS-CODE-TIRAGE
                           ")."
           END-EVALUATE.

      *>----------------------------------------------------------------
       CONSULTER-RESERVES.
           DISPLAY "Compte de rattachement : " WITH NO ADVANCING.
           ACCEPT WS-CPT-CHERCHE.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-LECTURE.
           MOVE WS-CPT-CHERCHE TO W-REN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-LECTURE
               IF WS-CODE-LECTURE NOT = '00'
                       OR W-REN-CPT NOT = WS-CPT-CHERCHE
                   SET FIN-PARCOURS TO TRUE
               ELSE
                   ADD 1 TO WS-NB
                   PERFORM AFFICHER-RESERVE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-LECTURE.
           IF WS-NB = 0
               DISPLAY "Aucun credit renouvelable sur ce compte."
           END-IF.

       AFFICHER-RESERVE.
           COMPUTE WS-DISPONIBLE = W-REN-RESERVE - W-REN-CAPITAL-DU.
           IF NOT REN-ACTIF
               MOVE 0 TO WS-DISPONIBLE
           END-IF.
           MOVE W-REN-RESERVE    TO WS-MNT-AFF.
           MOVE W-REN-CAPITAL-DU TO WS-MNT2-AFF.
           MOVE W-REN-TAUX       TO WS-TAUX-AFF.
           DISPLAY "Credit " W-REN-ID " statut " W-REN-STATUT
                   "  ouvert le " W-REN-DATE-OUVERTURE
                   "  taux " WS-TAUX-AFF.
           DISPLAY "  Reserve " WS-MNT-AFF "  capital du " WS-MNT2-AFF.
           MOVE WS-DISPONIBLE    TO WS-MNT-AFF.
           MOVE W-REN-MINIMUM    TO WS-MNT2-AFF.
           DISPLAY "  Disponible " WS-MNT-AFF
                   "  dernier paiement minimum " WS-MNT2-AFF
                   " (releve " W-REN-DATE-RELEVE ")".
           DISPLAY "  Prochaine echeance " W-REN-DATE-PROCHAINE
                   "  reconduction " W-REN-DATE-RECONDUCTION
                   "  impayes " W-REN-NB-IMPAYES.
           IF REN-RESILIE
               DISPLAY "  Resilie le " W-REN-DATE-FIN "."
           END-IF.

      *>----------------------------------------------------------------
      *> Resiliation a la demande du client : la reserve n'est plus
      *> utilisable, le capital du reste rembourse au rythme des
      *> paiements minimum.
       RESILIER-RESERVE.
           DISPLAY "Compte de rattachement : " WITH NO ADVANCING.
           ACCEPT WS-CPT-CHERCHE.
           PERFORM CHERCHER-RESERVE-EN-COURS.
           IF NOT RESERVE-EN-COURS
               DISPLAY "Aucun credit renouvelable en cours sur ce "
                       "compte."
               EXIT PARAGRAPH
           END-IF.
           PERFORM AFFICHER-RESERVE.
           DISPLAY "Confirmer la resiliation (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMATION.
           IF NOT CONFIRME
               DISPLAY "Resiliation abandonnee."
               EXIT PARAGRAPH
           END-IF.

           SET REN-RESILIE TO TRUE.
           MOVE WS-DATE-JOUR TO W-REN-DATE-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-LECTURE.
           MOVE "REWRITE" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-LECTURE.
           MOVE "CLOSE" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV W-CODE-RETOUR.
           IF WS-CODE-LECTURE NOT = '00'
               DISPLAY "Echec de mise a jour (code: "
                       WS-CODE-LECTURE ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MOTIF-AUDIT.
           STRING "RESILIATION CLIENT " DELIMITED SIZE
                  W-REN-ID DELIMITED SIZE
               INTO WS-MOTIF-AUDIT.
           PERFORM JOURNALISER-RENOUV.

           DISPLAY "Credit " W-REN-ID " resilie.".
           IF W-REN-CAPITAL-DU > 0
               MOVE W-REN-CAPITAL-DU TO WS-MNT-AFF
               DISPLAY "Capital du " WS-MNT-AFF " rembourse par les "
                       "paiements minimum mensuels."
           END-IF.

      *>----------------------------------------------------------------
      *> Reserve non resiliee du compte WS-CPT-CHERCHE (au plus une).
       CHERCHER-RESERVE-EN-COURS.
           MOVE 'N' TO WS-FIN WS-TROUVE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-LECTURE.
           MOVE WS-CPT-CHERCHE TO W-REN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-LECTURE
               EVALUATE TRUE
                   WHEN WS-CODE-LECTURE NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-REN-CPT NOT = WS-CPT-CHERCHE
                       SET FIN-PARCOURS TO TRUE
                   WHEN REN-ACTIF OR REN-SUSPENDU
                       SET RESERVE-EN-COURS TO TRUE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "RENOUV-IO" USING WS-OP W-RENOUV WS-CODE-LECTURE.

      *>----------------------------------------------------------------
       JOURNALISER-RENOUV.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-LECTURE.
           MOVE WS-COMPTEUR    TO W-AUD-ID.
           MOVE W-REN-CPT      TO W-AUD-CPT.
           MOVE "RENOUVELABLE" TO W-AUD-OPERATION.
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

       END PROGRAM CREDIT-RENOUV.
