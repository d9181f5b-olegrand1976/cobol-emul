      *>****************************************************************
      *> Programme : CORRECTION-VALEUR
      *> Role      : Correction de la date de valeur d'un mouvement
      *>             (superviseur) :
      *>             - (C)orriger : choix du mouvement, affichage de sa
      *>               date de valeur actuelle, saisie de la nouvelle
      *>               date et du motif ; le mouvement est re-date
      *>               dans TRANS.dat et la correction inscrite au
      *>               journal CORRECTIONS-VALEUR.dat (avant / apres,
      *>               motif, superviseur) ;
      *>             - (L)ister les corrections d'un compte et leur
      *>               regularisation.
      *>             Les agios (compte courant) ou les interets
      *>             (compte d'epargne) deja arretes sur l'ancienne
      *>             date ne sont pas repris ici : le prochain passage
      *>             d'AGIOS ou d'INTERETS recalcule l'ecart sur les
      *>             periodes concernees et passe un mouvement unique
      *>             de regularisation, restitue au releve suivant.
      *>             Une seule correction en attente par mouvement.
      *>             Refusee si l'ancienne ou la nouvelle date de
      *>             valeur tombe dans un exercice clos non reouvert
      *>             (module EXERCICE-CTRL).
      *>             Chaque correction est tracee au journal d'audit.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRECTION-VALEUR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY TRANSACT.
       COPY CORRECTION-VALEUR.
       COPY OPERATEUR.
       COPY JOURNEE.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1) VALUE SPACE.
          88 CHOIX-CORRIGER      VALUE 'C'.
          88 CHOIX-LISTER        VALUE 'L'.

       01 WS-CONFIRMER           PIC X(1) VALUE 'N'.
          88 CONFIRMER-OUI       VALUE 'O'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-EN-ATTENTE          PIC X(1) VALUE 'N'.
          88 CORRECTION-EN-ATTENTE VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-CVL            PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-TRN-CORRIGE         PIC 9(10).
       01 WS-NUM-COMPTE          PIC 9(8).
       01 WS-VALEUR-ACTUELLE     PIC 9(8).
       01 WS-NOUVELLE-VALEUR     PIC 9(8).
       01 WS-MOTIF               PIC X(40).
       01 WS-NB                  PIC 9(5) VALUE 0.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-REGUL-AFF           PIC -Z(10)9.99.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Correction de date de valeur ---".

      *> Coupure comptable : aucun mouvement n'est modifie tant que la
      *> journee est fermee (BATCH-NUIT en cours ; cf ecran JOURNEE).
       MOVE "LIRE" TO WS-OP.
       CALL "JOURNEE-IO" USING WS-OP W-JOURNEE W-CODE-RETOUR.
       IF JRN-FERMEE
           DISPLAY "Refuse : la journee comptable du " W-JRN-DATE
                   " est fermee (traitement de nuit en cours)."
           EXIT PROGRAM
       END-IF.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE LK-OPERATEUR TO W-OPE-ID.
       MOVE "READ" TO WS-OP.
       CALL "OPERATEUR-IO" USING WS-OP W-OPERATEUR W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Operateur introuvable."
           EXIT PROGRAM
       END-IF.

       DISPLAY "(C)orriger une date de valeur, (L)ister les "
               "corrections d'un compte : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.
       MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-CORRIGER
               PERFORM CORRIGER-VALEUR
           WHEN CHOIX-LISTER
               PERFORM LISTER-CORRECTIONS
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       CORRIGER-VALEUR.
           IF NOT OPE-SUPERVISEUR
               DISPLAY "Acces refuse : droits superviseur exiges."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Identifiant du mouvement : " WITH NO ADVANCING.
           ACCEPT WS-TRN-CORRIGE.
           MOVE WS-TRN-CORRIGE TO W-TRN-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           PERFORM FERMER-TRANS.
           IF NOT RC-OK
               DISPLAY "Mouvement introuvable."
               EXIT PARAGRAPH
           END-IF.

           MOVE W-TRN-CPT TO WS-NUM-COMPTE W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Compte " WS-NUM-COMPTE " introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF CPT-CLOTURE
               DISPLAY "Compte cloture : correction impossible."
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-COURANT AND NOT CPT-EPARGNE
               DISPLAY "Type de compte sans calcul d'interets : "
                       "correction sans objet."
               EXIT PARAGRAPH
           END-IF.

           IF W-TRN-DATE-VALEUR = 0
               MOVE W-TRN-DATE TO WS-VALEUR-ACTUELLE
           ELSE
               MOVE W-TRN-DATE-VALEUR TO WS-VALEUR-ACTUELLE
           END-IF.

           DISPLAY "------------------------------------------------".
           DISPLAY "Compte        : " W-TRN-CPT " " W-CPT-TITULAIRE.
           DISPLAY "Type          : " W-TRN-TYPE.
           DISPLAY "Libelle       : " W-TRN-LIBELLE.
           MOVE W-TRN-MONTANT TO WS-MNT-AFF.
           DISPLAY "Montant       : " WS-MNT-AFF.
           DISPLAY "Comptabilise  : " W-TRN-DATE.
           DISPLAY "Date de valeur: " WS-VALEUR-ACTUELLE.
           DISPLAY "------------------------------------------------".

           PERFORM CHERCHER-CORRECTION-EN-ATTENTE.
           IF CORRECTION-EN-ATTENTE
               DISPLAY "Une correction de ce mouvement attend deja "
                       "sa regularisation (batch AGIOS/INTERETS)."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Nouvelle date de valeur (AAAAMMJJ) : "
                   WITH NO ADVANCING.
           ACCEPT WS-NOUVELLE-VALEUR.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NOUVELLE-VALEUR) NOT = 0
               DISPLAY "Date invalide."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NOUVELLE-VALEUR = WS-VALEUR-ACTUELLE
               DISPLAY "Date identique : aucune correction."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NOUVELLE-VALEUR > WS-DATE-JOUR
               DISPLAY "Date de valeur future refusee."
               EXIT PARAGRAPH
           END-IF.

      *>   Ni l'ancienne ni la nouvelle date de valeur ne peuvent
      *>   tomber dans un exercice clos : ses interets et ses soldes
      *>   sont figes (ecran EXERCICES pour une reouverture).
           MOVE "CONTROLER" TO WS-OP.
           CALL "EXERCICE-CTRL" USING WS-OP WS-VALEUR-ACTUELLE
                                      W-CODE-RETOUR.
           IF RC-OK
               CALL "EXERCICE-CTRL" USING WS-OP WS-NOUVELLE-VALEUR
                                          W-CODE-RETOUR
           END-IF.
           IF RC-ERR-EXERCICE-CLOS
               DISPLAY "Refuse : exercice clos. Reouverture par un "
                       "superviseur requise (ecran EXERCICES)."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Motif de la correction : " WITH NO ADVANCING.
           ACCEPT WS-MOTIF.
           IF WS-MOTIF = SPACES
               DISPLAY "Motif obligatoire."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Re-dater le mouvement du " WS-VALEUR-ACTUELLE
                   " au " WS-NOUVELLE-VALEUR " ? (O/N) "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMER.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMER) TO WS-CONFIRMER.
           IF NOT CONFIRMER-OUI
               DISPLAY "Correction abandonnee."
               EXIT PARAGRAPH
           END-IF.

      *>   Mouvement re-lu juste avant la mise a jour.
           MOVE WS-TRN-CORRIGE TO W-TRN-ID.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF RC-OK
               MOVE WS-NOUVELLE-VALEUR TO W-TRN-DATE-VALEUR
               MOVE "REWRITE" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR
           END-IF.
           PERFORM FERMER-TRANS.
           IF NOT RC-OK
               DISPLAY "Echec de la mise a jour du mouvement (code: "
                       W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.

           PERFORM JOURNALISER-CORRECTION.
           PERFORM JOURNALISER-AUDIT.

           IF CVL-AGIOS
               DISPLAY "Date de valeur corrigee : les agios seront "
                       "regularises au prochain passage d'AGIOS."
           ELSE
               DISPLAY "Date de valeur corrigee : les interets seront "
                       "regularises au prochain passage d'INTERETS."
           END-IF.

      *>----------------------------------------------------------------
      *> Une correction non encore regularisee sur le meme mouvement
      *> bloque la suivante : l'ecart se calcule sur une seule paire
      *> de dates avant / apres.
       CHERCHER-CORRECTION-EN-ATTENTE.
           MOVE 'N' TO WS-EN-ATTENTE.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.
           MOVE WS-NUM-COMPTE TO W-CVL-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.
           IF WS-CODE-CVL NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                      WS-CODE-CVL
               EVALUATE TRUE
                   WHEN WS-CODE-CVL NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CVL-CPT NOT = WS-NUM-COMPTE
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CVL-TRN-ID = WS-TRN-CORRIGE
                           AND CVL-A-REGULARISER
                       SET CORRECTION-EN-ATTENTE TO TRUE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
      *> Journal avant / apres ; le batch a reprendre depend du type
      *> du compte (agios sur compte courant, interets sur epargne).
       JOURNALISER-CORRECTION.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-CORRECTION-VALEUR.
           MOVE WS-NUM-COMPTE        TO W-CVL-CPT.
           MOVE WS-COMPTEUR          TO W-CVL-ID.
           MOVE WS-TRN-CORRIGE       TO W-CVL-TRN-ID.
           MOVE W-TRN-TYPE           TO W-CVL-TYPE-TRN.
           MOVE W-TRN-MONTANT        TO W-CVL-MONTANT.
           MOVE W-TRN-DATE           TO W-CVL-DATE-MVT.
           MOVE WS-VALEUR-ACTUELLE   TO W-CVL-ANCIENNE-VALEUR.
           MOVE WS-NOUVELLE-VALEUR   TO W-CVL-NOUVELLE-VALEUR.
           MOVE WS-MOTIF             TO W-CVL-MOTIF.
           MOVE WS-DATE-JOUR         TO W-CVL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-CVL-HEURE.
           MOVE LK-OPERATEUR         TO W-CVL-OPERATEUR.
           IF CPT-EPARGNE
               SET CVL-INTERETS TO TRUE
           ELSE
               SET CVL-AGIOS TO TRUE
           END-IF.
           SET CVL-A-REGULARISER TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.
           MOVE "WRITE" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.
           IF WS-CODE-CVL NOT = '00'
               DISPLAY "ATTENTION : mouvement re-date mais correction "
                       "NON JOURNALISEE (code: " WS-CODE-CVL ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
       LISTER-CORRECTIONS.
           DISPLAY "Numero de compte : " WITH NO ADVANCING.
           ACCEPT WS-NUM-COMPTE.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.
           MOVE WS-NUM-COMPTE TO W-CVL-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-CVL.
           IF WS-CODE-CVL NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "MOUVEMENT  ANCIENNE NOUVELLE S REGUL LE "
                   "    MONTANT REGUL  MOTIF".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                      WS-CODE-CVL
               EVALUATE TRUE
                   WHEN WS-CODE-CVL NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CVL-CPT NOT = WS-NUM-COMPTE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       MOVE W-CVL-MONTANT-REGUL TO WS-REGUL-AFF
                       DISPLAY W-CVL-TRN-ID " "
                               W-CVL-ANCIENNE-VALEUR " "
                               W-CVL-NOUVELLE-VALEUR " "
                               W-CVL-STATUT " "
                               W-CVL-DATE-REGUL " "
                               WS-REGUL-AFF "  "
                               W-CVL-MOTIF
                       IF W-CVL-OBSERVATION NOT = SPACES
                           DISPLAY "           " W-CVL-OBSERVATION
                       END-IF
                       ADD 1 TO WS-NB
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CORVAL-IO" USING WS-OP W-CORRECTION-VALEUR
                                  WS-CODE-FERMETURE.
           DISPLAY "Corrections : " WS-NB
                   " (S : A a regulariser, R regularisee, "
                   "N sans incidence)".

      *>----------------------------------------------------------------
       FERMER-TRANS.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
       JOURNALISER-AUDIT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR        TO W-AUD-ID.
           MOVE WS-NUM-COMPTE      TO W-AUD-CPT.
           MOVE "CORR-VALEUR"      TO W-AUD-OPERATION.
           MOVE '00'               TO W-AUD-CODE.
           MOVE WS-DATE-JOUR       TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR       TO W-AUD-OPERATEUR.
           STRING "MVT " DELIMITED SIZE
                  WS-TRN-CORRIGE DELIMITED SIZE
                  " VAL " DELIMITED SIZE
                  WS-VALEUR-ACTUELLE DELIMITED SIZE
                  ">" DELIMITED SIZE
                  WS-NOUVELLE-VALEUR DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

       END PROGRAM CORRECTION-VALEUR.
