      *>****************************************************************
      *> Programme : COFFRES-FORTS
      *> Role      : Location de coffres-forts a la clientele, a la
      *>             place du registre papier de l'agence :
      *>             - (I)nventaire des coffres d'une agence (taille,
      *>               etat, contrat en cours) et (A)jout d'un coffre ;
      *>             - (L)ouer : contrat rattache a un client et a un
      *>               compte de facturation actif du client, loyer
      *>               annuel fixe d'apres la taille (LOC-COFFRE-
      *>               PARAM.cpy), premiere echeance le jour de la
      *>               signature (prelevee par LOYERS-COFFRES) ;
      *>             - (V)isite : la personne qui se presente est
      *>               verifiee contre le contrat (locataire, titulaire
      *>               ou cotitulaire du compte de facturation,
      *>               mandataire d'une procuration generale active -
      *>               module PROC-CTRL) ; acceptee ou refusee, la
      *>               presentation est tracee dans ACCES-COFFRES.dat ;
      *>             - (J)ournal des acces d'un contrat ;
      *>             - (R)estitution du coffre, qui libere le compte
      *>               de facturation pour une cloture ;
      *>             - ouverture (F)orcee d'un coffre dont le loyer
      *>               est impaye depuis LCF-DELAI-FORCAGE jours ou
      *>               dont le compte de facturation est en
      *>               succession, en presence d'un huissier ou du
      *>               notaire : inventaire du contenu dans
      *>               reports/INVENTAIRE-COFFRE-AAAA-NNNN-AAAAMMJJ.txt,
      *>               depose au spool pour envoi au client, et trace
      *>               dans ACCES-COFFRES.dat et AUDIT.dat.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFFRES-FORTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INVENTAIRE ASSIGN TO WS-NOM-INVENTAIRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INVENTAIRE.

       DATA DIVISION.
       FILE SECTION.
       FD F-INVENTAIRE.
       01 F-INVENTAIRE-LIGNE     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY COFFRE-FORT.
       COPY LOC-COFFRE.
       COPY LOC-COFFRE-PARAM.
       COPY ACCES-COFFRE.
       COPY CLIENT.
       COPY COMPTE.
       COPY AUDIT.
       COPY SPOOL.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1) VALUE 'I'.
          88 CHOIX-INVENTAIRE    VALUE 'I'.
          88 CHOIX-AJOUTER       VALUE 'A'.
          88 CHOIX-LOUER         VALUE 'L'.
          88 CHOIX-VISITE        VALUE 'V'.
          88 CHOIX-JOURNAL       VALUE 'J'.
          88 CHOIX-RESTITUER     VALUE 'R'.
          88 CHOIX-FORCER        VALUE 'F'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-AGENCE              PIC X(4).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-NB                  PIC 9(5) VALUE 0.
       01 WS-NB-LIBRES           PIC 9(5) VALUE 0.
       01 WS-NB-LOUES            PIC 9(5) VALUE 0.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-LECTURE        PIC X(2).
       01 WS-CONFIRMATION        PIC X(1) VALUE 'N'.
          88 CONFIRMATION-OUI    VALUE 'O'.

      *> Verification de la personne qui se presente au coffre.
       01 WS-IDX-COTIT           PIC 9(1).
       01 WS-OPERATION-PROC      PIC X(1) VALUE 'C'.
       01 WS-MONTANT-PROC        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CODE-PROC           PIC X(2).
       01 WS-MOTIF-REFUS         PIC X(40).

      *> Ouverture forcee.
       01 WS-JOURS-IMPAYE        PIC S9(5).
       01 WS-TEMOIN              PIC X(20).
       01 WS-OBJET               PIC X(80).
       01 WS-NB-OBJETS           PIC 9(3) VALUE 0.
       01 WS-FIN-SAISIE          PIC X(1) VALUE 'N'.
          88 FIN-SAISIE          VALUE 'O'.
       01 WS-NOM-INVENTAIRE      PIC X(50).
       01 WS-FS-INVENTAIRE       PIC X(2) VALUE '00'.
       01 WS-CODE-SPOOL          PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Coffres-forts (location a la clientele) ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "(I)nventaire, (A)jouter un coffre, (L)ouer, "
               "(V)isite, (J)ournal des acces,".
       DISPLAY "(R)estitution ou ouverture (F)orcee ? : "
               WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-INVENTAIRE
               PERFORM LISTER-INVENTAIRE
           WHEN CHOIX-AJOUTER
               PERFORM AJOUTER-COFFRE
           WHEN CHOIX-LOUER
               PERFORM LOUER-COFFRE
           WHEN CHOIX-VISITE
               PERFORM ENREGISTRER-VISITE
           WHEN CHOIX-JOURNAL
               PERFORM LISTER-ACCES
           WHEN CHOIX-RESTITUER
               PERFORM RESTITUER-COFFRE
           WHEN CHOIX-FORCER
               PERFORM OUVRIR-DE-FORCE
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       LISTER-INVENTAIRE.
           DISPLAY "Agence : " WITH NO ADVANCING.
           ACCEPT WS-AGENCE.
           MOVE 0 TO WS-NB WS-NB-LIBRES WS-NB-LOUES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Aucun coffre a l'inventaire."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AGENCE TO W-CFF-AGENCE.
           MOVE "START-AGENCE" TO WS-OP.
           CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "COFFRE T ST CONTRAT     DEPUIS".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CFF-AGENCE NOT = WS-AGENCE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       DISPLAY W-CFF-NUMERO "   " W-CFF-TAILLE " "
                               W-CFF-STATUT "  " W-CFF-LOCATION "  "
                               W-CFF-DATE-MAJ
                       ADD 1 TO WS-NB
                       IF CFF-LIBRE
                           ADD 1 TO WS-NB-LIBRES
                       END-IF
                       IF CFF-LOUE
                           ADD 1 TO WS-NB-LOUES
                       END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT W-CODE-RETOUR.
           DISPLAY "Coffres : " WS-NB "   loues : " WS-NB-LOUES
                   "   libres : " WS-NB-LIBRES.

      *>----------------------------------------------------------------
       AJOUTER-COFFRE.
           INITIALIZE W-COFFRE-FORT.
           DISPLAY "Agence : " WITH NO ADVANCING.
           ACCEPT W-CFF-AGENCE.
           DISPLAY "Numero du coffre : " WITH NO ADVANCING.
           ACCEPT W-CFF-NUMERO.
           IF W-CFF-AGENCE = SPACES OR W-CFF-NUMERO = SPACES
               DISPLAY "Agence et numero obligatoires."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Taille (P=petit / M=moyen / G=grand) : "
                   WITH NO ADVANCING.
           ACCEPT W-CFF-TAILLE.
           IF NOT CFF-PETIT AND NOT CFF-MOYEN AND NOT CFF-GRAND
               DISPLAY "Taille invalide."
               EXIT PARAGRAPH
           END-IF.
           SET CFF-LIBRE TO TRUE.
           MOVE 0 TO W-CFF-LOCATION.
           MOVE WS-DATE-JOUR TO W-CFF-DATE-MAJ.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT W-CODE-RETOUR.
           EVALUATE TRUE
               WHEN RC-OK
                   DISPLAY "Coffre " W-CFF-AGENCE "-" W-CFF-NUMERO
                           " ajoute a l'inventaire."
               WHEN RC-ERR-DEJA-EXISTE
                   DISPLAY "Ce coffre existe deja a l'inventaire."
               WHEN OTHER
                   DISPLAY "Erreur d'ecriture (code: " W-CODE-RETOUR
                           ")."
           END-EVALUATE.
           MOVE "CLOSE" TO WS-OP.
           CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Contrat de location : client, compte de facturation actif du
      *> client, coffre libre de l'agence.
       LOUER-COFFRE.
           INITIALIZE W-LOCATION-COFFRE.
           DISPLAY "Numero client : " WITH NO ADVANCING.
           ACCEPT W-CLI-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Client introuvable."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Client : " W-CLI-NOM.

           DISPLAY "Compte de facturation du loyer : "
                   WITH NO ADVANCING.
           ACCEPT W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Compte introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF W-CPT-CLIENT NOT = W-CLI-NUMERO
               DISPLAY "Refuse : ce compte n'appartient pas au client."
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-ACTIF
               DISPLAY "Refuse : le compte n'est pas actif."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Agence du coffre (ENTREE = " W-CPT-AGENCE ") : "
                   WITH NO ADVANCING.
           ACCEPT W-CFF-AGENCE.
           IF W-CFF-AGENCE = SPACES
               MOVE W-CPT-AGENCE TO W-CFF-AGENCE
           END-IF.
           DISPLAY "Numero du coffre : " WITH NO ADVANCING.
           ACCEPT W-CFF-NUMERO.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Coffre introuvable a l'inventaire."
               PERFORM FERMER-COFFRES
               EXIT PARAGRAPH
           END-IF.
           IF NOT CFF-LIBRE
               DISPLAY "Refuse : ce coffre n'est pas libre (etat "
                       W-CFF-STATUT ")."
               PERFORM FERMER-COFFRES
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN CFF-PETIT
                   MOVE LCF-LOYER-PETIT TO W-LCF-LOYER
               WHEN CFF-MOYEN
                   MOVE LCF-LOYER-MOYEN TO W-LCF-LOYER
               WHEN OTHER
                   MOVE LCF-LOYER-GRAND TO W-LCF-LOYER
           END-EVALUATE.
           MOVE W-LCF-LOYER TO WS-MNT-AFF.
           DISPLAY "Coffre " W-CFF-AGENCE "-" W-CFF-NUMERO
                   " taille " W-CFF-TAILLE " : loyer annuel "
                   WS-MNT-AFF.
           DISPLAY "Confirmer la location ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMATION.
           IF NOT CONFIRMATION-OUI
               DISPLAY "Location abandonnee."
               PERFORM FERMER-COFFRES
               EXIT PARAGRAPH
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           MOVE WS-COMPTEUR   TO W-LCF-ID.
           MOVE W-CPT-NUMERO  TO W-LCF-CPT.
           MOVE W-CLI-NUMERO  TO W-LCF-CLIENT.
           MOVE W-CFF-AGENCE  TO W-LCF-AGENCE.
           MOVE W-CFF-NUMERO  TO W-LCF-COFFRE.
           MOVE W-CFF-TAILLE  TO W-LCF-TAILLE.
           MOVE WS-DATE-JOUR  TO W-LCF-DATE-DEBUT.
           MOVE WS-DATE-JOUR  TO W-LCF-DATE-ECHEANCE.
           MOVE WS-DATE-JOUR  TO W-LCF-DATE-PRESENT.
           MOVE LK-OPERATEUR  TO W-LCF-OPERATEUR.
           SET LCF-ACTIVE TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE
                                 W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE
                                 W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Erreur d'ecriture du contrat (code: "
                       W-CODE-RETOUR ")."
               PERFORM FERMER-LOCATIONS
               PERFORM FERMER-COFFRES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FERMER-LOCATIONS.

           SET CFF-LOUE TO TRUE.
           MOVE W-LCF-ID TO W-CFF-LOCATION.
           MOVE WS-DATE-JOUR TO W-CFF-DATE-MAJ.
           MOVE "REWRITE" TO WS-OP.
           CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT W-CODE-RETOUR.
           IF RC-OK
               DISPLAY "Contrat " W-LCF-ID " enregistre : premier "
                       "loyer preleve cette nuit sur le compte "
                       W-LCF-CPT "."
           ELSE
               DISPLAY "ATTENTION : contrat " W-LCF-ID " enregistre "
                       "mais inventaire NON mis a jour (code: "
                       W-CODE-RETOUR ")."
           END-IF.
           PERFORM FERMER-COFFRES.

      *>----------------------------------------------------------------
      *> Presentation au coffre : la personne doit etre le locataire,
      *> le titulaire ou un cotitulaire du compte de facturation, ou
      *> le mandataire d'une procuration generale active sur ce
      *> compte. Compte en succession ou loyer impaye : acces
      *> suspendu.
       ENREGISTRER-VISITE.
           PERFORM LIRE-CONTRAT.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           IF NOT LCF-EN-COURS
               DISPLAY "Refuse : contrat termine (statut "
                       W-LCF-STATUT ")."
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE W-ACCES-COFFRE.
           DISPLAY "Nom de la personne presente : " WITH NO ADVANCING.
           ACCEPT W-ACF-VISITEUR.
           DISPLAY "Piece d'identite produite : " WITH NO ADVANCING.
           ACCEPT W-ACF-PIECE.
           IF W-ACF-VISITEUR = SPACES OR W-ACF-PIECE = SPACES
               DISPLAY "Nom et piece d'identite obligatoires."
               EXIT PARAGRAPH
           END-IF.

           MOVE W-LCF-CLIENT TO W-CLI-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               MOVE SPACES TO W-CLI-NOM
           END-IF.
           MOVE W-LCF-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               INITIALIZE W-COMPTE
           END-IF.

           PERFORM VERIFIER-QUALITE.
           MOVE SPACES TO WS-MOTIF-REFUS.
           EVALUATE TRUE
               WHEN ACF-INCONNU
                   MOVE "NI TITULAIRE NI MANDATAIRE" TO WS-MOTIF-REFUS
               WHEN CPT-SUCCESSION
                   MOVE "COMPTE EN SUCCESSION" TO WS-MOTIF-REFUS
               WHEN LCF-IMPAYEE
                   MOVE "LOYER IMPAYE" TO WS-MOTIF-REFUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MOTIF-REFUS = SPACES
               SET ACF-ACCEPTE TO TRUE
           ELSE
               SET ACF-REFUSE TO TRUE
           END-IF.

           PERFORM TRACER-ACCES.
           IF ACF-ACCEPTE
               DISPLAY "Acces AUTORISE au coffre " W-LCF-AGENCE "-"
                       W-LCF-COFFRE " (qualite " W-ACF-QUALITE ")."
           ELSE
               DISPLAY "Acces REFUSE : " WS-MOTIF-REFUS "."
           END-IF.

       VERIFIER-QUALITE.
           MOVE SPACE TO W-ACF-QUALITE.
           IF W-ACF-VISITEUR = W-CLI-NOM
                   OR W-ACF-VISITEUR = W-CPT-TITULAIRE
               SET ACF-LOCATAIRE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-IDX-COTIT.
           PERFORM UNTIL WS-IDX-COTIT > W-CPT-NB-COTITULAIRES
                   OR ACF-COTITULAIRE
               IF W-ACF-VISITEUR = W-CPT-COTIT-NOM(WS-IDX-COTIT)
                   SET ACF-COTITULAIRE TO TRUE
               END-IF
               ADD 1 TO WS-IDX-COTIT
           END-PERFORM.
           IF ACF-COTITULAIRE
               EXIT PARAGRAPH
           END-IF.
           CALL "PROC-CTRL" USING W-LCF-CPT W-ACF-VISITEUR
                                  WS-OPERATION-PROC WS-MONTANT-PROC
                                  WS-CODE-PROC.
           IF WS-CODE-PROC = '00'
               SET ACF-MANDATAIRE TO TRUE
           END-IF.

      *>----------------------------------------------------------------
       TRACER-ACCES.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           MOVE WS-COMPTEUR  TO W-ACF-ID.
           MOVE W-LCF-ID     TO W-ACF-LOCATION.
           MOVE W-LCF-AGENCE TO W-ACF-AGENCE.
           MOVE W-LCF-COFFRE TO W-ACF-COFFRE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-ACF-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-ACF-HEURE.
           MOVE LK-OPERATEUR TO W-ACF-OPERATEUR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "ACCCF-IO" USING WS-OP W-ACCES-COFFRE W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "ACCCF-IO" USING WS-OP W-ACCES-COFFRE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ATTENTION : acces NON trace (code: "
                       W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "ACCCF-IO" USING WS-OP W-ACCES-COFFRE W-CODE-RETOUR.

      *>----------------------------------------------------------------
       LISTER-ACCES.
           PERFORM LIRE-CONTRAT.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ACCCF-IO" USING WS-OP W-ACCES-COFFRE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Aucun acces trace."
               EXIT PARAGRAPH
           END-IF.
           MOVE W-LCF-ID TO W-ACF-LOCATION.
           MOVE "START-LOC" TO WS-OP.
           CALL "ACCCF-IO" USING WS-OP W-ACCES-COFFRE W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "DATE      HEURE   PERSONNE             PIECE       "
                   "         Q R OPERATEUR".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "ACCCF-IO" USING WS-OP W-ACCES-COFFRE W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-ACF-LOCATION NOT = W-LCF-ID
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       DISPLAY W-ACF-DATE "  " W-ACF-HEURE "  "
                               W-ACF-VISITEUR " " W-ACF-PIECE " "
                               W-ACF-QUALITE " " W-ACF-RESULTAT " "
                               W-ACF-OPERATEUR
                       ADD 1 TO WS-NB
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ACCCF-IO" USING WS-OP W-ACCES-COFFRE W-CODE-RETOUR.
           DISPLAY "Acces traces : " WS-NB.

      *>----------------------------------------------------------------
      *> Restitution des cles : contrat termine, coffre libere. Un
      *> loyer impaye doit etre regularise avant.
       RESTITUER-COFFRE.
           PERFORM LIRE-CONTRAT.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           IF NOT LCF-EN-COURS
               DISPLAY "Refuse : contrat deja termine (statut "
                       W-LCF-STATUT ")."
               EXIT PARAGRAPH
           END-IF.
           IF LCF-IMPAYEE
               DISPLAY "Refuse : loyer impaye depuis "
                       W-LCF-DATE-IMPAYE ", a regulariser avant la "
                       "restitution."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer la restitution du coffre " W-LCF-AGENCE
                   "-" W-LCF-COFFRE " ? (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMATION.
           IF NOT CONFIRMATION-OUI
               DISPLAY "Restitution abandonnee."
               EXIT PARAGRAPH
           END-IF.

           SET LCF-RESTITUEE TO TRUE.
           PERFORM TERMINER-CONTRAT.
           IF RC-OK
               DISPLAY "Coffre restitue, contrat " W-LCF-ID
                       " termine."
           END-IF.

      *>----------------------------------------------------------------
      *> Ouverture forcee : impaye depuis LCF-DELAI-FORCAGE jours ou
      *> compte de facturation en succession ; temoin obligatoire,
      *> contenu inventorie ligne a ligne.
       OUVRIR-DE-FORCE.
           PERFORM LIRE-CONTRAT.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           IF NOT LCF-EN-COURS
               DISPLAY "Refuse : contrat deja termine (statut "
                       W-LCF-STATUT ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE W-LCF-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               INITIALIZE W-COMPTE
           END-IF.
           MOVE W-LCF-CLIENT TO W-CLI-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-LECTURE.
           IF WS-CODE-LECTURE NOT = '00'
               MOVE SPACES TO W-CLI-NOM
           END-IF.

           MOVE SPACE TO W-LCF-FORCAGE.
           IF CPT-SUCCESSION
               SET LCF-FORCAGE-SUCCESSION TO TRUE
           END-IF.
           IF LCF-IMPAYEE AND W-LCF-FORCAGE = SPACE
               COMPUTE WS-JOURS-IMPAYE =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                       - FUNCTION INTEGER-OF-DATE(W-LCF-DATE-IMPAYE)
               IF WS-JOURS-IMPAYE >= LCF-DELAI-FORCAGE
                   SET LCF-FORCAGE-IMPAYE TO TRUE
               ELSE
                   DISPLAY "Refuse : loyer impaye depuis "
                           WS-JOURS-IMPAYE " jours seulement ("
                           LCF-DELAI-FORCAGE " requis)."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF W-LCF-FORCAGE = SPACE
               DISPLAY "Refuse : ni impaye ni succession sur ce "
                       "contrat."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Huissier ou notaire present : " WITH NO ADVANCING.
           ACCEPT WS-TEMOIN.
           IF WS-TEMOIN = SPACES
               DISPLAY "Refuse : temoin obligatoire."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer l'ouverture forcee du coffre "
                   W-LCF-AGENCE "-" W-LCF-COFFRE " ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMATION.
           IF NOT CONFIRMATION-OUI
               DISPLAY "Ouverture forcee abandonnee."
               EXIT PARAGRAPH
           END-IF.

           PERFORM EDITER-INVENTAIRE.
           IF WS-FS-INVENTAIRE NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE W-ACCES-COFFRE.
           MOVE WS-TEMOIN TO W-ACF-VISITEUR.
           MOVE "OUVERTURE FORCEE" TO W-ACF-PIECE.
           SET ACF-FORCEE TO TRUE.
           SET ACF-ACCEPTE TO TRUE.
           PERFORM TRACER-ACCES.

           SET LCF-FORCEE TO TRUE.
           MOVE LK-OPERATEUR TO W-LCF-OPERATEUR.
           PERFORM TERMINER-CONTRAT.
           PERFORM DEPOSER-AU-SPOOL.
           PERFORM JOURNALISER-FORCAGE.

           DISPLAY "Coffre ouvert de force, " WS-NB-OBJETS
                   " objet(s) inventorie(s) : " WS-NOM-INVENTAIRE.

      *>   Le proces-verbal d'inventaire, signe par l'operateur et le
      *>   temoin ; le contenu reste sous scelles a l'agence.
       EDITER-INVENTAIRE.
           MOVE SPACES TO WS-NOM-INVENTAIRE.
           STRING "reports/INVENTAIRE-COFFRE-" DELIMITED SIZE
                  W-LCF-AGENCE DELIMITED SIZE
                  "-" DELIMITED SIZE
                  W-LCF-COFFRE DELIMITED SIZE
                  "-" DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  ".txt" DELIMITED SIZE
               INTO WS-NOM-INVENTAIRE.
           OPEN OUTPUT F-INVENTAIRE.
           IF WS-FS-INVENTAIRE NOT = '00'
               DISPLAY "ERREUR : creation de l'inventaire impossible ("
                       WS-FS-INVENTAIRE ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE "PROCES-VERBAL D'OUVERTURE FORCEE DE COFFRE-FORT"
               TO F-INVENTAIRE-LIGNE.
           WRITE F-INVENTAIRE-LIGNE.
           MOVE ALL "=" TO F-INVENTAIRE-LIGNE(1:60).
           WRITE F-INVENTAIRE-LIGNE.
           MOVE SPACES TO F-INVENTAIRE-LIGNE.
           STRING "Coffre " DELIMITED SIZE
                  W-LCF-AGENCE DELIMITED SIZE
                  "-" DELIMITED SIZE
                  W-LCF-COFFRE DELIMITED SIZE
                  "  contrat " DELIMITED SIZE
                  W-LCF-ID DELIMITED SIZE
                  "  ouvert le " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
               INTO F-INVENTAIRE-LIGNE.
           WRITE F-INVENTAIRE-LIGNE.
           MOVE SPACES TO F-INVENTAIRE-LIGNE.
           STRING "Locataire " DELIMITED SIZE
                  W-LCF-CLIENT DELIMITED SIZE
                  " " DELIMITED SIZE
                  FUNCTION TRIM(W-CLI-NOM) DELIMITED SIZE
                  "  compte " DELIMITED SIZE
                  W-LCF-CPT DELIMITED SIZE
               INTO F-INVENTAIRE-LIGNE.
           WRITE F-INVENTAIRE-LIGNE.
           MOVE SPACES TO F-INVENTAIRE-LIGNE.
           IF LCF-FORCAGE-SUCCESSION
               STRING "Motif : succession du titulaire (deces le "
                          DELIMITED SIZE
                      W-CPT-DATE-DECES DELIMITED SIZE
                      ", notaire " DELIMITED SIZE
                      FUNCTION TRIM(W-CPT-REF-NOTAIRE) DELIMITED SIZE
                      ")" DELIMITED SIZE
                   INTO F-INVENTAIRE-LIGNE
           ELSE
               STRING "Motif : loyer impaye depuis le " DELIMITED SIZE
                      W-LCF-DATE-IMPAYE DELIMITED SIZE
                      " (" DELIMITED SIZE
                      W-LCF-NB-REJETS DELIMITED SIZE
                      " rejet(s))" DELIMITED SIZE
                   INTO F-INVENTAIRE-LIGNE
           END-IF.
           WRITE F-INVENTAIRE-LIGNE.
           MOVE SPACES TO F-INVENTAIRE-LIGNE.
           STRING "En presence de " DELIMITED SIZE
                  FUNCTION TRIM(WS-TEMOIN) DELIMITED SIZE
                  ", operateur " DELIMITED SIZE
                  LK-OPERATEUR DELIMITED SIZE
               INTO F-INVENTAIRE-LIGNE.
           WRITE F-INVENTAIRE-LIGNE.
           MOVE SPACES TO F-INVENTAIRE-LIGNE.
           WRITE F-INVENTAIRE-LIGNE.
           MOVE "CONTENU CONSTATE :" TO F-INVENTAIRE-LIGNE.
           WRITE F-INVENTAIRE-LIGNE.

           DISPLAY "Saisir le contenu, un objet par ligne (ligne "
                   "vide pour terminer).".
           MOVE 0 TO WS-NB-OBJETS.
           MOVE 'N' TO WS-FIN-SAISIE.
           PERFORM UNTIL FIN-SAISIE
               MOVE SPACES TO WS-OBJET
               DISPLAY "Objet : " WITH NO ADVANCING
               ACCEPT WS-OBJET
               IF WS-OBJET = SPACES
                   SET FIN-SAISIE TO TRUE
               ELSE
                   ADD 1 TO WS-NB-OBJETS
                   MOVE SPACES TO F-INVENTAIRE-LIGNE
                   STRING WS-NB-OBJETS DELIMITED SIZE
                          ". " DELIMITED SIZE
                          WS-OBJET DELIMITED SIZE
                       INTO F-INVENTAIRE-LIGNE
                   WRITE F-INVENTAIRE-LIGNE
               END-IF
           END-PERFORM.
           IF WS-NB-OBJETS = 0
               MOVE "Coffre vide." TO F-INVENTAIRE-LIGNE
               WRITE F-INVENTAIRE-LIGNE
           END-IF.

           MOVE SPACES TO F-INVENTAIRE-LIGNE.
           WRITE F-INVENTAIRE-LIGNE.
           MOVE "Contenu place sous scelles et conserve a l'agence."
               TO F-INVENTAIRE-LIGNE.
           WRITE F-INVENTAIRE-LIGNE.
           MOVE SPACES TO F-INVENTAIRE-LIGNE.
           WRITE F-INVENTAIRE-LIGNE.
           MOVE "Signature de l'operateur :          Signature du "
               TO F-INVENTAIRE-LIGNE.
           MOVE "temoin :" TO F-INVENTAIRE-LIGNE(49:8).
           WRITE F-INVENTAIRE-LIGNE.
           CLOSE F-INVENTAIRE.

      *>----------------------------------------------------------------
      *> Depot du proces-verbal au spool : toujours envoye par
      *> courrier au locataire (ou a sa succession).
       DEPOSER-AU-SPOOL.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-SPOOL.

           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR       TO W-SPL-ID.
           MOVE W-LCF-CPT         TO W-SPL-CPT.
           MOVE "INVENT-COFFR"    TO W-SPL-TYPE-DOC.
           MOVE WS-DATE-JOUR      TO W-SPL-DATE.
           MOVE W-LCF-AGENCE      TO W-SPL-AGENCE.
           MOVE 'C'               TO W-SPL-MODE.
           MOVE WS-NOM-INVENTAIRE TO W-SPL-FICHIER.
           SET SPL-A-IMPRIMER TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "WRITE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

      *>----------------------------------------------------------------
       JOURNALISER-FORCAGE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           MOVE WS-COMPTEUR TO W-AUD-ID.
           MOVE W-LCF-CPT   TO W-AUD-CPT.
           MOVE "COFFRE-FORCE" TO W-AUD-OPERATION.
           MOVE "00" TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR TO W-AUD-OPERATEUR.
           MOVE SPACES TO W-AUD-MOTIF.
           STRING "COFFRE " DELIMITED SIZE
                  W-LCF-AGENCE DELIMITED SIZE
                  "-" DELIMITED SIZE
                  W-LCF-COFFRE DELIMITED SIZE
                  " MOTIF " DELIMITED SIZE
                  W-LCF-FORCAGE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-TEMOIN DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Contrat saisi par son numero, ou retrouve par le coffre
      *> (numero 0) ; W-CODE-RETOUR a '00' si trouve.
       LIRE-CONTRAT.
           DISPLAY "Numero de contrat (0 = par le coffre) : "
                   WITH NO ADVANCING.
           ACCEPT W-LCF-ID.
           IF W-LCF-ID = 0
               DISPLAY "Agence : " WITH NO ADVANCING
               ACCEPT W-CFF-AGENCE
               DISPLAY "Numero du coffre : " WITH NO ADVANCING
               ACCEPT W-CFF-NUMERO
               MOVE "READ" TO WS-OP
               CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT W-CODE-RETOUR
               PERFORM FERMER-COFFRES
               IF NOT RC-OK OR W-CFF-LOCATION = 0
                   DISPLAY "Aucun contrat en cours sur ce coffre."
                   MOVE '21' TO W-CODE-RETOUR
                   EXIT PARAGRAPH
               END-IF
               MOVE W-CFF-LOCATION TO W-LCF-ID
           END-IF.
           MOVE "READ" TO WS-OP.
           CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE
                                 W-CODE-RETOUR.
           PERFORM FERMER-LOCATIONS.
           IF NOT RC-OK
               DISPLAY "Contrat introuvable."
               EXIT PARAGRAPH
           END-IF.
           MOVE W-LCF-LOYER TO WS-MNT-AFF.
           DISPLAY "Contrat " W-LCF-ID " : coffre " W-LCF-AGENCE "-"
                   W-LCF-COFFRE " client " W-LCF-CLIENT " compte "
                   W-LCF-CPT.
           DISPLAY "Loyer " WS-MNT-AFF " echeance "
                   W-LCF-DATE-ECHEANCE " statut " W-LCF-STATUT.

      *>   Contrat termine (restitue ou force) : date de fin, coffre
      *>   de nouveau libre a l'inventaire.
       TERMINER-CONTRAT.
           MOVE WS-DATE-JOUR TO W-LCF-DATE-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE
                                 W-CODE-RETOUR.
           MOVE "REWRITE" TO WS-OP.
           CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE
                                 W-CODE-RETOUR.
           PERFORM FERMER-LOCATIONS.
           IF NOT RC-OK
               DISPLAY "Echec de mise a jour du contrat (code: "
                       W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE W-LCF-AGENCE TO W-CFF-AGENCE.
           MOVE W-LCF-COFFRE TO W-CFF-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT W-CODE-RETOUR.
           IF RC-OK
               SET CFF-LIBRE TO TRUE
               MOVE 0 TO W-CFF-LOCATION
               MOVE WS-DATE-JOUR TO W-CFF-DATE-MAJ
               MOVE "REWRITE" TO WS-OP
               CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT
                                     W-CODE-RETOUR
           END-IF.
           IF NOT RC-OK
               DISPLAY "ATTENTION : inventaire des coffres NON mis a "
                       "jour (code: " W-CODE-RETOUR ")."
           END-IF.
           PERFORM FERMER-COFFRES.
           MOVE '00' TO W-CODE-RETOUR.

      *>----------------------------------------------------------------
       FERMER-COFFRES.
           MOVE "CLOSE" TO WS-OP.
           CALL "CFORT-IO" USING WS-OP W-COFFRE-FORT WS-CODE-LECTURE.

       FERMER-LOCATIONS.
           MOVE "CLOSE" TO WS-OP.
           CALL "LOCCF-IO" USING WS-OP W-LOCATION-COFFRE
                                 WS-CODE-LECTURE.

       END PROGRAM COFFRES-FORTS.
