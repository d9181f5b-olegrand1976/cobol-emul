      *>****************************************************************
      *> Programme : RELEVES-ELEC
      *> Role      : Abonnement d'un compte au releve electronique
      *>             (RELEVES-ELEC.dat) pour les clients entreprises
      *>             qui integrent leur releve dans leur progiciel
      *>             comptable :
      *>             - (S)ouscrire ou modifier : format camt.053 ou
      *>               MT940, repertoire de depot du client sous
      *>               reports/sortant/ ;
      *>             - (L)ister les abonnements ;
      *>             - (R)esilier l'abonnement du compte.
      *>             Le releve est produit chaque nuit par
      *>             RELEVES-ELECTRONIQUES. Une souscription (ou une
      *>             reprise apres resiliation) couvre les mouvements
      *>             a partir du jour meme ; la numerotation des
      *>             releves du compte se poursuit sans remise a zero.
      *>             Chaque modification est tracee au journal
      *>             d'audit.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVES-ELEC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY RELEVE-ELEC.
       COPY COMPTE.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1).
          88 CHOIX-SOUSCRIRE     VALUE 'S'.
          88 CHOIX-LISTER        VALUE 'L'.
          88 CHOIX-RESILIER      VALUE 'R'.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-REPONSE             PIC X(1).
          88 REPONSE-OUI         VALUE 'O'.

       01 WS-NUM-COMPTE          PIC 9(8).
       01 WS-FORMAT-SAISI        PIC X(1).
       01 WS-DEST-SAISIE         PIC X(20).
       01 WS-DEST-DEFAUT         PIC X(20).
       01 WS-IDX                 PIC 9(2) COMP.
       01 WS-DEST-VALIDE         PIC X(1).
          88 DESTINATION-VALIDE  VALUE 'O'.
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.
       01 WS-CODE-RLE            PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-EXISTANT            PIC X(1) VALUE 'N'.
          88 ABONNEMENT-EXISTANT VALUE 'O'.
       01 WS-OPERATION-AUDIT     PIC X(12).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-NB                  PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Releves electroniques (camt.053 / MT940) ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "(S)ouscrire/modifier, (L)ister, (R)esilier : "
               WITH NO ADVANCING.
       ACCEPT WS-CHOIX.
       MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-SOUSCRIRE
               PERFORM SOUSCRIRE-RELEVE
           WHEN CHOIX-LISTER
               PERFORM LISTER-ABONNEMENTS
           WHEN CHOIX-RESILIER
               PERFORM RESILIER-RELEVE
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       SOUSCRIRE-RELEVE.
           PERFORM SAISIR-COMPTE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-ACTIF
               DISPLAY "Compte non actif : abonnement impossible."
               EXIT PARAGRAPH
           END-IF.

           PERFORM LIRE-ABONNEMENT.
           IF WS-CODE-RLE = '00'
               SET ABONNEMENT-EXISTANT TO TRUE
               DISPLAY "Abonnement actuel : format " W-RLE-FORMAT
                       ", depot " FUNCTION TRIM(W-RLE-DESTINATION)
                       ", statut " W-RLE-STATUT
                       ", dernier releve no " W-RLE-SEQUENCE
           ELSE
               MOVE 'N' TO WS-EXISTANT
               INITIALIZE W-RELEVE-ELEC
               MOVE WS-NUM-COMPTE TO W-RLE-CPT
           END-IF.

           DISPLAY "Format (C = camt.053 XML, M = MT940) : "
                   WITH NO ADVANCING.
           ACCEPT WS-FORMAT-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-FORMAT-SAISI)
               TO WS-FORMAT-SAISI.
           IF WS-FORMAT-SAISI NOT = 'C' AND WS-FORMAT-SAISI NOT = 'M'
               DISPLAY "Format invalide."
               EXIT PARAGRAPH
           END-IF.

      *>   Repertoire de depot : un par client (numero client, ou
      *>   numero de compte pour les comptes anterieurs au
      *>   referentiel client), modifiable.
           IF ABONNEMENT-EXISTANT
               MOVE W-RLE-DESTINATION TO WS-DEST-DEFAUT
           ELSE
               MOVE SPACES TO WS-DEST-DEFAUT
               IF W-CPT-CLIENT NOT = 0
                   STRING "CLI" DELIMITED SIZE
                          W-CPT-CLIENT DELIMITED SIZE
                       INTO WS-DEST-DEFAUT
               ELSE
                   STRING "CPT" DELIMITED SIZE
                          W-CPT-NUMERO DELIMITED SIZE
                       INTO WS-DEST-DEFAUT
               END-IF
           END-IF.
           DISPLAY "Repertoire de depot [" FUNCTION TRIM(WS-DEST-DEFAUT)
                   "] : " WITH NO ADVANCING.
           ACCEPT WS-DEST-SAISIE.
           IF WS-DEST-SAISIE = SPACES
               MOVE WS-DEST-DEFAUT TO WS-DEST-SAISIE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-DEST-SAISIE) TO WS-DEST-SAISIE.
           PERFORM CONTROLER-DESTINATION.
           IF NOT DESTINATION-VALIDE
               DISPLAY "Repertoire invalide (lettres, chiffres, - et _"
                       " uniquement)."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FORMAT-SAISI TO W-RLE-FORMAT.
           MOVE WS-DEST-SAISIE  TO W-RLE-DESTINATION.
      *>   Premiere souscription ou reprise : la periode du prochain
      *>   releve part du jour meme (arrete fictif la veille).
           IF NOT ABONNEMENT-EXISTANT OR RLE-RESILIE
               COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - 1
               COMPUTE W-RLE-DERN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER)
               MOVE W-RLE-DERN-DATE TO W-RLE-DERN-BORNE
           END-IF.
           SET RLE-ACTIF TO TRUE.
           MOVE WS-DATE-JOUR TO W-RLE-DATE-MAJ.
           MOVE LK-OPERATEUR TO W-RLE-OPERATEUR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC WS-CODE-RLE.
           IF ABONNEMENT-EXISTANT
               MOVE "REWRITE" TO WS-OP
           ELSE
               MOVE "WRITE" TO WS-OP
           END-IF.
           CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC WS-CODE-RLE.
           MOVE "CLOSE" TO WS-OP.
           CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC
                                   WS-CODE-FERMETURE.
           IF WS-CODE-RLE NOT = '00'
               DISPLAY "Echec de l'enregistrement (code: "
                       WS-CODE-RLE ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE "RELEVE-ELEC" TO WS-OPERATION-AUDIT.
           PERFORM JOURNALISER-AUDIT.
           DISPLAY "Abonnement enregistre : releve quotidien dans "
                   "reports/sortant/"
                   FUNCTION TRIM(W-RLE-DESTINATION) "/".

      *>----------------------------------------------------------------
       RESILIER-RELEVE.
           PERFORM SAISIR-COMPTE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-ABONNEMENT.
           IF WS-CODE-RLE NOT = '00' OR RLE-RESILIE
               DISPLAY "Aucun abonnement actif pour ce compte."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Resilier le releve electronique (dernier releve no "
                   W-RLE-SEQUENCE ") ? (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE.
           IF NOT REPONSE-OUI
               DISPLAY "Abonnement conserve."
               EXIT PARAGRAPH
           END-IF.

           SET RLE-RESILIE TO TRUE.
           MOVE WS-DATE-JOUR TO W-RLE-DATE-MAJ.
           MOVE LK-OPERATEUR TO W-RLE-OPERATEUR.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC WS-CODE-RLE.
           MOVE "REWRITE" TO WS-OP.
           CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC WS-CODE-RLE.
           MOVE "CLOSE" TO WS-OP.
           CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC
                                   WS-CODE-FERMETURE.
           IF WS-CODE-RLE NOT = '00'
               DISPLAY "Echec de la mise a jour."
               EXIT PARAGRAPH
           END-IF.
           MOVE "RELEVE-RES" TO WS-OPERATION-AUDIT.
           PERFORM JOURNALISER-AUDIT.
           DISPLAY "Abonnement resilie.".

      *>----------------------------------------------------------------
       LISTER-ABONNEMENTS.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC WS-CODE-RLE.
           MOVE "START-FIRST" TO WS-OP.
           CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC WS-CODE-RLE.
           IF WS-CODE-RLE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "COMPTE   F S SEQ   DERNIER  DEPOT".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC
                                       WS-CODE-RLE
               IF WS-CODE-RLE NOT = '00'
                   SET FIN-PARCOURS TO TRUE
               ELSE
                   DISPLAY W-RLE-CPT " " W-RLE-FORMAT " "
                           W-RLE-STATUT " " W-RLE-SEQUENCE " "
                           W-RLE-DERN-DATE " "
                           FUNCTION TRIM(W-RLE-DESTINATION)
                   ADD 1 TO WS-NB
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC
                                   WS-CODE-FERMETURE.
           DISPLAY "Abonnements : " WS-NB.

      *>----------------------------------------------------------------
       SAISIR-COMPTE.
           DISPLAY "Numero de compte : " WITH NO ADVANCING.
           ACCEPT WS-NUM-COMPTE.
           MOVE WS-NUM-COMPTE TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Compte introuvable."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Titulaire : " W-CPT-TITULAIRE.

       LIRE-ABONNEMENT.
           MOVE WS-NUM-COMPTE TO W-RLE-CPT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC WS-CODE-RLE.
           MOVE "READ" TO WS-OP.
           CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC WS-CODE-RLE.
           MOVE "CLOSE" TO WS-OP.
           CALL "RELELEC-IO" USING WS-OP W-RELEVE-ELEC
                                   WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
      *> Le repertoire de depot devient un nom de repertoire : pas de
      *> separateur ni de point, qui le feraient sortir de
      *> reports/sortant/.
       CONTROLER-DESTINATION.
           MOVE 'O' TO WS-DEST-VALIDE.
           IF WS-DEST-SAISIE = SPACES
               MOVE 'N' TO WS-DEST-VALIDE
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > 20
                   OR WS-DEST-SAISIE(WS-IDX:1) = SPACE
               IF WS-DEST-SAISIE(WS-IDX:1) IS NOT ALPHABETIC-UPPER
                       AND WS-DEST-SAISIE(WS-IDX:1) IS NOT NUMERIC
                       AND WS-DEST-SAISIE(WS-IDX:1) NOT = "-"
                       AND WS-DEST-SAISIE(WS-IDX:1) NOT = "_"
                   MOVE 'N' TO WS-DEST-VALIDE
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.
           IF WS-IDX <= 20
               IF WS-DEST-SAISIE(WS-IDX:) NOT = SPACES
                   MOVE 'N' TO WS-DEST-VALIDE
               END-IF
           END-IF.

      *>----------------------------------------------------------------
       JOURNALISER-AUDIT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR        TO W-AUD-ID.
           MOVE W-RLE-CPT          TO W-AUD-CPT.
           MOVE WS-OPERATION-AUDIT TO W-AUD-OPERATION.
           MOVE '00'               TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR       TO W-AUD-OPERATEUR.
           STRING "RELEVE ELECTRONIQUE " DELIMITED SIZE
                  W-RLE-FORMAT DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-RLE-DESTINATION DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

       END PROGRAM RELEVES-ELEC.
