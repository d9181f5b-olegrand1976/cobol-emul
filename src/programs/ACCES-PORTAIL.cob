      *>****************************************************************
      *> Programme : ACCES-PORTAIL
      *> Role      : Acces d'un compte a la banque en ligne
      *>             (ACCES-PORTAIL.dat) :
      *>             - (O)uvrir l'acces du compte ;
      *>             - (L)ister les comptes adherents ;
      *>             - (R)esilier l'acces.
      *>             Les comptes adherents sont transmis chaque nuit
      *>             au portail par EXPORT-PORTAIL. Une ouverture (ou
      *>             une reprise apres resiliation) declenche un
      *>             chargement complet au prochain extrait ; une
      *>             resiliation est transmise au portail qui retire
      *>             le compte de l'espace client.
      *>             Chaque modification est tracee au journal
      *>             d'audit.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCES-PORTAIL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ACCES-PORTAIL.
       COPY COMPTE.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1).
          88 CHOIX-OUVRIR        VALUE 'O'.
          88 CHOIX-LISTER        VALUE 'L'.
          88 CHOIX-RESILIER      VALUE 'R'.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-REPONSE             PIC X(1).
          88 REPONSE-OUI         VALUE 'O'.

       01 WS-NUM-COMPTE          PIC 9(8).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-CODE-APT            PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-EXISTANT            PIC X(1) VALUE 'N'.
          88 ACCES-EXISTANT      VALUE 'O'.
       01 WS-OPERATION-AUDIT     PIC X(12).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-NB                  PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Acces a la banque en ligne ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "(O)uvrir l'acces, (L)ister, (R)esilier : "
               WITH NO ADVANCING.
       ACCEPT WS-CHOIX.
       MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-OUVRIR
               PERFORM OUVRIR-ACCES
           WHEN CHOIX-LISTER
               PERFORM LISTER-ACCES
           WHEN CHOIX-RESILIER
               PERFORM RESILIER-ACCES
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       OUVRIR-ACCES.
           PERFORM SAISIR-COMPTE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-ACTIF
               DISPLAY "Compte non actif : acces impossible."
               EXIT PARAGRAPH
           END-IF.

           PERFORM LIRE-ACCES.
           IF WS-CODE-APT = '00'
               SET ACCES-EXISTANT TO TRUE
               IF APT-ACTIF
                   DISPLAY "Acces deja ouvert depuis le "
                           W-APT-DATE-ADHESION "."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 'N' TO WS-EXISTANT
               INITIALIZE W-ACCES-PORTAIL
               MOVE WS-NUM-COMPTE TO W-APT-CPT
           END-IF.
           IF CPT-RESTREINT-KYC
               DISPLAY "Compte sous restriction KYC : le portail le "
                       "presentera en consultation seule."
           END-IF.

      *>   Adhesion ou reprise : le prochain extrait recharge le
      *>   compte en entier, le portail ayant pu en purger l'image.
           SET APT-ACTIF TO TRUE.
           MOVE WS-DATE-JOUR TO W-APT-DATE-ADHESION.
           MOVE 0 TO W-APT-DERN-DATE.
           MOVE WS-DATE-JOUR TO W-APT-DATE-MAJ.
           MOVE LK-OPERATEUR TO W-APT-OPERATEUR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL WS-CODE-APT.
           IF ACCES-EXISTANT
               MOVE "REWRITE" TO WS-OP
           ELSE
               MOVE "WRITE" TO WS-OP
           END-IF.
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL WS-CODE-APT.
           MOVE "CLOSE" TO WS-OP.
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL
                                   WS-CODE-FERMETURE.
           IF WS-CODE-APT NOT = '00'
               DISPLAY "Echec de l'enregistrement (code: "
                       WS-CODE-APT ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE "PORTAIL-OUV" TO WS-OPERATION-AUDIT.
           PERFORM JOURNALISER-AUDIT.
           DISPLAY "Acces ouvert : le compte sera charge au portail "
                   "par l'extrait de cette nuit.".

      *>----------------------------------------------------------------
       RESILIER-ACCES.
           PERFORM SAISIR-COMPTE.
           IF NOT RC-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-ACCES.
           IF WS-CODE-APT NOT = '00' OR APT-RESILIE
               DISPLAY "Aucun acces ouvert pour ce compte."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Resilier l'acces a la banque en ligne ? (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE.
           IF NOT REPONSE-OUI
               DISPLAY "Acces conserve."
               EXIT PARAGRAPH
           END-IF.

           SET APT-RESILIE TO TRUE.
           MOVE WS-DATE-JOUR TO W-APT-DATE-MAJ.
           MOVE LK-OPERATEUR TO W-APT-OPERATEUR.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL WS-CODE-APT.
           MOVE "REWRITE" TO WS-OP.
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL WS-CODE-APT.
           MOVE "CLOSE" TO WS-OP.
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL
                                   WS-CODE-FERMETURE.
           IF WS-CODE-APT NOT = '00'
               DISPLAY "Echec de la mise a jour."
               EXIT PARAGRAPH
           END-IF.
           MOVE "PORTAIL-RES" TO WS-OPERATION-AUDIT.
           PERFORM JOURNALISER-AUDIT.
           DISPLAY "Acces resilie : retrait du portail cette nuit.".

      *>----------------------------------------------------------------
       LISTER-ACCES.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL WS-CODE-APT.
           MOVE "START-FIRST" TO WS-OP.
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL WS-CODE-APT.
           IF WS-CODE-APT NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "COMPTE   S ADHESION DERNIER  C DERNIER MVT".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL
                                       WS-CODE-APT
               IF WS-CODE-APT NOT = '00'
                   SET FIN-PARCOURS TO TRUE
               ELSE
                   DISPLAY W-APT-CPT " " W-APT-STATUT " "
                           W-APT-DATE-ADHESION " "
                           W-APT-DERN-DATE " "
                           W-APT-CHARGEMENT " "
                           W-APT-DERN-ID
                   ADD 1 TO WS-NB
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL
                                   WS-CODE-FERMETURE.
           DISPLAY "Comptes adherents : " WS-NB.

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

       LIRE-ACCES.
           MOVE WS-NUM-COMPTE TO W-APT-CPT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL WS-CODE-APT.
           MOVE "READ" TO WS-OP.
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL WS-CODE-APT.
           MOVE "CLOSE" TO WS-OP.
           CALL "PORTAIL-IO" USING WS-OP W-ACCES-PORTAIL
                                   WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
       JOURNALISER-AUDIT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR        TO W-AUD-ID.
           MOVE W-APT-CPT          TO W-AUD-CPT.
           MOVE WS-OPERATION-AUDIT TO W-AUD-OPERATION.
           MOVE '00'               TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR       TO W-AUD-OPERATEUR.
           STRING "ACCES BANQUE EN LIGNE " DELIMITED SIZE
                  W-APT-STATUT DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

       END PROGRAM ACCES-PORTAIL.
