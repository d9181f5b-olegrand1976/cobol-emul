      *>****************************************************************
      *> Programme : EFFETS
      *> Role      : Effets de commerce (lettres de change relevees,
      *>             LCR) des clients professionnels (EFFETS.dat) :
      *>             - (R)emettre un bordereau : compte courant actif
      *>               d'un client professionnel, mode encaissement
      *>               ou escompte commun au bordereau, puis un effet
      *>               par saisie (tire, IBAN du tire, montant,
      *>               echeance, reference) jusqu'a un tire vide ;
      *>               chaque effet est pris en charge par le module
      *>               EFFET-REMETTRE (avance escomptee creditee
      *>               aussitot, agios deduits, dans la limite de la
      *>               ligne d'escompte) ;
      *>             - (L)ister les effets d'un compte ;
      *>             - (P)lafond d'escompte : consulter l'encours et
      *>               poser la ligne d'escompte d'un client, tracee
      *>               au journal d'audit.
      *>             La presentation a la place, le reglement et les
      *>             impayes sont passes par le batch EMETTRE-LCR.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFFETS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EFFET.
       COPY COMPTE.
       COPY CLIENT.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1).
          88 CHOIX-REMETTRE      VALUE 'R'.
          88 CHOIX-LISTER        VALUE 'L'.
          88 CHOIX-PLAFOND       VALUE 'P'.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-SAISIE          PIC X(1) VALUE 'N'.
          88 FIN-SAISIE          VALUE 'O'.
       01 WS-REPONSE             PIC X(1).
          88 REPONSE-OUI         VALUE 'O'.

       01 WS-CPT-SAISI           PIC 9(8).
       01 WS-CLIENT-SAISI        PIC 9(8).
       01 WS-MODE-SAISI          PIC X(1).
       01 WS-TIRE-SAISI          PIC X(30).
       01 WS-IBAN-SAISI          PIC X(34).
       01 WS-MONTANT-SAISI       PIC 9(9)V99.
       01 WS-ECHEANCE-SAISIE     PIC 9(8).
       01 WS-REFERENCE-SAISIE    PIC X(20).
       01 WS-PLAFOND-SAISI       PIC 9(9)V99.

       01 WS-BORDEREAU           PIC 9(10).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-EFF            PIC X(2).
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-REMISE         PIC X(2).
       01 WS-CODE-ESC            PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-NB                  PIC 9(5) VALUE 0.
       01 WS-MONTANT-NUL         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ECHEANCE-NULLE      PIC 9(8) VALUE 0.
       01 WS-AGIOS               PIC S9(11)V99 COMP-3.
       01 WS-ENCOURS             PIC S9(11)V99 COMP-3.
       01 WS-PLAFOND             PIC S9(11)V99 COMP-3.

       01 WS-TOTAL-REMIS         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-AGIOS         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-AGI-AFF             PIC -Z(10)9.99.
       01 WS-MOTIF               PIC X(40).

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Effets de commerce (LCR) ---".

       DISPLAY "(R)emettre un bordereau, (L)ister, (P)lafond "
               "d'escompte : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.
       MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-REMETTRE
               PERFORM REMETTRE-BORDEREAU
           WHEN CHOIX-LISTER
               PERFORM LISTER-EFFETS
           WHEN CHOIX-PLAFOND
               PERFORM GERER-PLAFOND
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Bordereau : le compte remettant et le mode sont controles une
      *> fois, puis chaque effet est pris en charge a sa saisie ; un
      *> effet refuse n'arrete pas le bordereau.
       REMETTRE-BORDEREAU.
           DISPLAY "Compte remettant : " WITH NO ADVANCING.
           ACCEPT WS-CPT-SAISI.
           MOVE WS-CPT-SAISI TO W-CPT-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-FERMETURE.
           IF NOT RC-OK
               DISPLAY "Compte " WS-CPT-SAISI " introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-ACTIF OR NOT CPT-COURANT
               DISPLAY "Le compte doit etre un compte courant actif."
               EXIT PARAGRAPH
           END-IF.

           MOVE W-CPT-CLIENT TO W-CLI-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE.
           IF WS-CODE-CLIENT NOT = '00' OR NOT CLI-PROFESSIONNEL
               DISPLAY "Remise d'effets reservee aux clients "
                       "professionnels."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "(E)ncaissement a l'echeance ou e(S)compte : "
                   WITH NO ADVANCING.
           ACCEPT WS-MODE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-MODE-SAISI) TO WS-MODE-SAISI.
           MOVE WS-MODE-SAISI TO W-EFF-MODE.
           IF NOT EFF-MODE-VALIDE
               DISPLAY "Mode invalide."
               EXIT PARAGRAPH
           END-IF.
           IF EFF-ESCOMPTE
               PERFORM AFFICHER-LIGNE-ESCOMPTE
               IF WS-PLAFOND = 0
                   DISPLAY "Aucune ligne d'escompte pour ce client."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-BORDEREAU W-CODE-RETOUR.
           DISPLAY "Bordereau " WS-BORDEREAU
                   " (tire vide pour terminer).".

           MOVE 0 TO WS-NB WS-TOTAL-REMIS WS-TOTAL-AGIOS.
           MOVE 'N' TO WS-FIN-SAISIE.
           PERFORM UNTIL FIN-SAISIE
               PERFORM SAISIR-EFFET
           END-PERFORM.

           MOVE WS-TOTAL-REMIS TO WS-MNT-AFF.
           MOVE WS-TOTAL-AGIOS TO WS-AGI-AFF.
           DISPLAY "Bordereau " WS-BORDEREAU " : " WS-NB " effet(s)".
           DISPLAY "Total remis : " WS-MNT-AFF.
           IF WS-MODE-SAISI = 'S'
               DISPLAY "Agios       : " WS-AGI-AFF
           END-IF.

      *>----------------------------------------------------------------
       SAISIR-EFFET.
           DISPLAY "Tire : " WITH NO ADVANCING.
           ACCEPT WS-TIRE-SAISI.
           IF WS-TIRE-SAISI = SPACES
               SET FIN-SAISIE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "IBAN du tire : " WITH NO ADVANCING.
           ACCEPT WS-IBAN-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-IBAN-SAISI) TO WS-IBAN-SAISI.
           DISPLAY "Montant : " WITH NO ADVANCING.
           ACCEPT WS-MONTANT-SAISI.
           DISPLAY "Echeance (AAAAMMJJ) : " WITH NO ADVANCING.
           ACCEPT WS-ECHEANCE-SAISIE.
           DISPLAY "Reference (vide = attribuee) : " WITH NO ADVANCING.
           ACCEPT WS-REFERENCE-SAISIE.

           INITIALIZE W-EFFET.
           MOVE WS-CPT-SAISI        TO W-EFF-CPT.
           MOVE WS-BORDEREAU        TO W-EFF-BORDEREAU.
           MOVE WS-MODE-SAISI       TO W-EFF-MODE.
           MOVE WS-TIRE-SAISI       TO W-EFF-TIRE.
           MOVE WS-IBAN-SAISI       TO W-EFF-IBAN.
           MOVE WS-MONTANT-SAISI    TO W-EFF-MONTANT.
           MOVE WS-ECHEANCE-SAISIE  TO W-EFF-DATE-ECHEANCE.
           MOVE WS-REFERENCE-SAISIE TO W-EFF-REFERENCE.

           CALL "EFFET-REMETTRE" USING W-EFFET LK-OPERATEUR
                                       WS-CODE-REMISE.
           IF WS-CODE-REMISE NOT = '00'
               PERFORM LIBELLER-REFUS
               DISPLAY "Effet refuse : " FUNCTION TRIM(WS-MOTIF) "."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB.
           ADD W-EFF-MONTANT TO WS-TOTAL-REMIS.
           ADD W-EFF-AGIOS TO WS-TOTAL-AGIOS.
           IF EFF-ESCOMPTE
               MOVE W-EFF-MONTANT TO WS-MNT-AFF
               MOVE W-EFF-AGIOS TO WS-AGI-AFF
               DISPLAY "Effet " FUNCTION TRIM(W-EFF-REFERENCE)
                       " escompte : avance " WS-MNT-AFF
                       " agios " WS-AGI-AFF
           ELSE
               DISPLAY "Effet " FUNCTION TRIM(W-EFF-REFERENCE)
                       " mis a l'encaissement."
           END-IF.

      *>----------------------------------------------------------------
       LIBELLER-REFUS.
           EVALUATE WS-CODE-REMISE
               WHEN '10'
                   MOVE "IBAN ou echeance invalide" TO WS-MOTIF
               WHEN '11'
                   MOVE "montant invalide" TO WS-MOTIF
               WHEN '12'
                   MOVE "tire absent" TO WS-MOTIF
               WHEN '21'
                   MOVE "compte introuvable" TO WS-MOTIF
               WHEN '31'
                   MOVE "compte inactif" TO WS-MOTIF
               WHEN '36'
                   MOVE "compte ou client non eligible" TO WS-MOTIF
               WHEN '55'
                   MOVE "ligne d'escompte depassee" TO WS-MOTIF
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIF
                   STRING "echec d'enregistrement (code "
                              DELIMITED SIZE
                          WS-CODE-REMISE DELIMITED SIZE
                          ")" DELIMITED SIZE
                       INTO WS-MOTIF
           END-EVALUATE.

      *>----------------------------------------------------------------
       AFFICHER-LIGNE-ESCOMPTE.
           CALL "ESCOMPTE-CTRL" USING W-CLI-NUMERO WS-MONTANT-NUL
                                      WS-ECHEANCE-NULLE WS-AGIOS
                                      WS-ENCOURS WS-PLAFOND
                                      WS-CODE-ESC.
           MOVE WS-PLAFOND TO WS-MNT-AFF.
           DISPLAY "Ligne d'escompte : " WS-MNT-AFF.
           MOVE WS-ENCOURS TO WS-MNT-AFF.
           DISPLAY "Encours escompte : " WS-MNT-AFF.

      *>----------------------------------------------------------------
       LISTER-EFFETS.
           DISPLAY "Compte remettant : " WITH NO ADVANCING.
           ACCEPT WS-CPT-SAISI.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.
           MOVE WS-CPT-SAISI TO W-EFF-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.
           IF WS-CODE-EFF NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "M S ECHEANCE REFERENCE           TIRE"
                   "                                MONTANT R".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF
               EVALUATE TRUE
                   WHEN WS-CODE-EFF NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-EFF-CPT NOT = WS-CPT-SAISI
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       MOVE W-EFF-MONTANT TO WS-MNT-AFF
                       DISPLAY W-EFF-MODE " " W-EFF-STATUT " "
                               W-EFF-DATE-ECHEANCE " "
                               W-EFF-REFERENCE " " W-EFF-TIRE
                               WS-MNT-AFF " " W-EFF-CODE-REJET
                       ADD 1 TO WS-NB
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-FERMETURE.
           DISPLAY "Effets : " WS-NB.

      *>----------------------------------------------------------------
      *> Ligne d'escompte : reservee aux clients professionnels ; un
      *> plafond inferieur a l'encours bloque les escomptes suivants
      *> sans remettre en cause les effets deja escomptes.
       GERER-PLAFOND.
           DISPLAY "Numero client : " WITH NO ADVANCING.
           ACCEPT WS-CLIENT-SAISI.
           MOVE WS-CLIENT-SAISI TO W-CLI-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE.
           IF WS-CODE-CLIENT NOT = '00'
               DISPLAY "Client " WS-CLIENT-SAISI " introuvable."
               EXIT PARAGRAPH
           END-IF.
           IF NOT CLI-PROFESSIONNEL
               DISPLAY "Ligne d'escompte reservee aux clients "
                       "professionnels."
               EXIT PARAGRAPH
           END-IF.

           PERFORM AFFICHER-LIGNE-ESCOMPTE.
           DISPLAY "Modifier la ligne ? (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE.
           IF NOT REPONSE-OUI
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nouveau plafond (0 = supprimer la ligne) : "
                   WITH NO ADVANCING.
           ACCEPT WS-PLAFOND-SAISI.

           MOVE WS-CLIENT-SAISI TO W-CLI-NUMERO.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE "READ" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE WS-PLAFOND-SAISI TO W-CLI-PLAFOND-ESCOMPTE.
           MOVE "REWRITE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE.
           IF WS-CODE-CLIENT NOT = '00'
               DISPLAY "Echec de la mise a jour du client."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PLAFOND-SAISI < WS-ENCOURS
               DISPLAY "Attention : encours superieur a la ligne, "
                       "plus d'escompte jusqu'a son ecoulement."
           END-IF.
           PERFORM JOURNALISER-AUDIT.
           DISPLAY "Ligne d'escompte mise a jour.".

      *>----------------------------------------------------------------
       JOURNALISER-AUDIT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR        TO W-AUD-ID.
           MOVE 0                  TO W-AUD-CPT.
           MOVE "PLAF-ESCPT"       TO W-AUD-OPERATION.
           MOVE '00'               TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR       TO W-AUD-OPERATEUR.
           MOVE WS-PLAFOND-SAISI   TO WS-MNT-AFF.
           STRING "CLIENT " DELIMITED SIZE
                  WS-CLIENT-SAISI DELIMITED SIZE
                  " LIGNE " DELIMITED SIZE
                  FUNCTION TRIM(WS-MNT-AFF) DELIMITED SIZE
               INTO W-AUD-MOTIF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

       END PROGRAM EFFETS.
