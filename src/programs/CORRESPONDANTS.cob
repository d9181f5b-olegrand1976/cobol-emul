      *>****************************************************************
      *> Programme : CORRESPONDANTS
      *> Role      : Table des banques correspondantes par devise
      *>             (CORRESPONDANTS.dat) pour les virements
      *>             internationaux hors zone SEPA :
      *>             - (D)efinir le correspondant d'une devise : BIC,
      *>               nom, compte nostro de l'etablissement chez lui
      *>               (creation, ou remplacement du correspondant en
      *>               place) ;
      *>             - (L)ister les correspondants ;
      *>             - (S)uspendre ou reactiver une devise : suspendue,
      *>               ses virements restent en attente d'emission.
      *>             Chaque modification est tracee au journal
      *>             d'audit.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRESPONDANTS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CORRESPONDANT.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-CHOIX               PIC X(1).
          88 CHOIX-DEFINIR       VALUE 'D'.
          88 CHOIX-LISTER        VALUE 'L'.
          88 CHOIX-SUSPENDRE     VALUE 'S'.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-REPONSE             PIC X(1).
          88 REPONSE-OUI         VALUE 'O'.

       01 WS-DEVISE-SAISIE       PIC X(3).
       01 WS-BIC-SAISI           PIC X(11).
       01 WS-NOM-SAISI           PIC X(35).
       01 WS-NOSTRO-SAISI        PIC X(34).
       01 WS-TAUX-CTRL           PIC 9(3)V9(4).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-CODE-COR            PIC X(2).
       01 WS-CODE-TAUX           PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-EXISTANT            PIC X(1) VALUE 'N'.
          88 CORRESP-EXISTANT    VALUE 'O'.
       01 WS-OPERATION-AUDIT     PIC X(12).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-NB                  PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Banques correspondantes (virements "
               "internationaux) ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       DISPLAY "(D)efinir, (L)ister, (S)uspendre/reactiver : "
               WITH NO ADVANCING.
       ACCEPT WS-CHOIX.
       MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-DEFINIR
               PERFORM DEFINIR-CORRESPONDANT
           WHEN CHOIX-LISTER
               PERFORM LISTER-CORRESPONDANTS
           WHEN CHOIX-SUSPENDRE
               PERFORM BASCULER-STATUT
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> La devise doit avoir un taux de reference (TAUX-DU-JOUR) :
      *> un virement qui ne peut pas etre converti ne part pas.
       DEFINIR-CORRESPONDANT.
           PERFORM SAISIR-DEVISE.
           IF WS-DEVISE-SAISIE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEVISE-SAISIE = "EUR"
               DISPLAY "L'euro part par la place (virement externe), "
                       "pas par un correspondant."
               EXIT PARAGRAPH
           END-IF.
           CALL "TAUX-DU-JOUR" USING WS-DEVISE-SAISIE WS-DATE-JOUR
                                     WS-TAUX-CTRL WS-CODE-TAUX.
           IF WS-CODE-TAUX = '14'
               DISPLAY "Devise " WS-DEVISE-SAISIE " inconnue des "
                       "taux de change."
               EXIT PARAGRAPH
           END-IF.

           PERFORM LIRE-CORRESPONDANT.
           IF WS-CODE-COR = '00'
               SET CORRESP-EXISTANT TO TRUE
               DISPLAY "Correspondant actuel : " W-COR-BIC " "
                       FUNCTION TRIM(W-COR-NOM)
               DISPLAY "Le remplacer ? (O/N) : " WITH NO ADVANCING
               ACCEPT WS-REPONSE
               MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE
               IF NOT REPONSE-OUI
                   DISPLAY "Correspondant conserve."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 'N' TO WS-EXISTANT
           END-IF.

           DISPLAY "BIC du correspondant : " WITH NO ADVANCING.
           ACCEPT WS-BIC-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-BIC-SAISI) TO WS-BIC-SAISI.
           IF WS-BIC-SAISI(1:6) NOT ALPHABETIC
                   OR WS-BIC-SAISI(7:2) = SPACES
                   OR (WS-BIC-SAISI(9:3) NOT = SPACES
                       AND WS-BIC-SAISI(11:1) = SPACE)
               DISPLAY "BIC invalide (8 ou 11 caracteres)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nom du correspondant : " WITH NO ADVANCING.
           ACCEPT WS-NOM-SAISI.
           DISPLAY "Compte nostro chez le correspondant : "
                   WITH NO ADVANCING.
           ACCEPT WS-NOSTRO-SAISI.
           IF WS-NOM-SAISI = SPACES OR WS-NOSTRO-SAISI = SPACES
               DISPLAY "Nom et compte nostro obligatoires."
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE W-CORRESPONDANT.
           MOVE WS-DEVISE-SAISIE TO W-COR-DEVISE.
           MOVE WS-BIC-SAISI     TO W-COR-BIC.
           MOVE WS-NOM-SAISI     TO W-COR-NOM.
           MOVE WS-NOSTRO-SAISI  TO W-COR-NOSTRO.
           SET COR-ACTIF TO TRUE.
           MOVE WS-DATE-JOUR     TO W-COR-DATE-MAJ.
           MOVE LK-OPERATEUR     TO W-COR-OPERATEUR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT WS-CODE-COR.
           IF CORRESP-EXISTANT
               MOVE "REWRITE" TO WS-OP
           ELSE
               MOVE "WRITE" TO WS-OP
           END-IF.
           CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT WS-CODE-COR.
           MOVE "CLOSE" TO WS-OP.
           CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT
                                   WS-CODE-FERMETURE.
           IF WS-CODE-COR NOT = '00'
               DISPLAY "Echec de l'enregistrement (code: "
                       WS-CODE-COR ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE "CORRESP-DEF" TO WS-OPERATION-AUDIT.
           PERFORM JOURNALISER-AUDIT.
           DISPLAY "Correspondant " W-COR-BIC " enregistre pour la "
                   "devise " W-COR-DEVISE ".".

      *>----------------------------------------------------------------
       BASCULER-STATUT.
           PERFORM SAISIR-DEVISE.
           IF WS-DEVISE-SAISIE = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-CORRESPONDANT.
           IF WS-CODE-COR NOT = '00'
               DISPLAY "Aucun correspondant pour la devise "
                       WS-DEVISE-SAISIE "."
               EXIT PARAGRAPH
           END-IF.

           IF COR-ACTIF
               DISPLAY "Suspendre les emissions en " W-COR-DEVISE
                       " ? (O/N) : " WITH NO ADVANCING
           ELSE
               DISPLAY "Reactiver les emissions en " W-COR-DEVISE
                       " ? (O/N) : " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE.
           IF NOT REPONSE-OUI
               DISPLAY "Statut inchange."
               EXIT PARAGRAPH
           END-IF.

           IF COR-ACTIF
               SET COR-SUSPENDU TO TRUE
               MOVE "CORRESP-SUS" TO WS-OPERATION-AUDIT
           ELSE
               SET COR-ACTIF TO TRUE
               MOVE "CORRESP-ACT" TO WS-OPERATION-AUDIT
           END-IF.
           MOVE WS-DATE-JOUR TO W-COR-DATE-MAJ.
           MOVE LK-OPERATEUR TO W-COR-OPERATEUR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT WS-CODE-COR.
           MOVE "REWRITE" TO WS-OP.
           CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT WS-CODE-COR.
           MOVE "CLOSE" TO WS-OP.
           CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT
                                   WS-CODE-FERMETURE.
           IF WS-CODE-COR NOT = '00'
               DISPLAY "Echec de la mise a jour."
               EXIT PARAGRAPH
           END-IF.
           PERFORM JOURNALISER-AUDIT.
           DISPLAY "Devise " W-COR-DEVISE " : statut " W-COR-STATUT
                   ".".

      *>----------------------------------------------------------------
       LISTER-CORRESPONDANTS.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT WS-CODE-COR.
           MOVE "START-FIRST" TO WS-OP.
           CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT WS-CODE-COR.
           IF WS-CODE-COR NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "DEV BIC         S NOM / COMPTE NOSTRO".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT
                                       WS-CODE-COR
               IF WS-CODE-COR NOT = '00'
                   SET FIN-PARCOURS TO TRUE
               ELSE
                   DISPLAY W-COR-DEVISE " " W-COR-BIC " "
                           W-COR-STATUT " " FUNCTION TRIM(W-COR-NOM)
                   DISPLAY "                  "
                           FUNCTION TRIM(W-COR-NOSTRO)
                   ADD 1 TO WS-NB
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT
                                   WS-CODE-FERMETURE.
           DISPLAY "Correspondants : " WS-NB.

      *>----------------------------------------------------------------
       SAISIR-DEVISE.
           DISPLAY "Devise (ISO, ex. USD) : " WITH NO ADVANCING.
           ACCEPT WS-DEVISE-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-DEVISE-SAISIE)
               TO WS-DEVISE-SAISIE.
           IF WS-DEVISE-SAISIE = SPACES
               DISPLAY "Devise obligatoire."
           END-IF.

       LIRE-CORRESPONDANT.
           MOVE WS-DEVISE-SAISIE TO W-COR-DEVISE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT WS-CODE-COR.
           MOVE "READ" TO WS-OP.
           CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT WS-CODE-COR.
           MOVE "CLOSE" TO WS-OP.
           CALL "CORRESP-IO" USING WS-OP W-CORRESPONDANT
                                   WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
       JOURNALISER-AUDIT.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR        TO W-AUD-ID.
           MOVE 0                  TO W-AUD-CPT.
           MOVE WS-OPERATION-AUDIT TO W-AUD-OPERATION.
           MOVE '00'               TO W-AUD-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR       TO W-AUD-OPERATEUR.
           STRING "CORRESPONDANT " DELIMITED SIZE
                  W-COR-DEVISE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-COR-BIC DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

       END PROGRAM CORRESPONDANTS.
