      *>****************************************************************
      *> Programme : HISTO
      *> Role      : Afficher l'historique des transactions, optionnellement
      *>             filtre sur un numero de compte et/ou une periode.
      *>             La consultation filtree sur un compte du personnel
      *>             est tracee dans AUDIT.dat ; filtree sur un compte
      *>             sensible hors de son agence, elle exige une
      *>             justification et leve une alerte conformite
      *>             (module CONSULTATION-CTRL).
      *>             La carte d'un mouvement est affichee masquee.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTO.

       WORKING-STORAGE SECTION.
       COPY TRANSACT.
       COPY COMPTE.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-SOLDE-AFF          PIC -Z(10)9.99.
       01 WS-DATE-VALEUR-AFF    PIC 9(8).

      *> Carte du mouvement (retrait DAB, reglement carte), toujours
      *> restituee masquee : un mouvement anterieur au masquage qui
      *> porterait encore le numero complet est masque a l'affichage
      *> (module PAN-CTRL).
       01 WS-OP-PAN             PIC X(12).
       01 WS-PAN-LU             PIC 9(16).
       01 WS-CARTE-MASQUE       PIC X(16).
       01 WS-CODE-PAN           PIC X(2).

       01 WS-ECRAN              PIC X(12) VALUE "HISTO".
       01 WS-CODE-CONSULT       PIC X(2).
       01 WS-CODE-CPT           PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Historique des transactions ---".
       IF AVEC-FILTRE
           DISPLAY "Numero de compte : " WITH NO ADVANCING
           ACCEPT WS-FILTRE-NUM
           MOVE WS-FILTRE-NUM TO W-CPT-NUMERO
           MOVE "READ" TO WS-OP
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT
           IF WS-CODE-CPT = '00'
               CALL "CONSULTATION-CTRL" USING LK-OPERATEUR
                                              W-CPT-NUMERO
                                              W-CPT-CLIENT WS-ECRAN
                                              WS-CODE-CONSULT
               IF WS-CODE-CONSULT NOT = '00'
                   EXIT PROGRAM
               END-IF
           END-IF
       END-IF.

       DISPLAY "Filtrer sur une periode ? (O/N) : " WITH NO ADVANCING.
                                   WS-MNT-AFF "  "
                                   W-TRN-LIBELLE " " W-TRN-LITIGE
                       END-IF
                       PERFORM AFFICHER-CARTE-MOUVEMENT
                       ADD 1 TO WS-NB
                       IF NOT AVEC-FILTRE
                           ADD 1 TO WS-CKPT-COMPTEUR

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Ligne de la carte sous le mouvement qui en porte une.
       AFFICHER-CARTE-MOUVEMENT.
           IF W-TRN-CARTE = SPACES OR W-TRN-CARTE = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF W-TRN-CARTE NUMERIC
               MOVE W-TRN-CARTE TO WS-PAN-LU
               MOVE "MASQUER" TO WS-OP-PAN
               CALL "PAN-CTRL" USING WS-OP-PAN WS-PAN-LU
                                     WS-CARTE-MASQUE WS-CODE-PAN
           ELSE
               MOVE W-TRN-CARTE TO WS-CARTE-MASQUE
           END-IF.
           DISPLAY "          carte " WS-CARTE-MASQUE.

      *>----------------------------------------------------------------
      *> Date de valeur affichee : celle du mouvement, ou la date de
      *> comptabilisation pour les mouvements anterieurs au champ
       CUMULER-SOLDE.
           EVALUATE TRUE
               WHEN TRN-DEPOT OR TRN-INTERET OR TRN-VIR-ENTRANT
                       OR TRN-REMISE-CHEQUE OR TRN-GESTE
                   ADD W-TRN-MONTANT TO WS-SOLDE-COURANT
               WHEN TRN-RETRAIT OR TRN-FRAIS OR TRN-VIREMENT
                       OR TRN-VIR-SORTANT OR TRN-PRELEVEMENT
