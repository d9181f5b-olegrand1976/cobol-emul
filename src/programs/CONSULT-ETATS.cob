      *>****************************************************************
      *> Programme : CONSULT-ETATS
      *> Role      : Consultation et reimpression des etats edites
      *>             inscrits au repertoire des etats
      *>             (REPERTOIRE-ETATS.dat, module REPERTOIRE-CTRL).
      *>             Filtres : nom de l'etat (vide = tous), periode
      *>             (date de la nuit pour un etat de la chaine, date
      *>             d'edition sinon) et agence.
      *>             Visibilite par habilitation :
      *>             - un operateur habilite ETATS-SIEGE (AUTORISER,
      *>               superviseurs par defaut) voit les etats de
      *>               toutes les agences et ceux du siege ;
      *>             - les autres ne voient que les etats de leur
      *>               agence (PARAM-CODE-AGENCE) ;
      *>             - un etat rattache a une fonction (ETAT-PARAM.cpy,
      *>               ex. ALERTES-LBC pour les etats LBC) exige en
      *>               plus l'habilitation sur cette fonction.
      *>             La reimpression restitue la copie conservee (ou
      *>             l'original si la copie n'a pu etre faite) et est
      *>             tracee dans AUDIT.dat (REIMPR-ETAT, code '00'
      *>             accordee ou '40' refusee).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULT-ETATS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ETAT ASSIGN TO WS-NOM-LECTURE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT.

       DATA DIVISION.
       FILE SECTION.
       FD F-ETAT.
       01 F-ETAT-LIGNE           PIC X(300).

       WORKING-STORAGE SECTION.
       COPY REPERTOIRE-ETAT.
       COPY ETAT-PARAM.
       COPY OPERATEUR.
       COPY AUDIT.
       COPY PARAMETRES.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FS-ETAT             PIC X(2) VALUE '00'.
       01 WS-NOM-LECTURE         PIC X(80).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-ETAT            PIC X(1) VALUE 'N'.
          88 FIN-ETAT            VALUE 'O'.

      *> Visibilite de l'operateur : etats du siege et de toutes les
      *> agences (ETATS-SIEGE), puis droit sur la fonction de chaque
      *> etat connu, resolu une fois pour toute la consultation.
       01 WS-FONCTION-SIEGE      PIC X(12) VALUE "ETATS-SIEGE".
       01 WS-CODE-AUTORISE       PIC X(2).
       01 WS-SIEGE               PIC X(1) VALUE 'N'.
          88 VOIT-SIEGE          VALUE 'O'.
       01 WS-TAB-PERMIS.
          05 WS-PERMIS           PIC X(1) OCCURS 28 TIMES.
       01 WS-VISIBLE             PIC X(1) VALUE 'N'.
          88 ETAT-VISIBLE        VALUE 'O'.
       01 WS-IDX                 PIC 9(2) COMP.

       01 WS-FILTRE-ETAT         PIC X(20) VALUE SPACES.
       01 WS-FILTRE-AGENCE       PIC X(4) VALUE SPACES.
       01 WS-DATE-DEBUT          PIC 9(8) VALUE 0.
       01 WS-DATE-FIN            PIC 9(8) VALUE 99999999.
       01 WS-DATE-REF            PIC 9(8).

       01 WS-ID-SAISI            PIC 9(10) VALUE 0.
       01 WS-NB                  PIC 9(5) VALUE 0.
       01 WS-NB-LIGNES           PIC 9(7) VALUE 0.
       01 WS-COMPTEUR-AUD        PIC 9(10) VALUE 0.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- CONSULT-ETATS : etats edites ---".

       MOVE LK-OPERATEUR TO W-OPE-ID.
       MOVE "READ" TO WS-OP.
       CALL "OPERATEUR-IO" USING WS-OP W-OPERATEUR W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Operateur introuvable."
           EXIT PROGRAM
       END-IF.
       PERFORM RESOUDRE-VISIBILITE.

       DISPLAY "Etat (vide = tous) : " WITH NO ADVANCING.
       ACCEPT WS-FILTRE-ETAT.
       MOVE FUNCTION UPPER-CASE(WS-FILTRE-ETAT) TO WS-FILTRE-ETAT.
       DISPLAY "Date debut (AAAAMMJJ) : " WITH NO ADVANCING.
       ACCEPT WS-DATE-DEBUT.
       DISPLAY "Date fin   (AAAAMMJJ, 0 = aujourd'hui) : "
               WITH NO ADVANCING.
       ACCEPT WS-DATE-FIN.
       IF WS-DATE-FIN = 0
           MOVE 99999999 TO WS-DATE-FIN
       END-IF.
       IF VOIT-SIEGE
           DISPLAY "Agence (vide = toutes, SIEG = siege) : "
                   WITH NO ADVANCING
           ACCEPT WS-FILTRE-AGENCE
           MOVE FUNCTION UPPER-CASE(WS-FILTRE-AGENCE)
               TO WS-FILTRE-AGENCE
       ELSE
           MOVE PARAM-CODE-AGENCE TO WS-FILTRE-AGENCE
           DISPLAY "Etats de l'agence " PARAM-CODE-AGENCE
                   " uniquement."
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Repertoire des etats indisponible."
           EXIT PROGRAM
       END-IF.

       PERFORM LISTER-ETATS.

       MOVE 'N' TO WS-FIN.
       IF WS-NB = 0
           SET FIN-PARCOURS TO TRUE
       END-IF.
       PERFORM UNTIL FIN-PARCOURS
           DISPLAY "Identifiant a reimprimer (0 = fin) : "
                   WITH NO ADVANCING
           ACCEPT WS-ID-SAISI
           IF WS-ID-SAISI = 0
               SET FIN-PARCOURS TO TRUE
           ELSE
               PERFORM REIMPRIMER-ETAT
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT W-CODE-RETOUR.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> ETATS-SIEGE ouvre toutes les agences ; chaque etat connu
      *> rattache a une fonction n'est visible que si l'operateur est
      *> habilite sur cette fonction.
       RESOUDRE-VISIBILITE.
           CALL "AUTORISER" USING W-OPE-ID W-OPE-ROLE WS-FONCTION-SIEGE
                                  WS-CODE-AUTORISE.
           IF WS-CODE-AUTORISE = '00'
               SET VOIT-SIEGE TO TRUE
           END-IF.

           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > ETA-NB-ETATS
               MOVE 'O' TO WS-PERMIS(WS-IDX)
               IF ETA-ETAT-FONCTION(WS-IDX) NOT = SPACES
                   CALL "AUTORISER" USING W-OPE-ID W-OPE-ROLE
                                          ETA-ETAT-FONCTION(WS-IDX)
                                          WS-CODE-AUTORISE
                   IF WS-CODE-AUTORISE NOT = '00'
                       MOVE 'N' TO WS-PERMIS(WS-IDX)
                   END-IF
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Parcours du repertoire : par la cle alternative quand un etat
      *> est demande, integral sinon.
       LISTER-ETATS.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           IF WS-FILTRE-ETAT = SPACES
               MOVE "START-FIRST" TO WS-OP
           ELSE
               MOVE WS-FILTRE-ETAT TO W-RPE-ETAT
               MOVE "START-ETAT" TO WS-OP
           END-IF.
           CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT
                                   W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.

           DISPLAY "------------------------------------------------"
                   "----------------------".
           DISPLAY "IDENT.     ETAT                 NUIT/EDIT "
                   "ETAPE        AGEN LIGNES  S".
           DISPLAY "------------------------------------------------"
                   "----------------------".

           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT
                                       W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN WS-FILTRE-ETAT NOT = SPACES
                           AND W-RPE-ETAT NOT = WS-FILTRE-ETAT
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       PERFORM FILTRER-ETAT
               END-EVALUATE
           END-PERFORM.

           DISPLAY "------------------------------------------------"
                   "----------------------".
           DISPLAY "Etats listes : " WS-NB
                   "   (S : C conserve, N original seul, E epure)".

      *>----------------------------------------------------------------
       FILTRER-ETAT.
           PERFORM CONTROLER-VISIBILITE.
           IF NOT ETAT-VISIBLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIXER-DATE-REF.
           IF WS-DATE-REF < WS-DATE-DEBUT
                   OR WS-DATE-REF > WS-DATE-FIN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-FILTRE-AGENCE = SPACES
                   CONTINUE
               WHEN WS-FILTRE-AGENCE = "SIEG"
                   IF W-RPE-AGENCE NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
               WHEN W-RPE-AGENCE NOT = WS-FILTRE-AGENCE
                   EXIT PARAGRAPH
           END-EVALUATE.

           DISPLAY W-RPE-ID " " W-RPE-ETAT " " WS-DATE-REF "  "
                   W-RPE-ETAPE " " W-RPE-AGENCE " "
                   W-RPE-NB-LIGNES " " W-RPE-STATUT.
           ADD 1 TO WS-NB.

      *>----------------------------------------------------------------
      *> Date de reference d'un etat : la nuit de la chaine qui l'a
      *> edite, sa date d'edition s'il a ete demande hors chaine.
       FIXER-DATE-REF.
           IF W-RPE-DATE-CHAINE = 0
               MOVE W-RPE-DATE-EXEC TO WS-DATE-REF
           ELSE
               MOVE W-RPE-DATE-CHAINE TO WS-DATE-REF
           END-IF.

      *>----------------------------------------------------------------
      *> Un etat du siege (agence a espaces) ou d'une autre agence
      *> n'est visible qu'avec ETATS-SIEGE ; un etat rattache a une
      *> fonction exige en plus le droit sur cette fonction.
       CONTROLER-VISIBILITE.
           MOVE 'N' TO WS-VISIBLE.
           IF NOT VOIT-SIEGE
                   AND W-RPE-AGENCE NOT = PARAM-CODE-AGENCE
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > ETA-NB-ETATS
               IF ETA-ETAT-NOM(WS-IDX) = W-RPE-ETAT
                   IF WS-PERMIS(WS-IDX) = 'N'
                       EXIT PARAGRAPH
                   END-IF
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.
           SET ETAT-VISIBLE TO TRUE.

      *>----------------------------------------------------------------
      *> Reimpression d'un etat liste : la visibilite est recontrolee
      *> sur l'identifiant saisi, toute demande est tracee.
       REIMPRIMER-ETAT.
           MOVE WS-ID-SAISI TO W-RPE-ID.
           MOVE "READ" TO WS-OP.
           CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT
                                   W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Etat " WS-ID-SAISI " inconnu au repertoire."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-VISIBILITE.
           IF NOT ETAT-VISIBLE
               DISPLAY "Etat non consultable pour cet operateur."
               MOVE '40' TO W-AUD-CODE
               PERFORM JOURNALISER-REIMPRESSION
               EXIT PARAGRAPH
           END-IF.

           IF RPE-EPURE
               DISPLAY "Etat epure : copie detruite au terme de sa "
                       "conservation (" W-RPE-CONSERVATION
                       " jours, echue le " W-RPE-DATE-EXPIR ")."
               EXIT PARAGRAPH
           END-IF.

           IF RPE-CONSERVE
               MOVE W-RPE-COPIE TO WS-NOM-LECTURE
           ELSE
               MOVE W-RPE-FICHIER TO WS-NOM-LECTURE
           END-IF.
           OPEN INPUT F-ETAT.
           IF WS-FS-ETAT NOT = '00'
               DISPLAY "Fichier d'etat introuvable : "
                       FUNCTION TRIM(WS-NOM-LECTURE)
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "======== " FUNCTION TRIM(W-RPE-ETAT)
                   " du " W-RPE-DATE-EXEC " " W-RPE-HEURE-EXEC
                   " (compta " W-RPE-DATE-COMPTA ") ========".
           MOVE 0 TO WS-NB-LIGNES.
           MOVE 'N' TO WS-FIN-ETAT.
           PERFORM UNTIL FIN-ETAT
               READ F-ETAT
                   AT END
                       SET FIN-ETAT TO TRUE
                   NOT AT END
                       DISPLAY FUNCTION TRIM(F-ETAT-LIGNE TRAILING)
                       ADD 1 TO WS-NB-LIGNES
               END-READ
           END-PERFORM.
           CLOSE F-ETAT.
           DISPLAY "======== fin de l'etat : " WS-NB-LIGNES
                   " ligne(s) ========".

           MOVE '00' TO W-AUD-CODE.
           PERFORM JOURNALISER-REIMPRESSION.

      *>----------------------------------------------------------------
      *> Trace de la demande de reimpression (accordee '00' ou refusee
      *> '40', W-AUD-CODE) : identifiant et nom de l'etat, operateur.
       JOURNALISER-REIMPRESSION.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-AUD W-CODE-RETOUR.

           MOVE WS-COMPTEUR-AUD TO W-AUD-ID.
           MOVE 0               TO W-AUD-CPT.
           MOVE "REIMPR-ETAT"   TO W-AUD-OPERATION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-OPERATEUR    TO W-AUD-OPERATEUR.
           MOVE SPACES TO W-AUD-MOTIF.
           STRING "ETAT " DELIMITED SIZE
                  W-RPE-ID DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-RPE-ETAT DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT W-CODE-RETOUR.

       END PROGRAM CONSULT-ETATS.
