      *>****************************************************************
      *> Programme : CLIENTS-OCCASIONNELS
      *> Role      : Registre des clients occasionnels - personnes sans
      *>             relation de compte identifiees au guichet sur
      *>             leur piece (CLIENTS-OCCASIONNELS.dat, alimente
      *>             par DEPOT et CHEQUES-BANQUE via le module
      *>             CLIENT-OCCASIONNEL) :
      *>             - (V)oir une personne : identite, operations en
      *>               especes et cumul sur la periode glissante de
      *>               AML-PARAM.cpy ;
      *>             - (L)ister les personnes a qui l'entree en
      *>               relation a ete proposee et qui restent
      *>               occasionnelles (ou tout le registre), a reprendre
      *>               dans CREER-CLIENT sur le numero de piece.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTS-OCCASIONNELS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CLIENT-OCCAS.
       COPY OPE-OCCAS.
       COPY AML-PARAM.
       COPY OPS.

       01 WS-CHOIX               PIC X(1) VALUE 'V'.
          88 CHOIX-VOIR          VALUE 'V'.
          88 CHOIX-LISTER        VALUE 'L'.

       01 WS-TOUS                PIC X(1) VALUE 'N'.
          88 LISTER-TOUS         VALUE 'T'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-NB                  PIC 9(5) VALUE 0.
       01 WS-CODE-OCC            PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-DEBUT          PIC 9(8).
       01 WS-CUMUL               PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-NB-PERIODE          PIC 9(5) VALUE 0.
       01 WS-MNT-AFF             PIC -Z(10)9.99.

       LINKAGE SECTION.
       01 LK-OPERATEUR           PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Clients occasionnels ---".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       COMPUTE WS-DATE-DEBUT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - AML-OCC-PERIODE-JOURS + 1).

       DISPLAY "(V)oir une personne ou (L)ister les entrees en "
               "relation a proposer ? : " WITH NO ADVANCING.
       ACCEPT WS-CHOIX.

       EVALUATE TRUE
           WHEN CHOIX-VOIR
               PERFORM VOIR-PERSONNE
           WHEN CHOIX-LISTER
               PERFORM LISTER-REGISTRE
           WHEN OTHER
               DISPLAY "Choix invalide."
       END-EVALUATE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       VOIR-PERSONNE.
           DISPLAY "Numero de la piece : " WITH NO ADVANCING.
           ACCEPT W-OCC-PIECE.
           MOVE FUNCTION UPPER-CASE(W-OCC-PIECE) TO W-OCC-PIECE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCC.
           MOVE "READ" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCC.
           MOVE "CLOSE" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-DEVERROU.
           IF WS-CODE-OCC NOT = '00'
               DISPLAY "Piece inconnue du registre."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Nom            : " W-OCC-NOM.
           DISPLAY "Piece          : " W-OCC-TYPE-PIECE " "
                   W-OCC-PIECE " valide au " W-OCC-DATE-EXPIR-PIECE.
           DISPLAY "Ne le          : " W-OCC-DATE-NAISS
                   "  nationalite " W-OCC-NATIONALITE.
           DISPLAY "Adresse        : " W-OCC-ADRESSE.
           DISPLAY "Passages       : " W-OCC-NB-OPERATIONS " du "
                   W-OCC-DATE-PREMIERE " au " W-OCC-DATE-DERNIERE.
           IF W-OCC-CLIENT NOT = 0
               DISPLAY "Entre en relation : client " W-OCC-CLIENT
           ELSE
               IF W-OCC-DATE-PROPOSITION NOT = 0
                   DISPLAY "Entree en relation proposee le "
                           W-OCC-DATE-PROPOSITION
               END-IF
           END-IF.

           MOVE 0 TO WS-NB.
           MOVE 0 TO WS-CUMUL.
           MOVE 0 TO WS-NB-PERIODE.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OPEOCC-IO" USING WS-OP W-OPE-OCCAS WS-CODE-OCC.
           MOVE W-OCC-PIECE TO W-OOC-PIECE.
           MOVE "START-PIECE" TO WS-OP.
           CALL "OPEOCC-IO" USING WS-OP W-OPE-OCCAS WS-CODE-OCC.
           IF WS-CODE-OCC NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "OPERATION  DATE     T MONTANT        COMPTE   "
                   "MOUVEMENT  GUICHET".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "OPEOCC-IO" USING WS-OP W-OPE-OCCAS WS-CODE-OCC
               EVALUATE TRUE
                   WHEN WS-CODE-OCC NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-OOC-PIECE NOT = W-OCC-PIECE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       MOVE W-OOC-MONTANT TO WS-MNT-AFF
                       DISPLAY W-OOC-ID " " W-OOC-DATE " "
                               W-OOC-TYPE WS-MNT-AFF " " W-OOC-CPT " "
                               W-OOC-TRN " " W-OOC-OPERATEUR
                       ADD 1 TO WS-NB
                       IF W-OOC-DATE >= WS-DATE-DEBUT
                           ADD W-OOC-MONTANT TO WS-CUMUL
                           ADD 1 TO WS-NB-PERIODE
                       END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "OPEOCC-IO" USING WS-OP W-OPE-OCCAS WS-CODE-DEVERROU.
           MOVE WS-CUMUL TO WS-MNT-AFF.
           DISPLAY "Operations : " WS-NB " - sur " AML-OCC-PERIODE-JOURS
                   " jours : " WS-NB-PERIODE " pour " WS-MNT-AFF.

      *>----------------------------------------------------------------
       LISTER-REGISTRE.
           DISPLAY "(P) entrees en relation proposees ou (T)out le "
                   "registre : " WITH NO ADVANCING.
           ACCEPT WS-TOUS.
           MOVE FUNCTION UPPER-CASE(WS-TOUS) TO WS-TOUS.
           MOVE 0 TO WS-NB.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCC.
           IF WS-CODE-OCC NOT = '00'
               DISPLAY "Registre vide."
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCC.
           IF WS-CODE-OCC NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           DISPLAY "PIECE                NOM                      "
                   "PASSAGES DERNIER  PROPOSE  CLIENT".
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCC
               EVALUATE TRUE
                   WHEN WS-CODE-OCC NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN NOT LISTER-TOUS
                           AND (W-OCC-DATE-PROPOSITION = 0
                                OR W-OCC-CLIENT NOT = 0)
                       CONTINUE
                   WHEN OTHER
                       DISPLAY W-OCC-PIECE " " W-OCC-NOM(1:24) " "
                               W-OCC-NB-OPERATIONS "    "
                               W-OCC-DATE-DERNIERE " "
                               W-OCC-DATE-PROPOSITION " "
                               W-OCC-CLIENT
                       ADD 1 TO WS-NB
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-DEVERROU.
           DISPLAY "Personnes listees : " WS-NB.

       END PROGRAM CLIENTS-OCCASIONNELS.
