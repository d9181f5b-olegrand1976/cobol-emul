      *>****************************************************************
      *> Module : CLIENT-OCCASIONNEL
      *> Role   : Guichet des clients occasionnels - personnes sans
      *>          relation de compte qui remettent des especes (depot
      *>          sur le compte d'un client, cheque de banque paye en
      *>          especes). Partage entre DEPOT et CHEQUES-BANQUE :
      *>          - "IDENTIFIER" : releve la piece d'identite (type et
      *>            numero) ; une personne deja connue du registre
      *>            CLIENTS-OCCASIONNELS.dat est reprise, une nouvelle
      *>            est saisie (nom, naissance, nationalite, adresse,
      *>            fin de validite de la piece). Une piece perimee est
      *>            refusee ('10'). Le nom est filtre contre la liste
      *>            de sanctions a chaque passage : un rapprochement
      *>            refuse l'operation ('42') et part en revue
      *>            conformite. Rend W-OOC-PIECE et W-OOC-NOM ;
      *>          - "ENREGISTRER" : apres le mouvement, inscrit
      *>            l'operation (OPERATIONS-OCCASIONNELS.dat) et met a
      *>            jour la personne ; le cumul d'especes de la
      *>            personne sur AML-OCC-PERIODE-JOURS jours glissants,
      *>            tous comptes beneficiaires confondus, genere une
      *>            declaration de cumul au franchissement de
      *>            AML-SEUIL-MENSUEL (un cheque de banque paye en
      *>            especes au-dela du seuil unitaire est declare comme
      *>            tel, DEPOT declarant deja les depots). A partir de
      *>            AML-OCC-NB-RELATION passages sur la periode,
      *>            l'entree en relation (CREER-CLIENT) est proposee,
      *>            une fois par periode.
      *> Appel  : CALL "CLIENT-OCCASIONNEL" USING LK-OP, LK-OPERATEUR,
      *>                                          W-OPE-OCCAS,
      *>                                          LK-CODE-RETOUR.
      *>   LK-CODE-RETOUR : '00' OK, '10' identite incomplete ou piece
      *>                    perimee, '42' rapprochement sanctions,
      *>                    '29' registre indisponible, '99' operation
      *>                    inconnue.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-OCCASIONNEL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CLIENT-OCCAS.
       COPY DECLARATION.
       COPY AML-PARAM.
       COPY OPS.

       01 WS-OPE-ENTREE         PIC X(116).
       01 WS-PIECE              PIC X(20).
       01 WS-TYPE-PIECE         PIC X(1).
       01 WS-CONNU              PIC X(1) VALUE 'N'.
          88 PERSONNE-CONNUE    VALUE 'O'.
       01 WS-CODE-OCC           PIC X(2).
       01 WS-CODE-FERME         PIC X(2).
       01 WS-DATE-JOUR          PIC 9(8).
       01 WS-DATE-DEBUT         PIC 9(8).
       01 WS-COMPTEUR           PIC 9(10) VALUE 0.

      *> Filtrage sanctions de la personne (module SANCTIONS-CTRL).
       01 WS-NOM-LISTE          PIC X(40).
       01 WS-CODE-SANCTION      PIC X(2).
       01 WS-CPT-SANCTION       PIC 9(8).
       01 WS-ORIGINE-SANCTION   PIC X(12).

      *> Cumul glissant des especes de la personne.
       01 WS-CUMUL-OCCAS        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-NB-PASSAGES        PIC 9(5) VALUE 0.
       01 WS-FIN-OCC            PIC X(1) VALUE 'N'.
          88 FIN-SCAN-OCC       VALUE 'O'.
       01 WS-CUMUL-AFF          PIC -Z(10)9.99.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       01 LK-OPERATEUR          PIC X(8).
       COPY OPE-OCCAS.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, LK-OPERATEUR, W-OPE-OCCAS,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       COMPUTE WS-DATE-DEBUT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - AML-OCC-PERIODE-JOURS + 1).

       EVALUATE LK-OP
           WHEN "IDENTIFIER"
               PERFORM IDENTIFIER-PERSONNE
           WHEN "ENREGISTRER"
               PERFORM ENREGISTRER-OPERATION
           WHEN OTHER
               MOVE '99' TO LK-CODE-RETOUR
       END-EVALUATE.

       GOBACK.

      *>----------------------------------------------------------------
       IDENTIFIER-PERSONNE.
           MOVE SPACES TO W-OOC-PIECE W-OOC-NOM.
           DISPLAY "Piece d'identite (C carte d'identite, P passeport,"
                   " T titre de sejour) : " WITH NO ADVANCING.
           ACCEPT WS-TYPE-PIECE.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-PIECE) TO WS-TYPE-PIECE.
           DISPLAY "Numero de la piece : " WITH NO ADVANCING.
           ACCEPT WS-PIECE.
           MOVE FUNCTION UPPER-CASE(WS-PIECE) TO WS-PIECE.
           IF WS-PIECE = SPACES
               DISPLAY "Refuse : piece d'identite obligatoire."
               MOVE '10' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-CONNU.
           INITIALIZE W-CLIENT-OCCAS.
           MOVE WS-PIECE TO W-OCC-PIECE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCC.
           MOVE "READ" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCC.
           MOVE "CLOSE" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-FERME.
           IF WS-CODE-OCC = '00'
               SET PERSONNE-CONNUE TO TRUE
               DISPLAY "Client occasionnel connu : "
                       FUNCTION TRIM(W-OCC-NOM) " (ne le "
                       W-OCC-DATE-NAISS ", " W-OCC-NB-OPERATIONS
                       " operation(s))."
               IF W-OCC-CLIENT NOT = 0
                   DISPLAY "Entre en relation : client "
                           W-OCC-CLIENT "."
               END-IF
           ELSE
               INITIALIZE W-CLIENT-OCCAS
               MOVE WS-PIECE TO W-OCC-PIECE
               PERFORM SAISIR-IDENTITE
               IF LK-CODE-RETOUR NOT = '00'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *>   Une piece connue peut avoir ete renouvelee : la nouvelle
      *>   date de validite remplace l'ancienne.
           IF WS-TYPE-PIECE NOT = SPACE
               MOVE WS-TYPE-PIECE TO W-OCC-TYPE-PIECE
           END-IF.
           IF PERSONNE-CONNUE AND W-OCC-DATE-EXPIR-PIECE < WS-DATE-JOUR
               DISPLAY "Piece enregistree perimee le "
                       W-OCC-DATE-EXPIR-PIECE
                       " ; nouvelle fin de validite (AAAAMMJJ) : "
                       WITH NO ADVANCING
               ACCEPT W-OCC-DATE-EXPIR-PIECE
           END-IF.
           IF NOT OCC-TYPE-VALIDE
               DISPLAY "Refuse : type de piece inconnu."
               MOVE '10' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           IF W-OCC-DATE-EXPIR-PIECE < WS-DATE-JOUR
               DISPLAY "Refuse : piece d'identite perimee."
               MOVE '10' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

      *>   Filtrage sanctions a chaque passage : sans relation de
      *>   compte, l'operation n'est pas passee et le rapprochement
      *>   part en revue conformite.
           CALL "SANCTIONS-CTRL" USING W-OCC-NOM WS-NOM-LISTE
                                       WS-CODE-SANCTION.
           IF WS-CODE-SANCTION = '42'
               DISPLAY "Refuse : rapprochement avec la liste de "
                       "sanctions (" FUNCTION TRIM(WS-NOM-LISTE)
                       ") - revue conformite deposee."
               MOVE 0 TO WS-CPT-SANCTION
               MOVE "OCCASIONNEL" TO WS-ORIGINE-SANCTION
               CALL "SANCTIONS-REVUE" USING WS-CPT-SANCTION W-OCC-NOM
                                            WS-NOM-LISTE
                                            WS-ORIGINE-SANCTION
                                            WS-CODE-SANCTION
               MOVE '42' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

      *>   L'identite relevee (ou la piece renouvelee) est tenue au
      *>   registre des ce passage.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCC.
           IF PERSONNE-CONNUE
               MOVE "REWRITE" TO WS-OP
           ELSE
               MOVE WS-DATE-JOUR TO W-OCC-DATE-PREMIERE
               MOVE "WRITE" TO WS-OP
           END-IF.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCC.
           MOVE "CLOSE" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-FERME.
           IF WS-CODE-OCC NOT = '00'
               DISPLAY "Refuse : registre des clients occasionnels "
                       "indisponible (code: " WS-CODE-OCC ")."
               MOVE '29' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.

           MOVE W-OCC-PIECE TO W-OOC-PIECE.
           MOVE W-OCC-NOM   TO W-OOC-NOM.

      *>----------------------------------------------------------------
      *> Identite d'une personne vue pour la premiere fois, relevee
      *> sur la piece presentee.
       SAISIR-IDENTITE.
           DISPLAY "Nouveau client occasionnel.".
           DISPLAY "Nom et prenom           : " WITH NO ADVANCING.
           ACCEPT W-OCC-NOM.
           DISPLAY "Date de naissance (AAAAMMJJ) : " WITH NO ADVANCING.
           ACCEPT W-OCC-DATE-NAISS.
           DISPLAY "Nationalite (pays ISO)  : " WITH NO ADVANCING.
           ACCEPT W-OCC-NATIONALITE.
           MOVE FUNCTION UPPER-CASE(W-OCC-NATIONALITE)
               TO W-OCC-NATIONALITE.
           DISPLAY "Adresse                 : " WITH NO ADVANCING.
           ACCEPT W-OCC-ADRESSE.
           DISPLAY "Fin de validite de la piece (AAAAMMJJ) : "
                   WITH NO ADVANCING.
           ACCEPT W-OCC-DATE-EXPIR-PIECE.
           IF W-OCC-NOM = SPACES OR W-OCC-DATE-NAISS = 0
                   OR W-OCC-ADRESSE = SPACES
               DISPLAY "Refuse : identite incomplete."
               MOVE '10' TO LK-CODE-RETOUR
           END-IF.

      *>----------------------------------------------------------------
      *> Apres le mouvement : operation inscrite, personne mise a
      *> jour (identifiee au prealable par IDENTIFIER), puis cumul
      *> glissant et proposition d'entree en relation.
       ENREGISTRER-OPERATION.
           MOVE W-OPE-OCCAS TO WS-OPE-ENTREE.
           MOVE W-OOC-PIECE TO W-OCC-PIECE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCC.
           MOVE "READ" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCC.
           IF WS-CODE-OCC = '00'
               MOVE WS-DATE-JOUR TO W-OCC-DATE-DERNIERE
               ADD 1 TO W-OCC-NB-OPERATIONS
               MOVE "REWRITE" TO WS-OP
               CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCC
           END-IF.
           IF WS-CODE-OCC NOT = '00'
               DISPLAY "ATTENTION : client occasionnel NON mis a jour "
                       "(code: " WS-CODE-OCC ")."
               MOVE '29' TO LK-CODE-RETOUR
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-FERME.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-OCC.
           MOVE WS-COMPTEUR  TO W-OOC-ID.
           MOVE WS-DATE-JOUR TO W-OOC-DATE.
           MOVE LK-OPERATEUR TO W-OOC-OPERATEUR.
           MOVE W-OCC-NOM    TO W-OOC-NOM.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OPEOCC-IO" USING WS-OP W-OPE-OCCAS WS-CODE-OCC.
           MOVE "WRITE" TO WS-OP.
           CALL "OPEOCC-IO" USING WS-OP W-OPE-OCCAS WS-CODE-OCC.
           IF WS-CODE-OCC NOT = '00'
               DISPLAY "ATTENTION : operation du client occasionnel "
                       "NON inscrite (code: " WS-CODE-OCC ")."
               MOVE '29' TO LK-CODE-RETOUR
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "OPEOCC-IO" USING WS-OP W-OPE-OCCAS WS-CODE-FERME.

           PERFORM CUMULER-ESPECES-OCCAS.
           MOVE WS-OPE-ENTREE TO W-OPE-OCCAS.
           PERFORM CONTROLER-DECLARATION-OCCAS.
           PERFORM PROPOSER-ENTREE-RELATION.

      *>----------------------------------------------------------------
      *> Especes remises par la personne sur la periode glissante,
      *> operation du jour comprise, quel que soit le compte credite.
       CUMULER-ESPECES-OCCAS.
           MOVE 0 TO WS-CUMUL-OCCAS.
           MOVE 0 TO WS-NB-PASSAGES.
           MOVE 'N' TO WS-FIN-OCC.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OPEOCC-IO" USING WS-OP W-OPE-OCCAS WS-CODE-OCC.
           MOVE W-OCC-PIECE TO W-OOC-PIECE.
           MOVE "START-PIECE" TO WS-OP.
           CALL "OPEOCC-IO" USING WS-OP W-OPE-OCCAS WS-CODE-OCC.
           IF WS-CODE-OCC NOT = '00'
               SET FIN-SCAN-OCC TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN-OCC
               MOVE "READ-NEXT" TO WS-OP
               CALL "OPEOCC-IO" USING WS-OP W-OPE-OCCAS WS-CODE-OCC
               EVALUATE TRUE
                   WHEN WS-CODE-OCC NOT = '00'
                       SET FIN-SCAN-OCC TO TRUE
                   WHEN W-OOC-PIECE NOT = W-OCC-PIECE
                       SET FIN-SCAN-OCC TO TRUE
                   WHEN W-OOC-DATE >= WS-DATE-DEBUT
                       ADD W-OOC-MONTANT TO WS-CUMUL-OCCAS
                       ADD 1 TO WS-NB-PASSAGES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "OPEOCC-IO" USING WS-OP W-OPE-OCCAS WS-CODE-FERME.
           MOVE WS-CUMUL-OCCAS TO WS-CUMUL-AFF.
           DISPLAY "Especes remises sur " AML-OCC-PERIODE-JOURS
                   " jours : " WS-CUMUL-AFF " (" WS-NB-PASSAGES
                   " operation(s)).".

      *>----------------------------------------------------------------
      *> Declarations au registre de conformite, rattachees au compte
      *> credite (sequestre pour un cheque de banque) ; le motif porte
      *> la piece de la personne.
       CONTROLER-DECLARATION-OCCAS.
           IF OOC-CHQ-BANQUE AND W-OOC-MONTANT > AML-SEUIL-UNITAIRE
               SET DEC-UNITAIRE TO TRUE
               MOVE SPACES TO W-DEC-MOTIF
               STRING "ESPECES OCCASIONNEL " DELIMITED SIZE
                      W-OOC-PIECE DELIMITED SIZE
                   INTO W-DEC-MOTIF
               DISPLAY "Operation especes au-dela du seuil de "
                       "declaration reglementaire."
               PERFORM ENREGISTRER-DECLARATION
           END-IF.
           IF WS-CUMUL-OCCAS > AML-SEUIL-MENSUEL
                   AND WS-CUMUL-OCCAS - W-OOC-MONTANT
                       <= AML-SEUIL-MENSUEL
               SET DEC-CUMUL TO TRUE
               MOVE SPACES TO W-DEC-MOTIF
               STRING "CUMUL OCCASIONNEL " DELIMITED SIZE
                      W-OOC-PIECE DELIMITED SIZE
                   INTO W-DEC-MOTIF
               DISPLAY "Cumul d'especes du client occasionnel "
                       "franchi : declaration generee."
               PERFORM ENREGISTRER-DECLARATION
           END-IF.

       ENREGISTRER-DECLARATION.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-OCC.
           MOVE WS-COMPTEUR   TO W-DEC-ID.
           MOVE W-OOC-CPT     TO W-DEC-CPT.
           MOVE W-OOC-MONTANT TO W-DEC-MONTANT.
           MOVE WS-DATE-JOUR  TO W-DEC-DATE.
           MOVE LK-OPERATEUR  TO W-DEC-OPERATEUR.
           SET DEC-EN-ATTENTE TO TRUE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "DECL-IO" USING WS-OP W-DECLARATION WS-CODE-OCC.
           MOVE "WRITE" TO WS-OP.
           CALL "DECL-IO" USING WS-OP W-DECLARATION WS-CODE-OCC.
           IF WS-CODE-OCC = '00'
               DISPLAY "Declaration " W-DEC-ID " enregistree au "
                       "registre de conformite."
           ELSE
               DISPLAY "ATTENTION : declaration NON enregistree "
                       "(code: " WS-CODE-OCC ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "DECL-IO" USING WS-OP W-DECLARATION WS-CODE-FERME.

      *>----------------------------------------------------------------
      *> Passages repetes : l'entree en relation est proposee au
      *> guichet, au plus une fois par periode ; CREER-CLIENT reprend
      *> l'identite sur le numero de piece.
       PROPOSER-ENTREE-RELATION.
           IF W-OCC-CLIENT NOT = 0
                   OR WS-NB-PASSAGES < AML-OCC-NB-RELATION
                   OR W-OCC-DATE-PROPOSITION >= WS-DATE-DEBUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Client occasionnel regulier (" WS-NB-PASSAGES
                   " operations en " AML-OCC-PERIODE-JOURS
                   " jours) : proposer l'entree en relation.".
           DISPLAY "Ouverture par le referentiel clients "
                   "(CREER-CLIENT), piece "
                   FUNCTION TRIM(W-OCC-PIECE) " reprise.".
           MOVE WS-DATE-JOUR TO W-OCC-DATE-PROPOSITION.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCC.
           MOVE "REWRITE" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-OCC.
           MOVE "CLOSE" TO WS-OP.
           CALL "OCCAS-IO" USING WS-OP W-CLIENT-OCCAS WS-CODE-FERME.

       END PROGRAM CLIENT-OCCASIONNEL.
