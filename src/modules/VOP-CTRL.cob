      *>****************************************************************
      *> Module : VOP-CTRL
      *> Role   : Verification du beneficiaire : rapproche le nom
      *>          indique par le donneur d'ordre du titulaire reel du
      *>          compte de destination, pour couper court aux
      *>          virements detournes par usurpation de beneficiaire.
      *>          Le nom est normalise (majuscules, ponctuation
      *>          retiree) et compare au titulaire puis a chacun des
      *>          cotitulaires ; la meilleure reponse l'emporte :
      *>            concordance        : memes mots dans le meme ordre
      *>            concordance proche : memes lettres a l'espacement
      *>                                 pres, memes mots dans un autre
      *>                                 ordre ou prenom abrege/omis,
      *>                                 ou faute de frappe (au plus
      *>                                 VOP-ECART-MAX lettres) ; le nom
      *>                                 exact est restitue
      *>            discordance        : aucun rapprochement
      *> Appel  : CALL "VOP-CTRL" USING LK-OP, W-VOP, LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "VERIFIER" -> demande de notre client (CREER-BENEF,
      *>                 VIREMENT, VIREMENT-INSTANT) sur W-VOP-COMPTE :
      *>                 un compte de l'etablissement est verifie sur
      *>                 COMPTES.dat, un compte tiers sur l'annuaire
      *>                 de verification de la place
      *>                 (reports/VOP-ANNUAIRE.csv : en-tete puis
      *>                 compte,nom) ; compte absent de l'annuaire ou
      *>                 annuaire indisponible -> verification
      *>                 impossible.
      *>   "REPONDRE" -> demande d'un autre etablissement sur
      *>                 W-VOP-IBAN : l'IBAN doit porter notre code
      *>                 banque et une cle juste (module IBAN) ; un
      *>                 compte inconnu ou clos est une discordance.
      *>   LK-CODE-RETOUR : '00' (le resultat est dans W-VOP-RESULTAT),
      *>                    '99' operation inconnue.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOP-CTRL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ANNUAIRE ASSIGN TO "reports/VOP-ANNUAIRE.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANNUAIRE.

       DATA DIVISION.
       FILE SECTION.
       FD F-ANNUAIRE.
       01 F-ANNUAIRE-LIGNE       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY PARAMETRES.
       COPY OPS.

      *> Nombre maximal de lettres d'ecart (faute de frappe) admis
      *> pour une concordance proche, et longueur minimale du nom
      *> pour que cet ecart soit significatif.
       01 VOP-ECART-MAX          PIC 9(2) VALUE 2.
       01 VOP-LONGUEUR-MIN       PIC 9(2) VALUE 6.

       01 WS-FS-ANNUAIRE         PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-ANNUAIRE        VALUE 'O'.
       01 WS-TROUVE              PIC X(1) VALUE 'N'.
          88 COMPTE-TROUVE       VALUE 'O'.
       01 WS-ANN-COMPTE          PIC X(8).
       01 WS-ANN-NOM             PIC X(40).
       01 WS-CODE-IO             PIC X(2).
       01 WS-CODE-IBAN           PIC X(2).
       01 WS-AGENCE-IBAN         PIC X(4).
       01 WS-IDX-COTIT           PIC 9(1) COMP.

      *> Candidat en cours de comparaison et meilleure reponse
      *> (3 concordance, 2 proche, 1 discordance).
       01 WS-NOM-CANDIDAT        PIC X(40).
       01 WS-RANG                PIC 9(1).
       01 WS-RANG-MEILLEUR       PIC 9(1).

      *> Noms normalises : mots (8 au plus), forme a un espace entre
      *> mots et forme compacte sans espace.
       01 WS-TRAVAIL             PIC X(40).
       01 WS-MOTS-SAISI.
          05 WS-MOT-S            PIC X(20) OCCURS 8 TIMES.
       01 WS-NB-MOTS-S           PIC 9(2) COMP.
       01 WS-MOTS-CAND.
          05 WS-MOT-C            PIC X(20) OCCURS 8 TIMES.
       01 WS-NB-MOTS-C           PIC 9(2) COMP.
       01 WS-NORME-S             PIC X(40).
       01 WS-NORME-C             PIC X(40).
       01 WS-COMPACT-S           PIC X(40).
       01 WS-COMPACT-C           PIC X(40).
       01 WS-LG-S                PIC 9(2) COMP.
       01 WS-LG-C                PIC 9(2) COMP.
       01 WS-PTR                 PIC 9(2) COMP.
       01 WS-I                   PIC 9(2) COMP.
       01 WS-J                   PIC 9(2) COMP.
       01 WS-NB-RETROUVES        PIC 9(2) COMP.
       01 WS-NB-PLEINS           PIC 9(2) COMP.
       01 WS-MOT-RETROUVE        PIC X(1).
          88 MOT-RETROUVE        VALUE 'O'.

      *> Distance d'edition (lettres inserees, supprimees ou
      *> remplacees) entre les formes compactes, sur deux lignes.
       01 WS-LIGNE-PREC.
          05 WS-DIST-PREC        PIC 9(2) COMP OCCURS 41 TIMES.
       01 WS-LIGNE-COUR.
          05 WS-DIST-COUR        PIC 9(2) COMP OCCURS 41 TIMES.
       01 WS-COUT                PIC 9(2) COMP.
       01 WS-MIN                 PIC 9(2) COMP.
       01 WS-ECART               PIC 9(2) COMP.

       LINKAGE SECTION.
       01 LK-OP                  PIC X(12).
       COPY VOP.
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-VOP, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE SPACES TO W-VOP-NOM-EXACT.
       SET VOP-INDISPONIBLE TO TRUE.

       MOVE W-VOP-NOM-SAISI TO WS-TRAVAIL.
       PERFORM NORMALISER-NOM.
       MOVE WS-MOTS-CAND TO WS-MOTS-SAISI.
       MOVE WS-NB-MOTS-C TO WS-NB-MOTS-S.
       MOVE WS-NORME-C   TO WS-NORME-S.
       MOVE WS-COMPACT-C TO WS-COMPACT-S.
       MOVE WS-LG-C      TO WS-LG-S.

       EVALUATE LK-OP
           WHEN "VERIFIER"
               PERFORM VERIFIER-DESTINATION
           WHEN "REPONDRE"
               PERFORM REPONDRE-DEMANDE
           WHEN OTHER
               MOVE '99' TO LK-CODE-RETOUR
       END-EVALUATE.

       GOBACK.

      *>----------------------------------------------------------------
      *> Demande de notre client : compte de la maison d'abord, puis
      *> annuaire de la place pour un compte tiers.
       VERIFIER-DESTINATION.
           MOVE W-VOP-COMPTE TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
           IF WS-CODE-IO = '00'
               PERFORM COMPARER-TITULAIRES
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-TROUVE WS-FIN.
           OPEN INPUT F-ANNUAIRE.
           IF WS-FS-ANNUAIRE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ANNUAIRE OR COMPTE-TROUVE
               READ F-ANNUAIRE
                   AT END
                       SET FIN-ANNUAIRE TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-ANN-COMPTE WS-ANN-NOM
                       UNSTRING F-ANNUAIRE-LIGNE DELIMITED BY ","
                           INTO WS-ANN-COMPTE WS-ANN-NOM
                       IF WS-ANN-COMPTE NUMERIC
                           IF WS-ANN-COMPTE = W-VOP-COMPTE
                               SET COMPTE-TROUVE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ANNUAIRE.

           IF COMPTE-TROUVE
               MOVE 1 TO WS-RANG-MEILLEUR
               MOVE WS-ANN-NOM TO WS-NOM-CANDIDAT
               PERFORM COMPARER-CANDIDAT
               PERFORM RESTITUER-RESULTAT
           END-IF.

      *>----------------------------------------------------------------
      *> Demande d'un autre etablissement sur un IBAN de la maison.
       REPONDRE-DEMANDE.
           SET VOP-DISCORDANT TO TRUE.
           IF W-VOP-IBAN(5:5) NOT = PARAM-CODE-BANQUE
               EXIT PARAGRAPH
           END-IF.
           MOVE "VALIDER" TO WS-OP.
           CALL "IBAN" USING WS-OP W-VOP-COMPTE WS-AGENCE-IBAN
                             W-VOP-IBAN WS-CODE-IBAN.
           IF WS-CODE-IBAN NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           MOVE W-VOP-COMPTE TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF CPT-CLOTURE
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPARER-TITULAIRES.

      *>----------------------------------------------------------------
      *> Titulaire puis cotitulaires du compte lu dans W-COMPTE.
       COMPARER-TITULAIRES.
           MOVE 1 TO WS-RANG-MEILLEUR.
           MOVE W-CPT-TITULAIRE TO WS-NOM-CANDIDAT.
           PERFORM COMPARER-CANDIDAT.

           MOVE 1 TO WS-IDX-COTIT.
           PERFORM UNTIL WS-IDX-COTIT > W-CPT-NB-COTITULAIRES
                      OR WS-IDX-COTIT > 3
                      OR WS-RANG-MEILLEUR = 3
               IF W-CPT-COTIT-NOM(WS-IDX-COTIT) NOT = SPACES
                   MOVE W-CPT-COTIT-NOM(WS-IDX-COTIT)
                       TO WS-NOM-CANDIDAT
                   PERFORM COMPARER-CANDIDAT
               END-IF
               ADD 1 TO WS-IDX-COTIT
           END-PERFORM.

           PERFORM RESTITUER-RESULTAT.

       RESTITUER-RESULTAT.
           EVALUATE WS-RANG-MEILLEUR
               WHEN 3
                   SET VOP-CONCORDANT TO TRUE
               WHEN 2
                   SET VOP-PROCHE TO TRUE
               WHEN OTHER
                   SET VOP-DISCORDANT TO TRUE
                   MOVE SPACES TO W-VOP-NOM-EXACT
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Rang du candidat WS-NOM-CANDIDAT ; le nom exact retenu est
      *> celui du meilleur candidat.
       COMPARER-CANDIDAT.
           MOVE WS-NOM-CANDIDAT TO WS-TRAVAIL.
           PERFORM NORMALISER-NOM.
           MOVE 1 TO WS-RANG.

           EVALUATE TRUE
               WHEN WS-NB-MOTS-S = 0 OR WS-NB-MOTS-C = 0
                   MOVE 1 TO WS-RANG
               WHEN WS-NORME-S = WS-NORME-C
                   MOVE 3 TO WS-RANG
               WHEN WS-COMPACT-S = WS-COMPACT-C
                   MOVE 2 TO WS-RANG
               WHEN OTHER
                   PERFORM RAPPROCHER-MOTS
                   IF WS-RANG < 2
                       PERFORM RAPPROCHER-LETTRES
                   END-IF
           END-EVALUATE.

           IF WS-RANG > WS-RANG-MEILLEUR
               MOVE WS-RANG TO WS-RANG-MEILLEUR
               MOVE WS-NOM-CANDIDAT TO W-VOP-NOM-EXACT
           END-IF.

      *>----------------------------------------------------------------
      *> Majuscules, ponctuation en espaces, decoupage en mots, puis
      *> formes normee (un espace entre mots) et compacte.
       NORMALISER-NOM.
           MOVE FUNCTION UPPER-CASE(WS-TRAVAIL) TO WS-TRAVAIL.
           INSPECT WS-TRAVAIL CONVERTING "-'.,/&;" TO "       ".
           MOVE FUNCTION TRIM(WS-TRAVAIL) TO WS-TRAVAIL.
           MOVE SPACES TO WS-MOTS-CAND.
           MOVE 0 TO WS-NB-MOTS-C.
           IF WS-TRAVAIL NOT = SPACES
               UNSTRING WS-TRAVAIL DELIMITED BY ALL SPACES
                   INTO WS-MOT-C(1) WS-MOT-C(2) WS-MOT-C(3)
                        WS-MOT-C(4) WS-MOT-C(5) WS-MOT-C(6)
                        WS-MOT-C(7) WS-MOT-C(8)
                   TALLYING IN WS-NB-MOTS-C
           END-IF.

           MOVE SPACES TO WS-NORME-C WS-COMPACT-C.
           MOVE 1 TO WS-PTR.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-NB-MOTS-C
               IF WS-I > 1
                   STRING " " DELIMITED SIZE
                       INTO WS-NORME-C WITH POINTER WS-PTR
               END-IF
               STRING WS-MOT-C(WS-I) DELIMITED SPACE
                   INTO WS-NORME-C WITH POINTER WS-PTR
               ADD 1 TO WS-I
           END-PERFORM.

           MOVE 1 TO WS-PTR.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-NB-MOTS-C
               STRING WS-MOT-C(WS-I) DELIMITED SPACE
                   INTO WS-COMPACT-C WITH POINTER WS-PTR
               ADD 1 TO WS-I
           END-PERFORM.
           COMPUTE WS-LG-C = WS-PTR - 1.

      *>----------------------------------------------------------------
      *> Chaque mot du nom le plus court retrouve dans l'autre, en
      *> toutes lettres ou par son initiale, dont au moins un en toutes
      *> lettres : memes mots dans un autre ordre, prenom abrege ou
      *> omis.
       RAPPROCHER-MOTS.
           MOVE 0 TO WS-NB-RETROUVES WS-NB-PLEINS.
           IF WS-NB-MOTS-S <= WS-NB-MOTS-C
               MOVE 1 TO WS-I
               PERFORM UNTIL WS-I > WS-NB-MOTS-S
                   MOVE 'N' TO WS-MOT-RETROUVE
                   MOVE 1 TO WS-J
                   PERFORM UNTIL WS-J > WS-NB-MOTS-C OR MOT-RETROUVE
                       PERFORM COMPARER-MOTS-S-C
                       ADD 1 TO WS-J
                   END-PERFORM
                   ADD 1 TO WS-I
               END-PERFORM
               IF WS-NB-RETROUVES = WS-NB-MOTS-S
                       AND WS-NB-PLEINS > 0
                   MOVE 2 TO WS-RANG
               END-IF
           ELSE
               MOVE 1 TO WS-J
               PERFORM UNTIL WS-J > WS-NB-MOTS-C
                   MOVE 'N' TO WS-MOT-RETROUVE
                   MOVE 1 TO WS-I
                   PERFORM UNTIL WS-I > WS-NB-MOTS-S OR MOT-RETROUVE
                       PERFORM COMPARER-MOTS-S-C
                       ADD 1 TO WS-I
                   END-PERFORM
                   ADD 1 TO WS-J
               END-PERFORM
               IF WS-NB-RETROUVES = WS-NB-MOTS-C
                       AND WS-NB-PLEINS > 0
                   MOVE 2 TO WS-RANG
               END-IF
           END-IF.

       COMPARER-MOTS-S-C.
           EVALUATE TRUE
               WHEN WS-MOT-S(WS-I) = WS-MOT-C(WS-J)
                   SET MOT-RETROUVE TO TRUE
                   ADD 1 TO WS-NB-RETROUVES
                   IF WS-MOT-S(WS-I)(2:1) NOT = SPACE
                       ADD 1 TO WS-NB-PLEINS
                   END-IF
               WHEN WS-MOT-S(WS-I)(2:1) = SPACE
                       AND WS-MOT-S(WS-I)(1:1) = WS-MOT-C(WS-J)(1:1)
                   SET MOT-RETROUVE TO TRUE
                   ADD 1 TO WS-NB-RETROUVES
               WHEN WS-MOT-C(WS-J)(2:1) = SPACE
                       AND WS-MOT-C(WS-J)(1:1) = WS-MOT-S(WS-I)(1:1)
                   SET MOT-RETROUVE TO TRUE
                   ADD 1 TO WS-NB-RETROUVES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> Faute de frappe : distance d'edition entre formes compactes
      *> au plus VOP-ECART-MAX, sur des noms assez longs.
       RAPPROCHER-LETTRES.
           IF WS-LG-S < VOP-LONGUEUR-MIN OR WS-LG-C < VOP-LONGUEUR-MIN
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-J.
           PERFORM UNTIL WS-J > WS-LG-C + 1
               COMPUTE WS-DIST-PREC(WS-J) = WS-J - 1
               ADD 1 TO WS-J
           END-PERFORM.

           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-LG-S
               MOVE WS-I TO WS-DIST-COUR(1)
               MOVE 1 TO WS-J
               PERFORM UNTIL WS-J > WS-LG-C
                   IF WS-COMPACT-S(WS-I:1) = WS-COMPACT-C(WS-J:1)
                       MOVE 0 TO WS-COUT
                   ELSE
                       MOVE 1 TO WS-COUT
                   END-IF
                   COMPUTE WS-MIN = WS-DIST-PREC(WS-J) + WS-COUT
                   IF WS-DIST-PREC(WS-J + 1) + 1 < WS-MIN
                       COMPUTE WS-MIN = WS-DIST-PREC(WS-J + 1) + 1
                   END-IF
                   IF WS-DIST-COUR(WS-J) + 1 < WS-MIN
                       COMPUTE WS-MIN = WS-DIST-COUR(WS-J) + 1
                   END-IF
                   MOVE WS-MIN TO WS-DIST-COUR(WS-J + 1)
                   ADD 1 TO WS-J
               END-PERFORM
               MOVE WS-LIGNE-COUR TO WS-LIGNE-PREC
               ADD 1 TO WS-I
           END-PERFORM.

           MOVE WS-DIST-PREC(WS-LG-C + 1) TO WS-ECART.
           IF WS-ECART <= VOP-ECART-MAX
               MOVE 2 TO WS-RANG
           END-IF.

       END PROGRAM VOP-CTRL.
