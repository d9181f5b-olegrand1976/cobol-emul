      *>****************************************************************
      *> Module : PPE-CTRL
      *> Role   : Rapprochement d'un nom avec la liste des personnes
      *>          politiquement exposees (data/PPE.txt, chargee depuis
      *>          la livraison du fournisseur par IMPORT-PPE ; une
      *>          ligne par personne : nom (1:40), categorie (41:1),
      *>          fonction exercee (42:30)). Meme rapprochement
      *>          tolerant que SANCTIONS-CTRL : noms en majuscules,
      *>          espaces multiples supprimes, recherche en
      *>          sous-chaine dans les deux sens. Appele par
      *>          CREER-CLIENT a la creation et par IMPORT-PPE au
      *>          rescan du portefeuille.
      *> Appel  : CALL "PPE-CTRL" USING LK-NOM, LK-ENTREE-LISTE,
      *>                                LK-CODE-RETOUR.
      *>   LK-ENTREE-LISTE : en sortie, ligne de la liste touchee
      *>                     (nom, categorie, fonction ; SPACES si
      *>                     aucune).
      *>   LK-CODE-RETOUR  : '00' aucun rapprochement, '42' la
      *>                     personne figure sur la liste, '21' liste
      *>                     absente (aucun rapprochement).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPE-CTRL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LISTE ASSIGN TO "data/PPE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTE.

       DATA DIVISION.
       FILE SECTION.
       FD F-LISTE.
       01 F-LISTE-LIGNE.
          05 F-LISTE-NOM         PIC X(40).
          05 F-LISTE-SUITE       PIC X(31).

       WORKING-STORAGE SECTION.
       01 WS-FS-LISTE            PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LISTE           VALUE 'O'.

       01 WS-NOM-NORM            PIC X(40).
       01 WS-LISTE-NORM          PIC X(40).

      *> Normalisation : majuscules, espaces de tete supprimes et
      *> suites d'espaces ramenees a un seul (la comparaison en
      *> sous-chaine ne doit pas achopper sur "DUPONT  JEAN").
       01 WS-BRUT                PIC X(40).
       01 WS-NORMALISE           PIC X(40).
       01 WS-IDX-SRC             PIC 9(2) COMP.
       01 WS-IDX-DST             PIC 9(2) COMP.
       01 WS-PRECEDENT           PIC X(1).
          88 PRECEDENT-ESPACE    VALUE 'O'.
       01 WS-LG-NOM              PIC 9(2) COMP.
       01 WS-LG-LISTE            PIC 9(2) COMP.
       01 WS-IDX                 PIC 9(2) COMP.
       01 WS-CONTIENT            PIC X(1).
          88 CONTIENT-OUI        VALUE 'O'.

       LINKAGE SECTION.
       01 LK-NOM                PIC X(40).
       01 LK-ENTREE-LISTE       PIC X(71).
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-NOM, LK-ENTREE-LISTE,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE SPACES TO LK-ENTREE-LISTE.
       MOVE 'N' TO WS-FIN.

       MOVE FUNCTION UPPER-CASE(LK-NOM) TO WS-BRUT.
       PERFORM NORMALISER-NOM.
       MOVE WS-NORMALISE TO WS-NOM-NORM.
       PERFORM CALCULER-LONGUEUR-NOM.
       IF WS-LG-NOM = 0
           GOBACK
       END-IF.

       OPEN INPUT F-LISTE.
       IF WS-FS-LISTE NOT = '00'
           MOVE '21' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       PERFORM UNTIL FIN-LISTE
           READ F-LISTE
               AT END
                   SET FIN-LISTE TO TRUE
               NOT AT END
                   PERFORM COMPARER-ENTREE
           END-READ
       END-PERFORM.

       CLOSE F-LISTE.
       GOBACK.

      *>----------------------------------------------------------------
       COMPARER-ENTREE.
           MOVE FUNCTION UPPER-CASE(F-LISTE-NOM) TO WS-BRUT.
           PERFORM NORMALISER-NOM.
           MOVE WS-NORMALISE TO WS-LISTE-NORM.
           PERFORM CALCULER-LONGUEUR-LISTE.
           IF WS-LG-LISTE = 0
               EXIT PARAGRAPH
           END-IF.

      *>   L'entree de la liste contenue dans le nom examine, ou le
      *>   nom examine contenu dans l'entree de la liste.
           PERFORM CHERCHER-LISTE-DANS-NOM.
           IF NOT CONTIENT-OUI
               PERFORM CHERCHER-NOM-DANS-LISTE
           END-IF.

           IF CONTIENT-OUI
               MOVE '42' TO LK-CODE-RETOUR
               MOVE F-LISTE-LIGNE TO LK-ENTREE-LISTE
               SET FIN-LISTE TO TRUE
           END-IF.

      *>----------------------------------------------------------------
       CHERCHER-LISTE-DANS-NOM.
           MOVE 'N' TO WS-CONTIENT.
           IF WS-LG-LISTE > WS-LG-NOM
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX + WS-LG-LISTE - 1 > WS-LG-NOM
                   OR CONTIENT-OUI
               IF WS-NOM-NORM(WS-IDX:WS-LG-LISTE)
                       = WS-LISTE-NORM(1:WS-LG-LISTE)
                   SET CONTIENT-OUI TO TRUE
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       CHERCHER-NOM-DANS-LISTE.
           MOVE 'N' TO WS-CONTIENT.
           IF WS-LG-NOM > WS-LG-LISTE
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX + WS-LG-NOM - 1 > WS-LG-LISTE
                   OR CONTIENT-OUI
               IF WS-LISTE-NORM(WS-IDX:WS-LG-NOM)
                       = WS-NOM-NORM(1:WS-LG-NOM)
                   SET CONTIENT-OUI TO TRUE
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Recopie WS-BRUT dans WS-NORMALISE en sautant les espaces de
      *> tete et en ramenant toute suite d'espaces a un seul : la
      *> promesse du rapprochement tolerant tient aussi sur les noms
      *> irregulierement espaces.
       NORMALISER-NOM.
           MOVE SPACES TO WS-NORMALISE.
           MOVE 0 TO WS-IDX-DST.
           SET PRECEDENT-ESPACE TO TRUE.
           MOVE 1 TO WS-IDX-SRC.
           PERFORM UNTIL WS-IDX-SRC > 40
               IF WS-BRUT(WS-IDX-SRC:1) = SPACE
                   IF NOT PRECEDENT-ESPACE
                       ADD 1 TO WS-IDX-DST
                       SET PRECEDENT-ESPACE TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-IDX-DST
                   MOVE WS-BRUT(WS-IDX-SRC:1)
                       TO WS-NORMALISE(WS-IDX-DST:1)
                   MOVE 'N' TO WS-PRECEDENT
               END-IF
               ADD 1 TO WS-IDX-SRC
           END-PERFORM.

      *>----------------------------------------------------------------
       CALCULER-LONGUEUR-NOM.
           MOVE 40 TO WS-LG-NOM.
           PERFORM UNTIL WS-LG-NOM = 0
                   OR WS-NOM-NORM(WS-LG-NOM:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LG-NOM
           END-PERFORM.

       CALCULER-LONGUEUR-LISTE.
           MOVE 40 TO WS-LG-LISTE.
           PERFORM UNTIL WS-LG-LISTE = 0
                   OR WS-LISTE-NORM(WS-LG-LISTE:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LG-LISTE
           END-PERFORM.

       END PROGRAM PPE-CTRL.
