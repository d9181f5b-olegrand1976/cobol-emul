      *>****************************************************************
      *> Module : EXERCICE-CTRL
      *> Role   : Garde des exercices comptables clos. Toute ecriture
      *>          datee (date d'operation ou de valeur) dans une annee
      *>          dont l'exercice est clos (EXERCICES.dat, statut 'C')
      *>          est refusee avec le code '56' ; il faut qu'un
      *>          superviseur reouvre l'exercice (ecran EXERCICES).
      *>          Un exercice absent du fichier ou reouvert ('R') est
      *>          ouvert. Porte aussi, dans sa working-storage et
      *>          pour toute la session, l'annee en cours de cloture :
      *>          CLOTURE-EXERCICE l'arme avant d'enchainer IFU et
      *>          RECAP-FRAIS, qui la prennent alors au lieu de
      *>          demander l'annee a l'operateur (meme principe que
      *>          SIMULATION-MODE).
      *> Appel  : CALL "EXERCICE-CTRL" USING LK-OP, LK-DATE,
      *>                                     LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "CONTROLER" -> '00' si l'exercice de LK-DATE (AAAAMMJJ)
      *>                  accepte les ecritures, '56' s'il est clos
      *>   "ARMER"     -> memorise l'annee de LK-DATE comme annee en
      *>                  cours de cloture
      *>   "ANNEE"     -> '00' et LK-DATE = 31/12 de l'annee en cours
      *>                  de cloture si elle est armee, '01' sinon
      *>   "DESARMER"  -> oublie l'annee en cours de cloture
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICE-CTRL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ANNEE-CLOTURE      PIC 9(4) VALUE 0.
       01 WS-CLOTURE            PIC X(1) VALUE 'N'.
          88 CLOTURE-ARMEE      VALUE 'O'.
       01 WS-CODE-EXE           PIC X(2).
       01 WS-OP-EXE             PIC X(12).
       COPY EXERCICE.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       01 LK-DATE               PIC 9(8).
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, LK-DATE, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "CONTROLER"
               PERFORM CONTROLER-EXERCICE

           WHEN "ARMER"
               MOVE LK-DATE(1:4) TO WS-ANNEE-CLOTURE
               SET CLOTURE-ARMEE TO TRUE

           WHEN "ANNEE"
               IF CLOTURE-ARMEE
                   COMPUTE LK-DATE = WS-ANNEE-CLOTURE * 10000 + 1231
               ELSE
                   MOVE '01' TO LK-CODE-RETOUR
               END-IF

           WHEN "DESARMER"
               MOVE 'N' TO WS-CLOTURE
               MOVE 0 TO WS-ANNEE-CLOTURE

           WHEN OTHER
               MOVE '99' TO LK-CODE-RETOUR
       END-EVALUATE.

       GOBACK.

      *>----------------------------------------------------------------
      *> Lecture de l'exercice de la date controlee. Le fichier est
      *> referme a chaque appel : l'ecran EXERCICES peut le modifier
      *> entre deux saisies.
      *>----------------------------------------------------------------
       CONTROLER-EXERCICE.
           MOVE LK-DATE(1:4) TO W-EXE-ANNEE.
           MOVE "OPEN-IO" TO WS-OP-EXE.
           CALL "EXERCICE-IO" USING WS-OP-EXE, W-EXERCICE, WS-CODE-EXE.
           IF WS-CODE-EXE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "READ" TO WS-OP-EXE.
           CALL "EXERCICE-IO" USING WS-OP-EXE, W-EXERCICE, WS-CODE-EXE.
           IF WS-CODE-EXE = '00' AND EXE-CLOS
               MOVE '56' TO LK-CODE-RETOUR
           END-IF.
           MOVE "CLOSE" TO WS-OP-EXE.
           CALL "EXERCICE-IO" USING WS-OP-EXE, W-EXERCICE, WS-CODE-EXE.

       END PROGRAM EXERCICE-CTRL.
