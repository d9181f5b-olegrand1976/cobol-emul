      *>****************************************************************
      *> Module : PAN-CTRL
      *> Role   : Masquage et substitution des numeros de carte (PAN).
      *>          Point de passage unique vers le sequestre
      *>          SEQUESTRE-PAN.dat : aucun autre programme ne lit le
      *>          numero reel d'une carte.
      *>          Le jeton de substitution conserve les 6 premiers et
      *>          les 4 derniers chiffres du numero, les 6 chiffres du
      *>          milieu sont tires du compteur SEQ-IO : le masque d'un
      *>          jeton est celui de la carte, ce qui permet de
      *>          rapprocher les mouvements masques d'une carte du
      *>          referentiel CARTES.dat (cle = jeton).
      *> Appel  : CALL "PAN-CTRL" USING LK-OP, LK-NUMERO, LK-RESULTAT,
      *>                                LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "MASQUER" -> LK-RESULTAT = masque "123456******1234" du
      *>                numero ou du jeton LK-NUMERO (SPACES si 0)
      *>   "JETON"   -> LK-RESULTAT = jeton du numero en clair
      *>                LK-NUMERO ; '21' si le numero n'est pas au
      *>                sequestre (LK-RESULTAT = LK-NUMERO)
      *>   "ENROLER" -> inscrit le numero en clair LK-NUMERO au
      *>                sequestre et renvoie son jeton (celui deja
      *>                attribue si le numero y figure)
      *>   "CLAIR"   -> LK-RESULTAT = numero en clair du jeton
      *>                LK-NUMERO ; '21' si jeton inconnu. Reserve a
      *>                l'ecran CARTES sous habilitation PAN-CLAIR.
      *>   LK-CODE-RETOUR : '00' ok, '21' inconnu, '29' sequestre
      *>                    inaccessible, '99' operation inconnue.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAN-CTRL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SEQUESTRE-PAN.
       COPY OPS.

       01 WS-CODE-SQP            PIC X(2).
       01 WS-CODE-SEQ            PIC X(2).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-ESSAI               PIC 9(2) VALUE 0.

      *> Jeton en construction : prefixe et fin du numero reel,
      *> milieu tire du compteur.
       01 WS-JETON               PIC 9(16).
       01 WS-JETON-PARTIE REDEFINES WS-JETON.
          05 WS-JETON-PREFIXE    PIC 9(6).
          05 WS-JETON-MILIEU     PIC 9(6).
          05 WS-JETON-FIN        PIC 9(4).

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       01 LK-NUMERO             PIC 9(16).
       01 LK-RESULTAT           PIC X(16).
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, LK-NUMERO, LK-RESULTAT,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP
           WHEN "MASQUER"
               PERFORM MASQUER-NUMERO
           WHEN "JETON"
               PERFORM CHERCHER-JETON
           WHEN "ENROLER"
               PERFORM ENROLER-NUMERO
           WHEN "CLAIR"
               PERFORM RESTITUER-CLAIR
           WHEN OTHER
               MOVE '99' TO LK-CODE-RETOUR
       END-EVALUATE.

       GOBACK.

      *>----------------------------------------------------------------
       MASQUER-NUMERO.
           IF LK-NUMERO = 0
               MOVE SPACES TO LK-RESULTAT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LK-RESULTAT.
           STRING LK-NUMERO(1:6) DELIMITED SIZE
                  "******" DELIMITED SIZE
                  LK-NUMERO(13:4) DELIMITED SIZE
               INTO LK-RESULTAT.

      *>----------------------------------------------------------------
       CHERCHER-JETON.
           MOVE LK-NUMERO TO LK-RESULTAT.
           MOVE LK-NUMERO TO W-SQP-PAN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SQPAN-IO" USING WS-OP W-SEQUESTRE-PAN WS-CODE-SQP.
           IF WS-CODE-SQP NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "READ-PAN" TO WS-OP.
           CALL "SQPAN-IO" USING WS-OP W-SEQUESTRE-PAN WS-CODE-SQP.
           IF WS-CODE-SQP = '00'
               MOVE W-SQP-JETON TO LK-RESULTAT
           ELSE
               MOVE '21' TO LK-CODE-RETOUR
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "SQPAN-IO" USING WS-OP W-SEQUESTRE-PAN WS-CODE-SQP.

      *>----------------------------------------------------------------
      *> Un numero deja au sequestre garde son jeton ; sinon un jeton
      *> neuf est tire, different du numero lui-meme, en reprenant le
      *> tirage si un autre numero le porte deja.
       ENROLER-NUMERO.
           IF LK-NUMERO = 0
               MOVE SPACES TO LK-RESULTAT
               MOVE '21' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-JETON.
           IF LK-CODE-RETOUR NOT = '21'
               EXIT PARAGRAPH
           END-IF.
           MOVE '00' TO LK-CODE-RETOUR.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "SQPAN-IO" USING WS-OP W-SEQUESTRE-PAN WS-CODE-SQP.
           MOVE 0 TO WS-ESSAI.
           MOVE '22' TO WS-CODE-SQP.
           PERFORM UNTIL WS-CODE-SQP NOT = '22' OR WS-ESSAI >= 10
               ADD 1 TO WS-ESSAI
               MOVE LK-NUMERO TO WS-JETON
               MOVE "NEXT" TO WS-OP
               CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-SEQ
               MOVE WS-COMPTEUR(5:6) TO WS-JETON-MILIEU
               IF WS-JETON NOT = LK-NUMERO
                   MOVE WS-JETON TO W-SQP-JETON
                   MOVE LK-NUMERO TO W-SQP-PAN
                   MOVE FUNCTION CURRENT-DATE(1:8) TO W-SQP-DATE
                   MOVE "WRITE" TO WS-OP
                   CALL "SQPAN-IO" USING WS-OP W-SEQUESTRE-PAN
                                         WS-CODE-SQP
               END-IF
           END-PERFORM.
           IF WS-CODE-SQP = '00'
               MOVE WS-JETON TO LK-RESULTAT
           ELSE
               MOVE LK-NUMERO TO LK-RESULTAT
               MOVE '29' TO LK-CODE-RETOUR
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "SQPAN-IO" USING WS-OP W-SEQUESTRE-PAN WS-CODE-SQP.

      *>----------------------------------------------------------------
       RESTITUER-CLAIR.
           MOVE SPACES TO LK-RESULTAT.
           MOVE LK-NUMERO TO W-SQP-JETON.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SQPAN-IO" USING WS-OP W-SEQUESTRE-PAN WS-CODE-SQP.
           IF WS-CODE-SQP NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "READ" TO WS-OP.
           CALL "SQPAN-IO" USING WS-OP W-SEQUESTRE-PAN WS-CODE-SQP.
           IF WS-CODE-SQP = '00'
               MOVE W-SQP-PAN TO LK-RESULTAT
           ELSE
               MOVE '21' TO LK-CODE-RETOUR
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "SQPAN-IO" USING WS-OP W-SEQUESTRE-PAN WS-CODE-SQP.

       END PROGRAM PAN-CTRL.
