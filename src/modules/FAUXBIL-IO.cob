      *>****************************************************************
      *> Module : FAUXBIL-IO
      *> Role   : Acces au fichier indexe FAUX-BILLETS.dat
      *>          (registre des billets suspects retenus au guichet)
      *>          Cle primaire    = W-FXB-ID
      *>          Cle alternative = W-FXB-CLE-CAISSE, operateur +
      *>                            date (doublons autorises)
      *> Appel  : CALL "FAUXBIL-IO" USING LK-OP, W-FAUX-BILLET,
      *>                                  LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"      -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"        -> ferme le fichier
      *>   "READ"         -> lit le billet W-FXB-ID
      *>   "WRITE"        -> enregistre un billet retenu
      *>   "REWRITE"      -> met a jour W-FAUX-BILLET
      *>   "START-FIRST"  -> positionne sur le premier billet
      *>   "START-CAISSE" -> positionne sur le premier billet retenu
      *>                     par W-FXB-OPERATEUR le jour W-FXB-DATE
      *>                     (cle alternative)
      *>   "READ-NEXT"    -> lit l'enregistrement suivant
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAUXBIL-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FAUXBIL ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-FXB-ID
               ALTERNATE RECORD KEY IS F-FXB-CLE-CAISSE WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-FAUXBIL.
       01 F-FAUXBIL-REC.
          05 F-FXB-ID           PIC 9(10).
          05 F-FXB-CLE-CAISSE   PIC X(16).
          05 F-FAUXBIL-RESTE      PIC X(136).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/FAUX-BILLETS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY FAUX-BILLET.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-FAUX-BILLET,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-FAUXBIL
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-FXB-ID TO F-FXB-ID
               READ F-FAUXBIL
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-FAUXBIL-REC TO W-FAUX-BILLET
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-FAUX-BILLET TO F-FAUXBIL-REC
               WRITE F-FAUXBIL-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-FXB-ID TO F-FXB-ID
               READ F-FAUXBIL
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-FAUX-BILLET TO F-FAUXBIL-REC
                   REWRITE F-FAUXBIL-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-FXB-ID
               START F-FAUXBIL KEY >= F-FXB-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CAISSE"
               PERFORM ASSURER-OUVERT
               MOVE W-FXB-CLE-CAISSE TO F-FXB-CLE-CAISSE
               START F-FAUXBIL KEY >= F-FXB-CLE-CAISSE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-FAUXBIL NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-FAUXBIL-REC TO W-FAUX-BILLET
               END-READ

           WHEN OTHER
               MOVE '99' TO LK-CODE-RETOUR
       END-EVALUATE.

       GOBACK.

      *>----------------------------------------------------------------
       OUVRIR-FICHIER.
           IF FICHIER-OUVERT
               EXIT PARAGRAPH
           END-IF.
           PERFORM RESOUDRE-FORMATION.
           OPEN I-O F-FAUXBIL.
           IF WS-FS = '35'
               OPEN OUTPUT F-FAUXBIL
               CLOSE F-FAUXBIL
               OPEN I-O F-FAUXBIL
           END-IF.
           IF WS-FS NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
           ELSE
               SET FICHIER-OUVERT TO TRUE
           END-IF.

       ASSURER-OUVERT.
           IF FICHIER-FERME
               PERFORM OUVRIR-FICHIER
           END-IF.


      *>----------------------------------------------------------------
       RESOUDRE-FORMATION.
           MOVE "ETAT" TO WS-OP-FORMATION.
           CALL "FORMATION-MODE" USING WS-OP-FORMATION
                                       WS-CODE-FORMATION.
           IF WS-CODE-FORMATION = '00'
               MOVE "data/FORMATION-FAUX-BILLETS.dat"
                  TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM FAUXBIL-IO.
