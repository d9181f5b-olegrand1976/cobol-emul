      *>****************************************************************
      *> Module : LIEN-IO
      *> Role   : Acces au fichier indexe LIENS-CLIENTS.dat
      *>          (representants legaux et beneficiaires effectifs
      *>          des clients personnes morales)
      *>          Cle primaire    = W-LIE-ID
      *>          Cle alternative = W-LIE-ENTITE (doublons autorises)
      *> Appel  : CALL "LIEN-IO" USING LK-OP, W-LIEN-CLIENT,
      *>                             LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"      -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"        -> ferme le fichier
      *>   "READ"         -> lit le lien dont l'identifiant est dans
      *>                     W-LIE-ID
      *>   "WRITE"        -> ajoute W-LIEN-CLIENT
      *>   "REWRITE"      -> met a jour W-LIEN-CLIENT (fin de lien)
      *>   "START-FIRST"  -> positionne sur le premier lien
      *>   "START-ENTITE" -> positionne sur le premier lien de la
      *>                     personne morale W-LIE-ENTITE, ordre de la
      *>                     cle alternative
      *>   "READ-NEXT"    -> lit l'enregistrement suivant selon la cle
      *>                     active (celle du dernier START effectue)
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIEN-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LIENS ASSIGN TO WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-LIE-ID
               ALTERNATE RECORD KEY IS F-LIE-ENTITE WITH DUPLICATES
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-LIENS.
       01 F-LIEN-REC.
          05 F-LIE-ID           PIC 9(10).
          05 F-LIE-ENTITE          PIC 9(8).
          05 F-LIE-RESTE        PIC X(147).

       WORKING-STORAGE SECTION.
      *> Chemin resolu a la premiere ouverture : production par
      *> defaut, fichier d'exercice data/FORMATION-* quand la session
      *> est en mode formation (module FORMATION-MODE, operateur
      *> stagiaire) - rien d'une session formation n'atteint la
      *> production.
       01 WS-NOM-FICHIER        PIC X(40)
                                VALUE "data/LIENS-CLIENTS.dat".
       01 WS-OP-FORMATION       PIC X(12).
       01 WS-CODE-FORMATION     PIC X(2).
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY LIEN-CLIENT.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-LIEN-CLIENT, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-LIENS
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-LIE-ID TO F-LIE-ID
               READ F-LIENS
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-LIEN-REC TO W-LIEN-CLIENT
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-LIEN-CLIENT TO F-LIEN-REC
               WRITE F-LIEN-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-LIE-ID TO F-LIE-ID
               READ F-LIENS
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-LIEN-CLIENT TO F-LIEN-REC
                   REWRITE F-LIEN-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE ZERO TO F-LIE-ID
               START F-LIENS KEY >= F-LIE-ID
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-ENTITE"
               PERFORM ASSURER-OUVERT
               MOVE W-LIE-ENTITE TO F-LIE-ENTITE
               START F-LIENS KEY >= F-LIE-ENTITE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-LIENS NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-LIEN-REC TO W-LIEN-CLIENT
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
           OPEN I-O F-LIENS.
           IF WS-FS = '35'
               OPEN OUTPUT F-LIENS
               CLOSE F-LIENS
               OPEN I-O F-LIENS
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
               MOVE "data/FORMATION-LIENS.dat" TO WS-NOM-FICHIER
           END-IF.

       END PROGRAM LIEN-IO.
