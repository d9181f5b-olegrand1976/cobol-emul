      *>****************************************************************
      *> Module : OFFRE-IO
      *> Role   : Acces au fichier indexe OFFRES.dat (catalogue des
      *>          offres groupees)
      *>          Cle primaire = W-OFR-CODE
      *> Appel  : CALL "OFFRE-IO" USING LK-OP, W-OFFRE, LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit l'offre dont le code est dans W-OFR-CODE
      *>   "WRITE"       -> ajoute W-OFFRE
      *>   "REWRITE"     -> met a jour W-OFFRE (cotisation, services)
      *>   "START-FIRST" -> positionne sur la premiere offre (liste)
      *>   "READ-NEXT"   -> lit l'offre suivante en sequentiel
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFRE-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OFFRES ASSIGN TO "data/OFFRES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-OFR-CODE
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-OFFRES.
       01 F-OFFRES-REC.
          05 F-OFR-CODE         PIC X(4).
          05 F-OFFRES-RESTE     PIC X(174).

       WORKING-STORAGE SECTION.
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY OFFRE.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-OFFRE, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-OFFRES
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-OFR-CODE TO F-OFR-CODE
               READ F-OFFRES
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-OFFRES-REC TO W-OFFRE
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-OFFRE TO F-OFFRES-REC
               WRITE F-OFFRES-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-OFR-CODE TO F-OFR-CODE
               READ F-OFFRES
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-OFFRE TO F-OFFRES-REC
                   REWRITE F-OFFRES-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-OFR-CODE
               START F-OFFRES KEY >= F-OFR-CODE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-OFFRES NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-OFFRES-REC TO W-OFFRE
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
           OPEN I-O F-OFFRES.
           IF WS-FS = '35'
               OPEN OUTPUT F-OFFRES
               CLOSE F-OFFRES
               OPEN I-O F-OFFRES
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

       END PROGRAM OFFRE-IO.
