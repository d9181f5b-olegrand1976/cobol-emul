      *>****************************************************************
      *> Module : TARIF-IO
      *> Role   : Acces au fichier indexe TARIFS.dat (grille tarifaire
      *>          des operations a l'acte, entretenue par l'ecran
      *>          TARIFS)
      *>          Cle primaire = W-TAR-CLE (evenement + produit + date
      *>          d'effet)
      *> Appel  : CALL "TARIF-IO" USING LK-OP, W-TARIF,
      *>                                LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "OPEN-IO"     -> ouvre en lecture/ecriture (cree si absent)
      *>   "CLOSE"       -> ferme le fichier
      *>   "READ"        -> lit la ligne de cle W-TAR-CLE
      *>   "WRITE"       -> ajoute W-TARIF
      *>   "REWRITE"     -> remplace une ligne existante
      *>   "START-FIRST" -> positionne sur la premiere ligne
      *>   "START-CODE"  -> positionne sur la premiere ligne de
      *>                    l'evenement et du produit de W-TAR-CLE
      *>                    (dates d'effet croissantes)
      *>   "READ-NEXT"   -> lit la ligne suivante en sequentiel (ordre
      *>                    evenement, produit puis date)
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIF-IO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TARIFS ASSIGN TO "data/TARIFS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-TAR-CLE
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD F-TARIFS.
       01 F-TAR-REC.
          05 F-TAR-CLE.
             10 F-TAR-CODE      PIC X(16).
             10 F-TAR-DATE      PIC 9(8).
          05 F-TAR-RESTE        PIC X(41).

       WORKING-STORAGE SECTION.
       01 WS-FS                 PIC X(2) VALUE '00'.
       01 WS-OUVERT             PIC X(1) VALUE 'N'.
          88 FICHIER-OUVERT     VALUE 'O'.
          88 FICHIER-FERME      VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OP                 PIC X(12).
       COPY TARIF.
       01 LK-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-TARIF, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP

           WHEN "OPEN-IO"
               PERFORM OUVRIR-FICHIER

           WHEN "CLOSE"
               IF FICHIER-OUVERT
                   CLOSE F-TARIFS
                   SET FICHIER-FERME TO TRUE
               END-IF

           WHEN "READ"
               PERFORM ASSURER-OUVERT
               MOVE W-TAR-CLE TO F-TAR-CLE
               READ F-TARIFS
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT INVALID KEY
                       MOVE F-TAR-REC TO W-TARIF
               END-READ

           WHEN "WRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-TARIF TO F-TAR-REC
               WRITE F-TAR-REC
                   INVALID KEY
                       MOVE '22' TO LK-CODE-RETOUR
               END-WRITE

           WHEN "REWRITE"
               PERFORM ASSURER-OUVERT
               MOVE W-TAR-CLE TO F-TAR-CLE
               READ F-TARIFS
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-READ
               IF LK-CODE-RETOUR = '00'
                   MOVE W-TARIF TO F-TAR-REC
                   REWRITE F-TAR-REC
                       INVALID KEY
                           MOVE '29' TO LK-CODE-RETOUR
                   END-REWRITE
               END-IF

           WHEN "START-FIRST"
               PERFORM ASSURER-OUVERT
               MOVE LOW-VALUES TO F-TAR-CLE
               START F-TARIFS KEY >= F-TAR-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "START-CODE"
               PERFORM ASSURER-OUVERT
               MOVE W-TAR-CLE(1:16) TO F-TAR-CODE
               MOVE 0 TO F-TAR-DATE
               START F-TARIFS KEY >= F-TAR-CLE
                   INVALID KEY
                       MOVE '21' TO LK-CODE-RETOUR
               END-START

           WHEN "READ-NEXT"
               PERFORM ASSURER-OUVERT
               READ F-TARIFS NEXT
                   AT END
                       MOVE '21' TO LK-CODE-RETOUR
                   NOT AT END
                       MOVE F-TAR-REC TO W-TARIF
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
           OPEN I-O F-TARIFS.
           IF WS-FS = '35'
               OPEN OUTPUT F-TARIFS
               CLOSE F-TARIFS
               OPEN I-O F-TARIFS
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

       END PROGRAM TARIF-IO.
