      *>****************************************************************
      *> Module : FICP-CONSULTER
      *> Role   : Consultation du FICP avant tout octroi de credit
      *>          (accord d'une demande a l'ecran DEMANDES-CREDIT,
      *>          relevement d'un decouvert autorise a l'ecran
      *>          MODIFIER-COMPTE, ouverture d'un credit renouvelable
      *>          a l'ecran CREDIT-RENOUV et sa reconduction annuelle
      *>          par RECONDUCTION-RENOUV). L'emprunteur est recherche
      *>          sur la cle FICP (date de naissance et cinq premieres
      *>          lettres du nom) parmi les inscriptions nationales
      *>          chargees par IMPORT-FICP et les incidents declares
      *>          par l'etablissement ; sans date de naissance connue
      *>          la recherche se fait sur le nom complet.
      *> Appel  : CALL "FICP-CONSULTER" USING LK-NOM, LK-DATE-NAISS,
      *>                                      LK-CODE-RETOUR.
      *>   LK-CODE-RETOUR : '00' emprunteur non inscrit, '47' inscrit
      *>                    au FICP (RC-ERR-FICP), '29' fichier
      *>                    inaccessible.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICP-CONSULTER.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY FICP.
       COPY OPS.

       01 WS-CODE-FICP           PIC X(2).
       01 WS-NOM-MAJ             PIC X(40).
       01 WS-NOM-FICP-MAJ        PIC X(40).
       01 WS-CLE-CHERCHEE        PIC X(13).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-SCAN            VALUE 'O'.

       LINKAGE SECTION.
       01 LK-NOM                 PIC X(40).
       01 LK-DATE-NAISS          PIC 9(8).
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-NOM, LK-DATE-NAISS, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE 'N' TO WS-FIN.
       MOVE FUNCTION UPPER-CASE(LK-NOM) TO WS-NOM-MAJ.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "FICP-IO" USING WS-OP W-FICP WS-CODE-FICP.
       IF WS-CODE-FICP NOT = '00'
           MOVE '29' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       IF LK-DATE-NAISS NOT = 0
           PERFORM CHERCHER-PAR-CLE
       ELSE
           PERFORM CHERCHER-PAR-NOM
       END-IF.

       MOVE "CLOSE" TO WS-OP.
       CALL "FICP-IO" USING WS-OP W-FICP WS-CODE-FICP.

       GOBACK.

      *>----------------------------------------------------------------
      *> Inscriptions de meme cle (la cle alternative admet les
      *> doublons : plusieurs incidents, radies ou non).
       CHERCHER-PAR-CLE.
           INITIALIZE W-FICP.
           MOVE LK-DATE-NAISS   TO W-FIC-CLE-NAISS.
           MOVE WS-NOM-MAJ(1:5) TO W-FIC-CLE-NOM.
           MOVE W-FIC-CLE-BDF   TO WS-CLE-CHERCHEE.
           MOVE "START-CLE" TO WS-OP.
           CALL "FICP-IO" USING WS-OP W-FICP WS-CODE-FICP.
           IF WS-CODE-FICP NOT = '00'
               SET FIN-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN
               MOVE "READ-NEXT" TO WS-OP
               CALL "FICP-IO" USING WS-OP W-FICP WS-CODE-FICP
               IF WS-CODE-FICP = '00'
                       AND W-FIC-CLE-BDF = WS-CLE-CHERCHEE
                   IF FIC-INSCRIT
                       MOVE '47' TO LK-CODE-RETOUR
                       SET FIN-SCAN TO TRUE
                   END-IF
               ELSE
                   SET FIN-SCAN TO TRUE
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Date de naissance inconnue (compte sans client rattache) :
      *> parcours complet, comparaison sur le nom entier.
       CHERCHER-PAR-NOM.
           MOVE "START-FIRST" TO WS-OP.
           CALL "FICP-IO" USING WS-OP W-FICP WS-CODE-FICP.
           IF WS-CODE-FICP NOT = '00'
               SET FIN-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN
               MOVE "READ-NEXT" TO WS-OP
               CALL "FICP-IO" USING WS-OP W-FICP WS-CODE-FICP
               IF WS-CODE-FICP = '00'
                   MOVE FUNCTION UPPER-CASE(W-FIC-NOM)
                       TO WS-NOM-FICP-MAJ
                   IF FIC-INSCRIT AND WS-NOM-FICP-MAJ = WS-NOM-MAJ
                       MOVE '47' TO LK-CODE-RETOUR
                       SET FIN-SCAN TO TRUE
                   END-IF
               ELSE
                   SET FIN-SCAN TO TRUE
               END-IF
           END-PERFORM.

       END PROGRAM FICP-CONSULTER.
