      *>****************************************************************
      *> Module : CARTE-RELAIS
      *> Role   : Passage de relais entre une carte et sa renouvelee
      *>          (batch RENOUV-CARTES) : a la premiere utilisation de
      *>          la carte renouvelee - retrait DAB (RETRAIT) ou
      *>          reglement carte (COMPENSER-CARTES) - la carte
      *>          qu'elle remplace, encore active, passe en statut
      *>          'R' (remplacee) et cesse d'etre acceptee.
      *> Appel  : CALL "CARTE-RELAIS" USING LK-CARTE-REMPLACEE,
      *>                                    LK-CODE-RETOUR.
      *>   LK-CARTE-REMPLACEE : numero porte par la carte utilisee
      *>                        (W-CAR-REMPLACE), 0 si elle ne
      *>                        remplace aucune carte.
      *>   LK-CODE-RETOUR : '00' relais passe ou deja passe, '21'
      *>                    carte remplacee introuvable, '29' fichier
      *>                    inaccessible.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTE-RELAIS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CARTE.
       COPY OPS.

       01 WS-CODE-CARTE          PIC X(2).

       LINKAGE SECTION.
       01 LK-CARTE-REMPLACEE     PIC 9(16).
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-CARTE-REMPLACEE, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       IF LK-CARTE-REMPLACEE = 0
           GOBACK
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
       IF WS-CODE-CARTE NOT = '00'
           MOVE '29' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       MOVE LK-CARTE-REMPLACEE TO W-CAR-NUMERO.
       MOVE "READ" TO WS-OP.
       CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.
       IF WS-CODE-CARTE NOT = '00'
           MOVE '21' TO LK-CODE-RETOUR
       ELSE
      *>   Seule une carte encore active est desactivee : une carte
      *>   bloquee ou avalee garde son statut.
           IF CAR-ACTIVE
               SET CAR-REMPLACEE TO TRUE
               MOVE "REWRITE" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE
               MOVE WS-CODE-CARTE TO LK-CODE-RETOUR
           END-IF
       END-IF.

       MOVE "CLOSE" TO WS-OP.
       CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-CARTE.

       GOBACK.

       END PROGRAM CARTE-RELAIS.
