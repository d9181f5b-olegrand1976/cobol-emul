      *>             (reports/LISTE-SANCTIONS.csv, un nom par ligne)
      *>             vers la liste active data/SANCTIONS.txt utilisee
      *>             par le module SANCTIONS-CTRL, puis rescan complet
      *>             du portefeuille : chaque client (CLIENTS.dat),
      *>             chaque beneficiaire enregistre
      *>             (BENEFICIAIRES.dat) et chaque beneficiaire
      *>             effectif d'une personne morale, client ou non
      *>             (LIENS-CLIENTS.dat), est refiltre contre la
      *>             nouvelle liste, les rapprochements partant en
      *>             revue conformite (file a quatre yeux, type
      *>             SANCTION, via SANCTIONS-REVUE). Compte rendu :
       WORKING-STORAGE SECTION.
       COPY CLIENT.
       COPY BENEF.
       COPY LIEN-CLIENT.
       COPY CODES-ERR.
       COPY OPS.


       PERFORM RESCANNER-CLIENTS.
       PERFORM RESCANNER-BENEFICIAIRES.
       PERFORM RESCANNER-BENEF-EFFECTIFS.

       STRING "RAPPROCHEMENTS DEPOSES EN REVUE : " DELIMITED SIZE
              WS-NB-HITS DELIMITED SIZE
           MOVE "CLOSE" TO WS-OP.
           CALL "BENEF-IO" USING WS-OP W-BENEFICIAIRE WS-CODE-IO.

      *>----------------------------------------------------------------
      *> Beneficiaires effectifs en vigueur des personnes morales :
      *> la revue porte le nom de la personne, le compte rendu la
      *> personne morale concernee.
       RESCANNER-BENEF-EFFECTIFS.
           MOVE 'N' TO WS-FIN-SCAN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT WS-CODE-IO.
           MOVE "START-FIRST" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-SCAN TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN
               MOVE "READ-NEXT" TO WS-OP
               CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT WS-CODE-IO
               IF WS-CODE-IO = '00'
                   IF LIE-BENEF-EFFECTIF AND LIE-EN-VIGUEUR
                       CALL "SANCTIONS-CTRL" USING W-LIE-NOM
                                WS-NOM-LISTE WS-CODE-SANCTION
                       IF WS-CODE-SANCTION = '42'
                           ADD 1 TO WS-NB-HITS
                           MOVE 0 TO WS-CPT-REVUE
                           MOVE "RESCAN-BE" TO WS-ORIGINE-SANCTION
                           CALL "SANCTIONS-REVUE" USING WS-CPT-REVUE
                                    W-LIE-NOM WS-NOM-LISTE
                                    WS-ORIGINE-SANCTION
                                    WS-CODE-SANCTION
                           MOVE SPACES TO F-RAPPORT-LIGNE
                           STRING "BENEF. EFFECTIF '" DELIMITED SIZE
                                  FUNCTION TRIM(W-LIE-NOM)
                                  DELIMITED SIZE
                                  "' DU CLIENT " DELIMITED SIZE
                                  W-LIE-ENTITE DELIMITED SIZE
                                  " TOUCHE LA LISTE" DELIMITED SIZE
                               INTO F-RAPPORT-LIGNE
                           WRITE F-RAPPORT-LIGNE
                       END-IF
                   END-IF
               ELSE
                   SET FIN-SCAN TO TRUE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "LIEN-IO" USING WS-OP W-LIEN-CLIENT WS-CODE-IO.

       END PROGRAM IMPORT-SANCTIONS.
