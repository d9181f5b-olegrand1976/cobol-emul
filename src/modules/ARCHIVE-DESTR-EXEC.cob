      *>            data/DESTRUCTIONS-ARCHIVES.csv (annee, date,
      *>            volumes, politique) relu par CONSULT-ARCHIVE ;
      *>          - journalise la destruction via AUDIT-IO (demandeur
      *>            et superviseur) ;
      *>          - purge de la chaine de scellement "TRANS"
      *>            (SCELLES.dat) les premiers maillons dates de
      *>            l'annee detruite ou avant, jusqu'au premier maillon
      *>            d'un mouvement encore present dans TRANS.dat ; la
      *>            tete retient le rang et le sceau du dernier maillon
      *>            purge, base de la verification de la chaine
      *>            (CONTROLES-FICHIERS). Purge journalisee dans
      *>            AUDIT.dat (PURGE-SCEAU).
      *> Appel  : CALL "ARCHIVE-DESTR-EXEC" USING LK-ANNEE,
      *>              LK-DEMANDEUR, LK-SUPERVISEUR, LK-CODE-RETOUR.
      *>   LK-CODE-RETOUR : '00' detruit, '21' fichier absent,
       DATA DIVISION.
       FILE SECTION.
       FD F-ARCHIVE.
       01 F-ARC-TRANS            PIC X(199).

       FD F-REGISTRE.
       01 F-REGISTRE-LIGNE       PIC X(80).
       COPY TRANSACT.
       COPY ARCHIVE-PARAM.
       COPY AUDIT.
       COPY SCELLE.
       COPY OPS.

       01 WS-FS-ARC              PIC X(2) VALUE '00'.
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-AUDIT          PIC X(2).

      *> Purge des maillons de la chaine de scellement "TRANS".
       01 WS-DATE-LIMITE         PIC 9(8).
       01 WS-CODE-SCL            PIC X(2).
       01 WS-CODE-TRN            PIC X(2).
       01 WS-NB-MAILLONS         PIC 9(7) VALUE 0.
       01 WS-BASE-RANG           PIC 9(10) VALUE 0.
       01 WS-BASE-SCEAU          PIC 9(18) VALUE 0.
       01 WS-FIN-SCL             PIC X(1) VALUE 'N'.
          88 FIN-MAILLONS        VALUE 'O'.

       LINKAGE SECTION.
       01 LK-ANNEE               PIC 9(4).
       01 LK-DEMANDEUR           PIC X(8).

       PERFORM INSCRIRE-REGISTRE.
       PERFORM JOURNALISER-CERTIFICAT.
       PERFORM PURGER-SCEAUX.

       DISPLAY "Archive " LK-ANNEE " detruite : " WS-NB-ENREG
               " enregistrement(s), politique " ARCH-POLITIQUE ".".
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.

      *>----------------------------------------------------------------
      *> Seuls les premiers maillons de la chaine se purgent (la
      *> chaine reste continue a partir de la nouvelle base) : le
      *> parcours s'arrete au premier maillon posterieur a l'annee
      *> detruite ou portant un mouvement encore present.
       PURGER-SCEAUX.
           COMPUTE WS-DATE-LIMITE = LK-ANNEE * 10000 + 1231.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           IF WS-CODE-SCL NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "TRANS" TO W-SCL-FICHIER.
           MOVE 0 TO W-SCL-RANG.
           MOVE "READ" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           IF WS-CODE-SCL NOT = '00'
               MOVE "CLOSE" TO WS-OP
               CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL
               EXIT PARAGRAPH
           END-IF.
           MOVE W-SCL-BASE-RANG  TO WS-BASE-RANG.
           MOVE W-SCL-SCEAU-PREC TO WS-BASE-SCEAU.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRN.
           MOVE 'N' TO WS-FIN-SCL.
           MOVE "TRANS" TO W-SCL-FICHIER.
           COMPUTE W-SCL-RANG = WS-BASE-RANG + 1.
           MOVE "START-CLE" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           IF WS-CODE-SCL NOT = '00'
               SET FIN-MAILLONS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-MAILLONS
               MOVE "READ-NEXT" TO WS-OP
               CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL
               IF WS-CODE-SCL NOT = '00'
                       OR W-SCL-FICHIER NOT = "TRANS"
                       OR W-SCL-DATE > WS-DATE-LIMITE
                   SET FIN-MAILLONS TO TRUE
               ELSE
                   PERFORM PURGER-MAILLON
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRN.

      *> La tete est relue juste avant sa mise a jour : des
      *> mouvements ont pu etre scelles pendant la purge.
           IF WS-NB-MAILLONS > 0
               MOVE "TRANS" TO W-SCL-FICHIER
               MOVE 0 TO W-SCL-RANG
               MOVE "READ" TO WS-OP
               CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL
               MOVE WS-BASE-RANG  TO W-SCL-BASE-RANG
               MOVE WS-BASE-SCEAU TO W-SCL-SCEAU-PREC
               MOVE "REWRITE" TO WS-OP
               CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.

           IF WS-NB-MAILLONS > 0
               PERFORM JOURNALISER-PURGE
           END-IF.

       PURGER-MAILLON.
           IF SCL-ECRITURE OR SCL-MODIFICATION
               MOVE W-SCL-ID TO W-TRN-ID
               MOVE "READ" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRN
               IF WS-CODE-TRN = '00'
                   SET FIN-MAILLONS TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "DELETE" TO WS-OP.
           CALL "SCELLE-IO" USING WS-OP W-SCELLE WS-CODE-SCL.
           IF WS-CODE-SCL NOT = '00'
               SET FIN-MAILLONS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-MAILLONS.
           MOVE W-SCL-RANG  TO WS-BASE-RANG.
           MOVE W-SCL-SCEAU TO WS-BASE-SCEAU.

       JOURNALISER-PURGE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-AUDIT.

           INITIALIZE W-AUDIT.
           MOVE WS-COMPTEUR     TO W-AUD-ID.
           MOVE 0               TO W-AUD-CPT.
           MOVE "PURGE-SCEAU"   TO W-AUD-OPERATION.
           MOVE '00'            TO W-AUD-CODE.
           MOVE WS-DATE-JOUR    TO W-AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-AUD-HEURE.
           MOVE LK-SUPERVISEUR  TO W-AUD-OPERATEUR.
           STRING "ANNEE " DELIMITED SIZE
                  LK-ANNEE DELIMITED SIZE
                  " MAILLONS " DELIMITED SIZE
                  WS-NB-MAILLONS DELIMITED SIZE
                  " BASE " DELIMITED SIZE
                  WS-BASE-RANG DELIMITED SIZE
               INTO W-AUD-MOTIF.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.
           MOVE "WRITE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUDIT.

       END PROGRAM ARCHIVE-DESTR-EXEC.
