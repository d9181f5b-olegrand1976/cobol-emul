      *>               registre est cale sur le compte physique ;
      *>             - (C)ommande : proposition de reapprovisionnement
      *>               au transporteur pour chaque coupure sous son
      *>               plancher (COFFRE-PARAM.cpy), dans reports/ ;
      *>               le calcul porte sur le stock libre, diminue
      *>               des billets reserves pour les commandes de
      *>               fonds des clients (ecran COMMANDES-FONDS).
      *>             Les mouvements caisse <-> coffre passent par
      *>             l'ecran CAISSE, qui tient ce registre via
      *>             COFFRE-MAJ.
       DATA DIVISION.
       FILE SECTION.
       FD F-COMMANDE.
       01 F-COMMANDE-LIGNE       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COFFRE.
       01 WS-ECART              PIC S9(11)V99 COMP-3.
       01 WS-ECART-ABS          PIC S9(11)V99 COMP-3.
       01 WS-MANQUE             PIC 9(7).
       01 WS-LIBRE              PIC S9(7).
       01 WS-LIBRE-AFF          PIC -Z(6)9.
       01 WS-NB-SOUS-PLANCHER   PIC 9(1) VALUE 0.
       01 WS-MNT-AFF            PIC -Z(10)9.99.
       01 WS-ECART-AFF          PIC -Z(10)9.99.
           MOVE WS-AGENCE TO W-COF-AGENCE.
           MOVE "READ" TO WS-OP.
           CALL "COFFRE-IO" USING WS-OP W-COFFRE WS-CODE-COFFRE.
           IF WS-CODE-COFFRE NOT = '00'
               INITIALIZE W-COFFRE
           END-IF.

           MOVE WS-AGENCE TO W-COF-AGENCE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > 7
               DISPLAY "  " COFFRE-VALEUR(WS-IDX) " EUR : "
                       W-COF-NB-BILLETS(WS-IDX) " billet(s)"
                       " dont reserves : " W-COF-NB-RESERVES(WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM.
           MOVE W-COF-MONNAIE TO WS-MNT-AFF.

      *>----------------------------------------------------------------
      *> Proposition de commande au transporteur : chaque coupure
      *> dont le stock libre (stock - billets reserves pour les
      *> commandes de fonds) passe sous son plancher est completee
      *> jusqu'au double du plancher ; une commande client superieure
      *> au stock rend le stock libre negatif et s'ajoute donc a la
      *> quantite commandee.
       PROPOSER-COMMANDE.
           PERFORM LIRE-COFFRE.
           IF WS-CODE-COFFRE NOT = '00'
           MOVE 0 TO WS-NB-SOUS-PLANCHER.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > 7
               COMPUTE WS-LIBRE = W-COF-NB-BILLETS(WS-IDX)
                                - W-COF-NB-RESERVES(WS-IDX)
               IF WS-LIBRE < COFFRE-PLANCHER(WS-IDX)
                   ADD 1 TO WS-NB-SOUS-PLANCHER
                   COMPUTE WS-MANQUE =
                           COFFRE-PLANCHER(WS-IDX) * 2 - WS-LIBRE
                   MOVE WS-LIBRE TO WS-LIBRE-AFF
                   MOVE SPACES TO F-COMMANDE-LIGNE
                   STRING "COUPURE " DELIMITED SIZE
                          COFFRE-VALEUR(WS-IDX) DELIMITED SIZE
                          " EUR : STOCK " DELIMITED SIZE
                          W-COF-NB-BILLETS(WS-IDX) DELIMITED SIZE
                          " RESERVE " DELIMITED SIZE
                          W-COF-NB-RESERVES(WS-IDX) DELIMITED SIZE
                          " LIBRE " DELIMITED SIZE
                          WS-LIBRE-AFF DELIMITED SIZE
                          " PLANCHER " DELIMITED SIZE
                          COFFRE-PLANCHER(WS-IDX) DELIMITED SIZE
                          " -> COMMANDER " DELIMITED SIZE
