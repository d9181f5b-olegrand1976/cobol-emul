      *>          les sort ; une sortie au-dela du stock d'une coupure
      *>          est refusee (code '30'), le registre reste inchange.
      *>          Le registre est cree au premier versement.
      *>          Les commandes de fonds des clients reservent des
      *>          billets ('R') puis les liberent ('L') au retrait,
      *>          a l'annulation ou a l'expiration : une sortie ne
      *>          peut puiser que dans le stock libre (stock -
      *>          reserves). Une reservation peut depasser le stock,
      *>          le manque part alors dans la proposition de
      *>          commande au transporteur.
      *> Appel  : CALL "COFFRE-MAJ" USING LK-AGENCE, LK-SENS,
      *>                                  W-BILLETAGE, LK-CODE-RETOUR.
      *>****************************************************************

       01 WS-CODE-COFFRE         PIC X(2).
       01 WS-IDX                 PIC 9(1) COMP.
       01 WS-LIBRE               PIC S9(7).

       LINKAGE SECTION.
       01 LK-AGENCE              PIC X(4).
           END-IF
       END-IF.

      *> Reservation / liberation : seul le compteur des billets
      *> reserves bouge, le stock physique reste inchange.
       IF LK-SENS = 'R' OR LK-SENS = 'L'
           PERFORM RESERVER-LIBERER
           PERFORM ECRIRE-COFFRE
           PERFORM FERMER-COFFRE
           GOBACK
       END-IF.

      *> Une sortie au-dela du stock libre d'une coupure (hors
      *> billets reserves) est refusee avant de toucher quoi que ce
      *> soit.
       IF LK-SENS = 'S'
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > 7
               COMPUTE WS-LIBRE = W-COF-NB-BILLETS(WS-IDX)
                                - W-COF-NB-RESERVES(WS-IDX)
               IF W-BIL-NB-BILLETS(WS-IDX) > WS-LIBRE
                   MOVE '30' TO LK-CODE-RETOUR
               END-IF
               ADD 1 TO WS-IDX
       ELSE
           SUBTRACT W-BIL-MONNAIE FROM W-COF-MONNAIE
       END-IF.
       PERFORM ECRIRE-COFFRE.

       PERFORM FERMER-COFFRE.
       GOBACK.

      *>----------------------------------------------------------------
       ECRIRE-COFFRE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-COF-DATE-MAJ.
           IF WS-CODE-COFFRE = '00'
               MOVE "REWRITE" TO WS-OP
           ELSE
               MOVE "WRITE" TO WS-OP
           END-IF.
           CALL "COFFRE-IO" USING WS-OP W-COFFRE WS-CODE-COFFRE.
           IF WS-CODE-COFFRE NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
           END-IF.

      *>----------------------------------------------------------------
      *> Une liberation ne fait jamais passer une reserve sous zero.
       RESERVER-LIBERER.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > 7
               IF LK-SENS = 'R'
                   ADD W-BIL-NB-BILLETS(WS-IDX)
                       TO W-COF-NB-RESERVES(WS-IDX)
               ELSE
                   IF W-BIL-NB-BILLETS(WS-IDX)
                           > W-COF-NB-RESERVES(WS-IDX)
                       MOVE 0 TO W-COF-NB-RESERVES(WS-IDX)
                   ELSE
                       SUBTRACT W-BIL-NB-BILLETS(WS-IDX)
                           FROM W-COF-NB-RESERVES(WS-IDX)
                   END-IF
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

      *>----------------------------------------------------------------
       FERMER-COFFRE.
           MOVE "CLOSE" TO WS-OP.
