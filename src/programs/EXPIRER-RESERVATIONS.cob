      *>             toute reservation encore active dont la date
      *>             d'expiration est depassee : les fonds redeviennent
      *>             disponibles sans intervention du guichet.
      *>             Les commandes de fonds non retirees a l'issue
      *>             du delai de grace (COFFRE-PARAM.cpy) expirent
      *>             avec leur reservation : les billets mis de cote
      *>             sont rendus au stock libre du coffre.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPIRER-RESERVATIONS.
       COPY RESA.
       COPY CODES-ERR.
       COPY OPS.
       COPY COMMANDE-FONDS.
       COPY BILLETAGE.
       COPY COFFRE-PARAM.

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-NB-EXPIREES         PIC 9(5) VALUE 0.
       01 WS-NB-COMMANDES        PIC 9(5) VALUE 0.
       01 WS-DATE-LIMITE         PIC 9(8).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.
       01 WS-IDX                 PIC 9(1) COMP.
       01 WS-SENS-COFFRE         PIC X(1) VALUE 'L'.
       01 WS-CODE-COFFRE         PIC X(2).
       01 WS-CODE-CDF            PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Reservations expirees : " WS-NB-EXPIREES.

       PERFORM EXPIRER-COMMANDES-FONDS.
       DISPLAY "Commandes de fonds expirees : " WS-NB-COMMANDES.

       MOVE 0 TO RETURN-CODE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Une commande encore en cours dont la date de retrait plus le
      *> delai de grace est depassee expire ; ses billets reserves
      *> sont liberes au coffre de l'agence (COFFRE-MAJ 'L').
       EXPIRER-COMMANDES-FONDS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS WS-CODE-CDF.
           IF WS-CODE-CDF NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS WS-CODE-CDF.
           IF WS-CODE-CDF NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.

           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS
                                       WS-CODE-CDF
               IF WS-CODE-CDF = '00'
                   IF CDF-COMMANDEE
                       COMPUTE WS-JOUR-INTEGER =
                           FUNCTION INTEGER-OF-DATE(W-CDF-DATE-RETRAIT)
                           + CDF-DELAI-GRACE
                       COMPUTE WS-DATE-LIMITE =
                           FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER)
                       IF WS-DATE-LIMITE < WS-DATE-JOUR
                           PERFORM EXPIRER-COMMANDE
                       END-IF
                   END-IF
               ELSE
                   SET FIN-PARCOURS TO TRUE
               END-IF
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS WS-CODE-CDF.

       EXPIRER-COMMANDE.
           SET CDF-EXPIREE TO TRUE.
           MOVE WS-DATE-JOUR TO W-CDF-DATE-FIN.
           MOVE "REWRITE" TO WS-OP.
           CALL "CDFONDS-IO" USING WS-OP W-COMMANDE-FONDS WS-CODE-CDF.
           ADD 1 TO WS-NB-COMMANDES.

           INITIALIZE W-BILLETAGE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > 7
               MOVE W-CDF-NB-BILLETS(WS-IDX)
                   TO W-BIL-NB-BILLETS(WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM.
           CALL "COFFRE-MAJ" USING W-CDF-AGENCE WS-SENS-COFFRE
                                   W-BILLETAGE WS-CODE-COFFRE.
           DISPLAY "Commande de fonds " W-CDF-ID " du compte "
                   W-CDF-CPT " expiree, billets rendus au coffre "
                   W-CDF-AGENCE ".".

       END PROGRAM EXPIRER-RESERVATIONS.
