      *>****************************************************************
      *> Module : ESCOMPTE-CTRL
      *> Role   : Controle la ligne d'escompte d'un client
      *>          professionnel avant l'escompte d'un effet de
      *>          commerce (LCR) et calcule les agios d'escompte de
      *>          l'effet : montant x taux annuel (LCR-PARAM.cpy) x
      *>          jours restant a courir jusqu'a l'echeance / base
      *>          360, avec un minimum de jours factures. L'encours
      *>          est le total des effets escomptes du client encore
      *>          en portefeuille ou emis (EFFETS.dat) ; l'effet
      *>          presente doit y tenir sous le plafond de la ligne
      *>          (W-CLI-PLAFOND-ESCOMPTE, 0 = pas de ligne). Appele
      *>          par EFFET-REMETTRE, et par l'ecran EFFETS avec un
      *>          montant nul pour consulter l'encours.
      *>          EFFETS.dat est ouvert puis ferme ici : l'appelant
      *>          ne doit pas le tenir ouvert pendant l'appel.
      *> Appel  : CALL "ESCOMPTE-CTRL" USING LK-CLIENT, LK-MONTANT,
      *>                      LK-ECHEANCE, LK-AGIOS, LK-ENCOURS,
      *>                      LK-PLAFOND, LK-CODE-RETOUR.
      *>   LK-AGIOS   : en sortie, agios de l'effet presente.
      *>   LK-ENCOURS : en sortie, encours escompte avant l'effet.
      *>   LK-PLAFOND : en sortie, plafond de la ligne du client.
      *>   LK-CODE-RETOUR : '00' escompte possible, '55' ligne
      *>                    absente ou depassee
      *>                    (RC-ERR-PLAFOND-ESCOMPTE), '21' client
      *>                    introuvable, '29' fichier inaccessible.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCOMPTE-CTRL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CLIENT.
       COPY EFFET.
       COPY LCR-PARAM.
       COPY OPS.

       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-EFF            PIC X(2).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-SCAN            VALUE 'O'.
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-JOURS               PIC S9(5) COMP.

       LINKAGE SECTION.
       01 LK-CLIENT              PIC 9(8).
       01 LK-MONTANT             PIC S9(11)V99 COMP-3.
       01 LK-ECHEANCE            PIC 9(8).
       01 LK-AGIOS               PIC S9(11)V99 COMP-3.
       01 LK-ENCOURS             PIC S9(11)V99 COMP-3.
       01 LK-PLAFOND             PIC S9(11)V99 COMP-3.
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-CLIENT, LK-MONTANT, LK-ECHEANCE,
                                LK-AGIOS, LK-ENCOURS, LK-PLAFOND,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE 0 TO LK-AGIOS LK-ENCOURS LK-PLAFOND.
       MOVE 'N' TO WS-FIN.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       MOVE LK-CLIENT TO W-CLI-NUMERO.
       MOVE "READ" TO WS-OP.
       CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
       IF WS-CODE-CLIENT NOT = '00'
           MOVE '21' TO LK-CODE-RETOUR
           GOBACK
       END-IF.
       MOVE W-CLI-PLAFOND-ESCOMPTE TO LK-PLAFOND.

      *> Agios : jours calendaires restant a courir, au minimum
      *> LCR-JOURS-MINIMUM.
       IF LK-MONTANT > 0
           COMPUTE WS-JOURS =
                   FUNCTION INTEGER-OF-DATE(LK-ECHEANCE)
                 - FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
           IF WS-JOURS < LCR-JOURS-MINIMUM
               MOVE LCR-JOURS-MINIMUM TO WS-JOURS
           END-IF
           COMPUTE LK-AGIOS ROUNDED =
                   LK-MONTANT * LCR-TAUX-ESCOMPTE * WS-JOURS
                 / (100 * LCR-BASE-JOURS)
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.
       IF WS-CODE-EFF NOT = '00'
           MOVE '29' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       MOVE "START-FIRST" TO WS-OP.
       CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.
       IF WS-CODE-EFF NOT = '00'
           SET FIN-SCAN TO TRUE
       END-IF.

       PERFORM UNTIL FIN-SCAN
           MOVE "READ-NEXT" TO WS-OP
           CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF
           EVALUATE TRUE
               WHEN WS-CODE-EFF NOT = '00'
                   SET FIN-SCAN TO TRUE
               WHEN W-EFF-CLIENT = LK-CLIENT AND EFF-ESCOMPTE
                       AND (EFF-EN-PORTEFEUILLE OR EFF-EMIS)
                   ADD W-EFF-MONTANT TO LK-ENCOURS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "EFFET-IO" USING WS-OP W-EFFET WS-CODE-EFF.

       IF LK-PLAFOND = 0
           MOVE '55' TO LK-CODE-RETOUR
       ELSE
           IF LK-ENCOURS + LK-MONTANT > LK-PLAFOND
               MOVE '55' TO LK-CODE-RETOUR
           END-IF
       END-IF.

       GOBACK.

       END PROGRAM ESCOMPTE-CTRL.
