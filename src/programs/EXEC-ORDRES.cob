      *>             frequence. Un ordre sans provision suffisante est
      *>             laisse en l'etat (il restera du, retente le jour
      *>             suivant) et comptabilise a part des autres echecs.
      *>             L'ordre de versement d'un plan d'epargne logement
      *>             (PLANS-LOGEMENT.dat) est tenu au versement
      *>             contractuel : montant realigne s'il lui est
      *>             inferieur, versement fait ou manque compte sur le
      *>             plan, ordre suspendu si le plan est clos. Aucun
      *>             ordre ne debite le compte d'un PEL.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXEC-ORDRES.
       COPY CODES-ERR.
       COPY OPS.
       COPY TAUX-CHANGE.
       COPY PLAN-LOGEMENT.

       01 WS-FIN-ORD             PIC X(1) VALUE 'N'.
          88 FIN-ORDRES          VALUE 'O'.
       01 WS-NB-ECHECS           PIC 9(5) VALUE 0.
       01 WS-CODE-DEVERROU       PIC X(2).

      *> Versement contractuel d'un plan d'epargne logement : l'ordre
      *> qui porte le versement (W-PEL-ORDRE) est suivi sur le plan.
       01 WS-OP-PEL              PIC X(12).
       01 WS-CODE-PEL            PIC X(2).
       01 WS-PLAN                PIC X(1) VALUE 'N'.
          88 PLAN-CONTRACTUEL    VALUE 'O'.
       01 WS-NB-EXECUTES-AVANT   PIC 9(5) VALUE 0.
       01 WS-NB-VERSEMENTS-PEL   PIC 9(5) VALUE 0.
       01 WS-NB-MANQUES-PEL      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "Sautes (provision insuffisante) : "
               WS-NB-SAUTES-DECOUVERT
               "   echecs (autres) : " WS-NB-ECHECS.
       DISPLAY "Versements plans logement : " WS-NB-VERSEMENTS-PEL
               "   manques : " WS-NB-MANQUES-PEL.

       IF WS-NB-ECHECS > 0
           MOVE 1 TO RETURN-CODE
           END-IF.

           ADD 1 TO WS-NB-EXAMINES.

      *>   Le compte d'un PEL ne se debite qu'au guichet (blocage,
      *>   puis cloture du plan au premier retrait).
           MOVE "CONTROLER" TO WS-OP-PEL.
           CALL "PEL-CTRL" USING WS-OP-PEL W-ORD-CPT-SOURCE
                                 W-PLAN-LOGEMENT WS-CODE-PEL.
           IF WS-CODE-PEL NOT = '00'
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "ORDRE " W-ORD-ID " ECHEC : compte source "
                       W-ORD-CPT-SOURCE " d'un plan d'epargne "
                       "logement."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-VERSEMENT-PLAN.
           IF PLAN-CONTRACTUEL AND PEL-CLOS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NB-EXECUTES TO WS-NB-EXECUTES-AVANT.
           PERFORM EXECUTER-ORDRE.
           IF PLAN-CONTRACTUEL
               PERFORM SUIVRE-VERSEMENT-PLAN
           END-IF.

      *>----------------------------------------------------------------
      *> Ordre de versement d'un plan d'epargne logement : plan clos,
      *> l'ordre est suspendu ; montant inferieur au versement
      *> contractuel, il y est ramene (le contrat prime sur l'ordre).
       CONTROLER-VERSEMENT-PLAN.
           MOVE 'N' TO WS-PLAN.
           MOVE W-ORD-CPT-DEST TO W-PEL-CPT.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL.
           MOVE "READ" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL.
           MOVE "CLOSE" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-DEVERROU.
           IF WS-CODE-PEL NOT = '00' OR W-PEL-ORDRE NOT = W-ORD-ID
               EXIT PARAGRAPH
           END-IF.
           SET PLAN-CONTRACTUEL TO TRUE.

           IF PEL-CLOS
               SET ORD-SUSPENDU TO TRUE
               MOVE "REWRITE" TO WS-OP
               CALL "ORDRE-IO" USING WS-OP W-ORDRE W-CODE-RETOUR
               DISPLAY "ORDRE " W-ORD-ID " suspendu : plan d'epargne "
                       "logement " W-PEL-CPT " clos le "
                       W-PEL-DATE-CLOTURE "."
               EXIT PARAGRAPH
           END-IF.

           IF W-ORD-MONTANT < W-PEL-VERSEMENT
               DISPLAY "ORDRE " W-ORD-ID " realigne sur le versement "
                       "contractuel du plan " W-PEL-CPT "."
               MOVE W-PEL-VERSEMENT TO W-ORD-MONTANT
           END-IF.

      *>----------------------------------------------------------------
      *> Versement fait : cumule sur le plan. Versement non passe
      *> (provision, compte, change) : manque compte une seule fois
      *> par echeance, l'ordre restant du et retente le lendemain.
       SUIVRE-VERSEMENT-PLAN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL.
           MOVE "READ" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL.
           IF WS-CODE-PEL = '00'
               IF WS-NB-EXECUTES > WS-NB-EXECUTES-AVANT
                   ADD 1 TO W-PEL-NB-VERSEMENTS
                   ADD W-ORD-MONTANT TO W-PEL-CUMUL-VERSEMENTS
                   ADD 1 TO WS-NB-VERSEMENTS-PEL
               ELSE
                   IF W-PEL-DATE-DERN-MANQUE NOT = W-ORD-PROCHAINE-DATE
                       ADD 1 TO W-PEL-NB-MANQUES
                       MOVE W-ORD-PROCHAINE-DATE
                           TO W-PEL-DATE-DERN-MANQUE
                       ADD 1 TO WS-NB-MANQUES-PEL
                       DISPLAY "PLAN " W-PEL-CPT " : versement "
                               "contractuel du " W-ORD-PROCHAINE-DATE
                               " manque."
                   END-IF
               END-IF
               MOVE "REWRITE" TO WS-OP
               CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-PEL
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "PEL-IO" USING WS-OP W-PLAN-LOGEMENT WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
      *> Reprend la logique de virement de VIREMENT (lecture des deux
      *> Le rappel depuis l'epargne ne peut pas mettre celle-ci a
      *> decouvert : le montant est borne a son solde disponible.
       BORNER-AU-SOLDE-EPARGNE.
      *>   Le compte d'un PEL ne sert jamais au rappel.
           MOVE "CONTROLER" TO WS-OP-PEL.
           CALL "PEL-CTRL" USING WS-OP-PEL W-ORD-CPT-DEST
                                 W-PLAN-LOGEMENT WS-CODE-PEL.
           IF WS-CODE-PEL NOT = '00'
               MOVE 0 TO WS-MONTANT-BALAYAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE W-ORD-CPT-DEST TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
