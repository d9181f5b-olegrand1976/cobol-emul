      *>****************************************************************
      *> Module : EXPOSITION
      *> Role   : Calcule l'engagement consolide (EXPOSITION.cpy) du
      *>          perimetre d'un client : tous les clients actifs de
      *>          son groupe de risque (GROUPES-RISQUE.dat), le client
      *>          seul s'il n'appartient a aucun groupe, le compte
      *>          seul s'il n'est rattache a aucun client. Pour chaque
      *>          compte ouvert du perimetre : capital restant du des
      *>          prets (PRETS.dat, prets en cours, echus ou en
      *>          deblocage - le montant restant a debloquer compte
      *>          deja), decouvert (le plus grand de l'autorise et de
      *>          l'utilise), cheques de banque emis non payes, moins
      *>          les DAT actifs nantis. Rend aussi le plafond
      *>          d'engagement du groupe en vigueur.
      *>          Le module parcourt COMPTES.dat : l'appelant ne doit
      *>          pas avoir de parcours ni de verrou en cours sur
      *>          COMPTE-IO. Appele par CREER-PRET, MODIFIER-COMPTE,
      *>          RISQUES-GROUPES et GRANDS-RISQUES.
      *> Appel  : CALL "EXPOSITION" USING LK-CPT, LK-CLIENT,
      *>                                  W-EXPOSITION, LK-CODE-RETOUR.
      *>   LK-CPT         : compte de depart (0 si LK-CLIENT fourni).
      *>   LK-CLIENT      : client de depart (0 = celui du compte).
      *>   W-EXPOSITION   : en sortie, l'engagement consolide.
      *>   LK-CODE-RETOUR : '00' calcule, '21' compte et client
      *>                    introuvables.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSITION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY GROUPE-RISQUE.
       COPY PRET.
       COPY DAT.
       COPY CHQBANQUE.
       COPY EXPO-PARAM.
       COPY PARAM-EXPLOIT.
       COPY OPS.

       01 WS-CODE-IO             PIC X(2).
       01 WS-CODE-PARAM          PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-TAUX                PIC 9(3)V9(4).
       01 WS-CODE-TAUX           PIC X(2).

      *> Clients du perimetre.
       01 WS-NB-MEMBRES          PIC 9(3) COMP VALUE 0.
       01 WS-TAB-MEMBRES.
          05 WS-MEMBRE           PIC 9(8) OCCURS 50 TIMES.
       01 WS-IDX-MBR             PIC 9(3) COMP.
       01 WS-TROUVE              PIC X(1).
          88 MEMBRE-TROUVE       VALUE 'O'.

      *> Comptes ouverts du perimetre, releves avant les cumuls.
       01 WS-NB-CPT              PIC 9(3) COMP VALUE 0.
       01 WS-TAB-COMPTES.
          05 WS-CPT-PERIM OCCURS 200 TIMES.
             10 WS-PER-NUMERO    PIC 9(8).
             10 WS-PER-CLIENT    PIC 9(8).
             10 WS-PER-DEVISE    PIC X(3).
             10 WS-PER-SOLDE     PIC S9(11)V99 COMP-3.
             10 WS-PER-AUTORISE  PIC S9(9)V99 COMP-3.
       01 WS-IDX-CPT             PIC 9(3) COMP.

      *> Engagement du compte en cours (devise du compte).
       01 WS-C-PRETS             PIC S9(13)V99 COMP-3.
       01 WS-C-UTILISE           PIC S9(13)V99 COMP-3.
       01 WS-C-DECOUVERT         PIC S9(13)V99 COMP-3.
       01 WS-C-CHQ               PIC S9(13)V99 COMP-3.
       01 WS-C-NANTIS            PIC S9(13)V99 COMP-3.
       01 WS-C-NET               PIC S9(13)V99 COMP-3.
       01 WS-MONTANT             PIC S9(13)V99 COMP-3.

       LINKAGE SECTION.
       01 LK-CPT                 PIC 9(8).
       01 LK-CLIENT              PIC 9(8).
       COPY EXPOSITION.
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-CPT, LK-CLIENT, W-EXPOSITION,
                                LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       INITIALIZE W-EXPOSITION.
       MOVE 0 TO WS-NB-MEMBRES WS-NB-CPT.

       MOVE "EXPO-PLAFOND-GRP" TO W-PAR-CLE.
       MOVE EXP-PLAFOND-GROUPE TO W-PAR-VALEUR.
       MOVE "VALEUR" TO WS-OP.
       CALL "PARAM-IO" USING WS-OP W-PARAMETRE WS-CODE-PARAM.
       MOVE W-PAR-VALEUR TO W-EXP-PLAFOND.

       MOVE LK-CLIENT TO W-EXP-CLIENT.
       IF LK-CLIENT = 0
           MOVE LK-CPT TO W-CPT-NUMERO
           MOVE "READ" TO WS-OP
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO
           IF WS-CODE-IO NOT = '00'
               MOVE '21' TO LK-CODE-RETOUR
               GOBACK
           END-IF
           MOVE W-CPT-CLIENT TO W-EXP-CLIENT
       END-IF.

       IF W-EXP-CLIENT NOT = 0
           PERFORM DETERMINER-PERIMETRE
       END-IF.
       PERFORM RELEVER-COMPTES.
       IF WS-NB-CPT = 0 AND W-EXP-CLIENT = 0
           MOVE '21' TO LK-CODE-RETOUR
           GOBACK
       END-IF.

       MOVE 1 TO WS-IDX-CPT.
       PERFORM UNTIL WS-IDX-CPT > WS-NB-CPT
           PERFORM CUMULER-COMPTE
           ADD 1 TO WS-IDX-CPT
       END-PERFORM.

       COMPUTE W-EXP-TOTAL = W-EXP-PRETS + W-EXP-DECOUVERTS
                             + W-EXP-CHQ-BANQUE - W-EXP-DAT-NANTIS.
       IF W-EXP-TOTAL < 0
           MOVE 0 TO W-EXP-TOTAL
       END-IF.
       IF W-EXP-TOTAL-CLIENT < 0
           MOVE 0 TO W-EXP-TOTAL-CLIENT
       END-IF.
       MOVE WS-NB-MEMBRES TO W-EXP-NB-CLIENTS.
       MOVE WS-NB-CPT TO W-EXP-NB-COMPTES.

       MOVE "CLOSE" TO WS-OP.
       CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE WS-CODE-FERMETURE.
       CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-FERMETURE.
       CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-FERMETURE.
       CALL "CDB-IO" USING WS-OP W-CHEQUE-BANQUE WS-CODE-FERMETURE.

       GOBACK.

      *>----------------------------------------------------------------
      *> Membres actifs du groupe du client ; a defaut, le client seul.
       DETERMINER-PERIMETRE.
           MOVE 1 TO WS-NB-MEMBRES.
           MOVE W-EXP-CLIENT TO WS-MEMBRE(1).
           MOVE W-EXP-CLIENT TO W-GRP-CLIENT.
           MOVE "READ" TO WS-OP.
           CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00' OR NOT GRP-MEMBRE-ACTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE W-GRP-ID  TO W-EXP-GROUPE.
           MOVE W-GRP-NOM TO W-EXP-GROUPE-NOM.
           MOVE 0 TO WS-NB-MEMBRES.
           MOVE 'N' TO WS-FIN.
           MOVE "START-GROUPE" TO WS-OP.
           CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-GRP-ID NOT = W-EXP-GROUPE
                       SET FIN-PARCOURS TO TRUE
                   WHEN NOT GRP-MEMBRE-ACTIF
                       CONTINUE
                   WHEN WS-NB-MEMBRES >= 50
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-NB-MEMBRES
                       MOVE W-GRP-CLIENT TO WS-MEMBRE(WS-NB-MEMBRES)
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Comptes ouverts des clients du perimetre (ou le compte seul
      *> quand il n'a pas de client).
       RELEVER-COMPTES.
           IF W-EXP-CLIENT = 0
               IF NOT CPT-CLOTURE
                   MOVE 1 TO WS-NB-CPT
                   PERFORM RETENIR-COMPTE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN CPT-CLOTURE OR W-CPT-CLIENT = 0
                       CONTINUE
                   WHEN OTHER
                       PERFORM CHERCHER-MEMBRE
                       IF MEMBRE-TROUVE AND WS-NB-CPT < 200
                           ADD 1 TO WS-NB-CPT
                           PERFORM RETENIR-COMPTE
                       END-IF
               END-EVALUATE
           END-PERFORM.

       CHERCHER-MEMBRE.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX-MBR.
           PERFORM UNTIL WS-IDX-MBR > WS-NB-MEMBRES OR MEMBRE-TROUVE
               IF WS-MEMBRE(WS-IDX-MBR) = W-CPT-CLIENT
                   SET MEMBRE-TROUVE TO TRUE
               END-IF
               ADD 1 TO WS-IDX-MBR
           END-PERFORM.

       RETENIR-COMPTE.
           MOVE W-CPT-NUMERO TO WS-PER-NUMERO(WS-NB-CPT).
           MOVE W-CPT-CLIENT TO WS-PER-CLIENT(WS-NB-CPT).
           MOVE W-CPT-DEVISE TO WS-PER-DEVISE(WS-NB-CPT).
           MOVE W-CPT-SOLDE  TO WS-PER-SOLDE(WS-NB-CPT).
           MOVE W-CPT-DECOUVERT-AUTORISE
               TO WS-PER-AUTORISE(WS-NB-CPT).

      *>----------------------------------------------------------------
      *> Engagement d'un compte, converti en EUR puis cumule.
       CUMULER-COMPTE.
           MOVE 0 TO WS-C-PRETS WS-C-UTILISE WS-C-CHQ WS-C-NANTIS.
           IF WS-PER-SOLDE(WS-IDX-CPT) < 0
               COMPUTE WS-C-UTILISE = 0 - WS-PER-SOLDE(WS-IDX-CPT)
           END-IF.
           IF WS-C-UTILISE > WS-PER-AUTORISE(WS-IDX-CPT)
               MOVE WS-C-UTILISE TO WS-C-DECOUVERT
           ELSE
               MOVE WS-PER-AUTORISE(WS-IDX-CPT) TO WS-C-DECOUVERT
           END-IF.
           PERFORM CUMULER-PRETS.
           PERFORM CUMULER-NANTIS.
           PERFORM CUMULER-CHEQUES.
           COMPUTE WS-C-NET = WS-C-PRETS + WS-C-DECOUVERT + WS-C-CHQ
                              - WS-C-NANTIS.

           MOVE WS-C-PRETS TO WS-MONTANT.
           PERFORM CONVERTIR-EUR.
           ADD WS-MONTANT TO W-EXP-PRETS.
           MOVE WS-PER-AUTORISE(WS-IDX-CPT) TO WS-MONTANT.
           PERFORM CONVERTIR-EUR.
           ADD WS-MONTANT TO W-EXP-DECOUV-AUTORISE.
           MOVE WS-C-UTILISE TO WS-MONTANT.
           PERFORM CONVERTIR-EUR.
           ADD WS-MONTANT TO W-EXP-DECOUV-UTILISE.
           MOVE WS-C-DECOUVERT TO WS-MONTANT.
           PERFORM CONVERTIR-EUR.
           ADD WS-MONTANT TO W-EXP-DECOUVERTS.
           MOVE WS-C-CHQ TO WS-MONTANT.
           PERFORM CONVERTIR-EUR.
           ADD WS-MONTANT TO W-EXP-CHQ-BANQUE.
           MOVE WS-C-NANTIS TO WS-MONTANT.
           PERFORM CONVERTIR-EUR.
           ADD WS-MONTANT TO W-EXP-DAT-NANTIS.
           IF WS-PER-CLIENT(WS-IDX-CPT) = W-EXP-CLIENT
               MOVE WS-C-NET TO WS-MONTANT
               PERFORM CONVERTIR-EUR
               ADD WS-MONTANT TO W-EXP-TOTAL-CLIENT
           END-IF.

      *> Prets en cours, echus (capital exigible) ou en deblocage :
      *> capital restant du et part non encore debloquee.
       CUMULER-PRETS.
           MOVE 'N' TO WS-FIN.
           MOVE WS-PER-NUMERO(WS-IDX-CPT) TO W-PRT-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "PRET-IO" USING WS-OP W-PRET WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-PRT-CPT NOT = WS-PER-NUMERO(WS-IDX-CPT)
                       SET FIN-PARCOURS TO TRUE
                   WHEN PRT-EN-DEBLOCAGE
                       ADD W-PRT-CAPITAL-RESTANT TO WS-C-PRETS
                       COMPUTE WS-C-PRETS = WS-C-PRETS
                               + W-PRT-CAPITAL-INITIAL
                               - W-PRT-MONTANT-DEBLOQUE
                   WHEN PRT-ACTIF OR PRT-DECHU
                       ADD W-PRT-CAPITAL-RESTANT TO WS-C-PRETS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *> DAT actifs nantis en garantie d'un pret.
       CUMULER-NANTIS.
           MOVE 'N' TO WS-FIN.
           MOVE WS-PER-NUMERO(WS-IDX-CPT) TO W-DAT-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "DAT-IO" USING WS-OP W-DAT WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-DAT-CPT NOT = WS-PER-NUMERO(WS-IDX-CPT)
                       SET FIN-PARCOURS TO TRUE
                   WHEN DAT-ACTIF AND NOT DAT-LIBRE
                       ADD W-DAT-MONTANT TO WS-C-NANTIS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *> Cheques de banque emis, non encore presentes au paiement.
       CUMULER-CHEQUES.
           MOVE 'N' TO WS-FIN.
           MOVE WS-PER-NUMERO(WS-IDX-CPT) TO W-CDB-CPT-CLIENT.
           MOVE "START-CPT" TO WS-OP.
           CALL "CDB-IO" USING WS-OP W-CHEQUE-BANQUE WS-CODE-IO.
           IF WS-CODE-IO NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CDB-IO" USING WS-OP W-CHEQUE-BANQUE WS-CODE-IO
               EVALUATE TRUE
                   WHEN WS-CODE-IO NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-CDB-CPT-CLIENT NOT = WS-PER-NUMERO(WS-IDX-CPT)
                       SET FIN-PARCOURS TO TRUE
                   WHEN CDB-EMIS
                       ADD W-CDB-MONTANT TO WS-C-CHQ
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------------
       CONVERTIR-EUR.
           IF WS-PER-DEVISE(WS-IDX-CPT) = "EUR"
                   OR WS-PER-DEVISE(WS-IDX-CPT) = SPACES
                   OR WS-MONTANT = 0
               EXIT PARAGRAPH
           END-IF.
           CALL "TAUX-DU-JOUR" USING WS-PER-DEVISE(WS-IDX-CPT)
                                     WS-DATE-JOUR
                                     WS-TAUX WS-CODE-TAUX.
           IF WS-CODE-TAUX = '00' AND WS-TAUX NOT = 0
               COMPUTE WS-MONTANT ROUNDED = WS-MONTANT / WS-TAUX
           END-IF.

       END PROGRAM EXPOSITION.
