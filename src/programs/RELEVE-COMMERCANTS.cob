      *>****************************************************************
      *> Programme : RELEVE-COMMERCANTS
      *> Role      : Batch de fin de mois de la chaine BATCH-NUIT.
      *>             Edite le releve mensuel de chaque contrat
      *>             d'acceptation carte (COMMERCANTS.dat) : remises
      *>             et impayes passes dans le mois par
      *>             IMPORT-REMISES-TPE (registre REMISES-TPE.dat),
      *>             avec par ligne le brut, la commission et le net,
      *>             puis les totaux du mois (brut remis, commissions
      *>             prelevees, impayes repris, net credite).
      *>             Un releve est depose au spool pour chaque contrat
      *>             actif, et pour un contrat resilie ayant encore eu
      *>             des operations dans le mois (impayes tardifs).
      *>             L'adresse imprimee est celle en vigueur a la date
      *>             du document (historique des adresses, module
      *>             ADRESSE-CTRL).
      *>             Rapport reports/RELEVE-COMMERCANTS-AAAAMMJJ.txt.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVE-COMMERCANTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.
           SELECT F-LETTRE ASSIGN TO WS-NOM-LETTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LETTRE.

       DATA DIVISION.
       FILE SECTION.
       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE        PIC X(100).
       FD F-LETTRE.
       01 F-LETTRE-LIGNE         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY COMMERCANT.
       COPY REMISE-TPE.
       COPY COMPTE.
       COPY CLIENT.
       COPY SPOOL.
       COPY PARAMETRES.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-FS-LETTRE           PIC X(2) VALUE '00'.
       01 WS-NOM-RAPPORT         PIC X(50).
       01 WS-NOM-LETTRE          PIC X(50).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-MOIS-RELEVE         PIC 9(6).
       01 WS-COMPTEUR-SPOOL      PIC 9(10) VALUE 0.
       01 WS-CODE-COM            PIC X(2).
       01 WS-CODE-RTP            PIC X(2).
       01 WS-CODE-CPT            PIC X(2).
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-SPOOL          PIC X(2).

      *> Contrats a relever, pris avant l'edition des releves.
       01 WS-NB-CONTRATS         PIC 9(4) COMP VALUE 0.
       01 WS-TAB-CONTRATS.
          05 WS-TAB-CONTRAT OCCURS 2000 TIMES PIC X(10).
       01 WS-IDX-CONTRAT         PIC 9(4) COMP.

      *> Contrat en cours.
       01 WS-NB-OPERATIONS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-BRUT          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-COMMISSION    PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-IMPAYES       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-NET           PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-NB-RELEVES          PIC 9(5) VALUE 0.
       01 WS-GRAND-BRUT          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-GRAND-COMMISSION    PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-GRAND-IMPAYES       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-COM-AFF             PIC -Z(10)9.99.
       01 WS-NET-AFF             PIC -Z(10)9.99.

      *> Adresse en vigueur a la date du document (historique des
      *> adresses, module ADRESSE-CTRL).
       01 WS-FIN-CARENCE         PIC 9(8).
       01 WS-CODE-ADRESSE        PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- RELEVE-COMMERCANTS : releves des remises carte ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-RELEVE.

       MOVE SPACES TO WS-NOM-RAPPORT.
       STRING "reports/RELEVE-COMMERCANTS-" DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.

       OPEN OUTPUT F-RAPPORT.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "RELEVES MENSUELS DES COMMERCANTS AU " DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "CONTRAT    COMPTE   OPER            BRUT" DELIMITED SIZE
              "     COMMISSION        IMPAYES" DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.

       PERFORM RELEVER-CONTRATS.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
       CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-RTP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.

       MOVE 1 TO WS-IDX-CONTRAT.
       PERFORM UNTIL WS-IDX-CONTRAT > WS-NB-CONTRATS
           MOVE WS-TAB-CONTRAT(WS-IDX-CONTRAT) TO W-COM-CONTRAT
           PERFORM TRAITER-CONTRAT
           ADD 1 TO WS-IDX-CONTRAT
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
       CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-RTP.
       CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.

       MOVE SPACES TO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       MOVE WS-GRAND-BRUT TO WS-MNT-AFF.
       MOVE WS-GRAND-COMMISSION TO WS-COM-AFF.
       MOVE WS-GRAND-IMPAYES TO WS-NET-AFF.
       MOVE SPACES TO F-RAPPORT-LIGNE.
       STRING "TOTAL " DELIMITED SIZE
              WS-NB-RELEVES DELIMITED SIZE
              " releve(s)" DELIMITED SIZE
              WS-MNT-AFF DELIMITED SIZE
              WS-COM-AFF DELIMITED SIZE
              WS-NET-AFF DELIMITED SIZE
           INTO F-RAPPORT-LIGNE.
       WRITE F-RAPPORT-LIGNE.
       CLOSE F-RAPPORT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Releves deposes au spool : " WS-NB-RELEVES.
       DISPLAY "Brut remis du mois : " WS-MNT-AFF.
       DISPLAY "Commissions        : " WS-COM-AFF.
       DISPLAY "Impayes repris     : " WS-NET-AFF.
       DISPLAY "Rapport : " FUNCTION TRIM(WS-NOM-RAPPORT).

       MOVE 0 TO RETURN-CODE.
       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Contrats actifs, et contrats resilies dans le mois ou avant
      *> (un impaye peut encore arriver apres la resiliation).
       RELEVER-CONTRATS.
           MOVE 0 TO WS-NB-CONTRATS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
           IF WS-CODE-COM NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM
               EVALUATE TRUE
                   WHEN WS-CODE-COM NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN WS-NB-CONTRATS >= 2000
                       DISPLAY "ATTENTION : plus de 2000 contrats, "
                               "releve limite."
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-NB-CONTRATS
                       MOVE W-COM-CONTRAT
                           TO WS-TAB-CONTRAT(WS-NB-CONTRATS)
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.

      *>----------------------------------------------------------------
       TRAITER-CONTRAT.
           MOVE "READ" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
           IF WS-CODE-COM NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           PERFORM CUMULER-MOIS.
           IF NOT COM-ACTIF AND WS-NB-OPERATIONS = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE W-COM-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
           IF WS-CODE-CPT NOT = '00'
               DISPLAY "ATTENTION : compte " W-COM-CPT " du contrat "
                       W-COM-CONTRAT " introuvable, pas de releve."
               EXIT PARAGRAPH
           END-IF.

           PERFORM EDITER-RELEVE.
           PERFORM DEPOSER-AU-SPOOL.

           ADD 1 TO WS-NB-RELEVES.
           ADD WS-TOTAL-BRUT TO WS-GRAND-BRUT.
           ADD WS-TOTAL-COMMISSION TO WS-GRAND-COMMISSION.
           ADD WS-TOTAL-IMPAYES TO WS-GRAND-IMPAYES.
           MOVE WS-TOTAL-BRUT TO WS-MNT-AFF.
           MOVE WS-TOTAL-COMMISSION TO WS-COM-AFF.
           MOVE WS-TOTAL-IMPAYES TO WS-NET-AFF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING W-COM-CONTRAT DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-COM-CPT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-NB-OPERATIONS DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  WS-COM-AFF DELIMITED SIZE
                  WS-NET-AFF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Totaux du mois du contrat, sans edition (un contrat resilie
      *> sans operation n'a pas de releve).
       CUMULER-MOIS.
           MOVE 0 TO WS-NB-OPERATIONS WS-TOTAL-BRUT
                     WS-TOTAL-COMMISSION WS-TOTAL-IMPAYES
                     WS-TOTAL-NET.
           MOVE 'N' TO WS-FIN.
           PERFORM POSITIONNER-REMISES.
           PERFORM UNTIL FIN-PARCOURS
               PERFORM LIRE-REMISE-SUIVANTE
               IF NOT FIN-PARCOURS
                   ADD 1 TO WS-NB-OPERATIONS
                   ADD W-RTP-NET TO WS-TOTAL-NET
                   IF RTP-REMISE
                       ADD W-RTP-BRUT TO WS-TOTAL-BRUT
                       ADD W-RTP-COMMISSION TO WS-TOTAL-COMMISSION
                   ELSE
                       ADD W-RTP-BRUT TO WS-TOTAL-IMPAYES
                   END-IF
               END-IF
           END-PERFORM.

       POSITIONNER-REMISES.
           MOVE W-COM-CONTRAT TO W-RTP-CONTRAT.
           MOVE "START-CONTRAT" TO WS-OP.
           CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-RTP.
           IF WS-CODE-RTP NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.

      *> Operation suivante du contrat traitee dans le mois ; positionne
      *> FIN-PARCOURS a la fin des operations du contrat.
       LIRE-REMISE-SUIVANTE.
           MOVE SPACES TO WS-CODE-RTP.
           PERFORM UNTIL WS-CODE-RTP = '00' OR FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-RTP
               EVALUATE TRUE
                   WHEN WS-CODE-RTP NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-RTP-CONTRAT NOT = W-COM-CONTRAT
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-RTP-DATE-TRAITEMENT(1:6) NOT = WS-MOIS-RELEVE
                       MOVE SPACES TO WS-CODE-RTP
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------------
       EDITER-RELEVE.
           INITIALIZE W-CLIENT.
           IF W-CPT-CLIENT NOT = 0
               MOVE W-CPT-CLIENT TO W-CLI-NUMERO
               MOVE "OPEN-IO" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               MOVE "READ" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               MOVE "CLOSE" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               IF WS-CODE-CLIENT NOT = '00'
                   INITIALIZE W-CLIENT
               END-IF
           END-IF.
           MOVE "VIGUEUR" TO WS-OP.
           CALL "ADRESSE-CTRL" USING WS-OP W-CLI-NUMERO WS-DATE-JOUR
                                     W-CLI-ADRESSE WS-FIN-CARENCE
                                     WS-CODE-ADRESSE.

           MOVE SPACES TO WS-NOM-LETTRE.
           STRING "reports/RELEVE-TPE-" DELIMITED SIZE
                  W-COM-CONTRAT DELIMITED SPACE
                  "-" DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  ".txt" DELIMITED SIZE
               INTO WS-NOM-LETTRE.
           OPEN OUTPUT F-LETTRE.
           MOVE PARAM-NOM-BANQUE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE W-CPT-TITULAIRE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE W-CLI-ADRESSE TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           STRING "Le " DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Objet : releve de vos remises carte - contrat "
                      DELIMITED SIZE
                  W-COM-CONTRAT DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING FUNCTION TRIM(W-COM-ENSEIGNE) DELIMITED SIZE
                  " - compte " DELIMITED SIZE
                  W-COM-CPT DELIMITED SIZE
                  " - mois " DELIMITED SIZE
                  WS-DATE-JOUR(5:2) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-DATE-JOUR(1:4) DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "T DATE     RESE REFERENCE              BRUT"
                      DELIMITED SIZE
                  "  COMMISSION         NET" DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

           MOVE 'N' TO WS-FIN.
           PERFORM POSITIONNER-REMISES.
           PERFORM UNTIL FIN-PARCOURS
               PERFORM LIRE-REMISE-SUIVANTE
               IF NOT FIN-PARCOURS
                   PERFORM EDITER-LIGNE-REMISE
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           IF WS-NB-OPERATIONS = 0
               MOVE "Aucune remise ni impaye ce mois-ci."
                   TO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
           END-IF.
           MOVE WS-TOTAL-BRUT TO WS-MNT-AFF.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Total des remises (brut)     : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE WS-TOTAL-COMMISSION TO WS-MNT-AFF.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Commissions prelevees        : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE WS-TOTAL-IMPAYES TO WS-MNT-AFF.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Impayes repris               : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           MOVE WS-TOTAL-NET TO WS-MNT-AFF.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING "Net porte a votre compte     : " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.
           IF COM-RESILIE
               MOVE SPACES TO F-LETTRE-LIGNE
               STRING "Contrat resilie le " DELIMITED SIZE
                      W-COM-DATE-FIN DELIMITED SIZE
                   INTO F-LETTRE-LIGNE
               WRITE F-LETTRE-LIGNE
           END-IF.
           CLOSE F-LETTRE.

       EDITER-LIGNE-REMISE.
           MOVE W-RTP-BRUT TO WS-MNT-AFF.
           MOVE W-RTP-COMMISSION TO WS-COM-AFF.
           MOVE W-RTP-NET TO WS-NET-AFF.
           MOVE SPACES TO F-LETTRE-LIGNE.
           STRING W-RTP-TYPE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-RTP-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-RTP-RESEAU DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-RTP-REFERENCE(1:12) DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  WS-COM-AFF(4:12) DELIMITED SIZE
                  WS-NET-AFF(4:12) DELIMITED SIZE
               INTO F-LETTRE-LIGNE.
           WRITE F-LETTRE-LIGNE.

      *>----------------------------------------------------------------
       DEPOSER-AU-SPOOL.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR-SPOOL WS-CODE-SPOOL.
           INITIALIZE W-SPOOL.
           MOVE WS-COMPTEUR-SPOOL TO W-SPL-ID.
           MOVE W-CPT-NUMERO      TO W-SPL-CPT.
           MOVE "RELEVE-TPE"      TO W-SPL-TYPE-DOC.
           MOVE WS-DATE-JOUR      TO W-SPL-DATE.
           MOVE W-CPT-AGENCE      TO W-SPL-AGENCE.
           IF ENVOI-AGENCE
               MOVE 'R' TO W-SPL-MODE
           ELSE
               MOVE 'C' TO W-SPL-MODE
           END-IF.
           MOVE WS-NOM-LETTRE     TO W-SPL-FICHIER.
           SET SPL-A-IMPRIMER TO TRUE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "WRITE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.
           MOVE "CLOSE" TO WS-OP.
           CALL "SPOOL-IO" USING WS-OP W-SPOOL WS-CODE-SPOOL.

       END PROGRAM RELEVE-COMMERCANTS.
