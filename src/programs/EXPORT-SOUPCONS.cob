      *>****************************************************************
      *> Programme : EXPORT-SOUPCONS
      *> Role      : Batch quotidien (chaine BATCH-NUIT). Reprend les
      *>             declarations de soupcon confirmees par l'analyste
      *>             LBC (alertes ALERTES-LBC.dat au statut 'D', pas
      *>             encore emises), produit le fichier de
      *>             declaration au regulateur (reports/SOUPCONS-
      *>             AAAAMMJJ.csv : id,compte,titulaire,scenario,
      *>             nb mouvements,montant,montant ressorti,debut,
      *>             detection,decision,analyste,expose ; montants
      *>             exprimes en centimes) et date l'emission de
      *>             chaque declaration. Le fichier est CONFIDENTIEL :
      *>             il ne part qu'au regulateur, jamais au client.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-SOUPCONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EXPORT ASSIGN TO WS-NOM-EXPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-EXPORT.
       01 F-EXPORT-LIGNE         PIC X(250).

       WORKING-STORAGE SECTION.
       COPY ALERTE-LBC.
       COPY COMPTE.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FS-EXPORT           PIC X(2) VALUE '00'.
       01 WS-NOM-EXPORT          PIC X(40).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-MONTANT-CENTIMES    PIC 9(13).
       01 WS-SORTI-CENTIMES      PIC 9(13).
       01 WS-CODE-CPT            PIC X(2).
       01 WS-NB-EMISES           PIC 9(5) VALUE 0.
       01 WS-EXPORT-OUVERT       PIC X(1) VALUE 'N'.
          88 EXPORT-OUVERT       VALUE 'O'.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- EXPORT-SOUPCONS : declarations au regulateur ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       STRING "reports/SOUPCONS-" DELIMITED SIZE
              WS-DATE-JOUR DELIMITED SIZE
              ".csv" DELIMITED SIZE
           INTO WS-NOM-EXPORT.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR.
       IF NOT RC-OK
           DISPLAY "Registre vide : rien a emettre."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "START-FIRST" TO WS-OP.
       CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR.
       IF NOT RC-OK
           SET FIN-PARCOURS TO TRUE
       END-IF.

       PERFORM UNTIL FIN-PARCOURS
           MOVE "READ-NEXT" TO WS-OP
           CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR
           IF RC-OK
               IF ALB-DECLAREE AND W-ALB-DATE-EMISSION = 0
                   PERFORM EMETTRE-DECLARATION
               END-IF
           ELSE
               SET FIN-PARCOURS TO TRUE
           END-IF
       END-PERFORM.

       MOVE "CLOSE" TO WS-OP.
       CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR.
       IF EXPORT-OUVERT
           CLOSE F-EXPORT
       END-IF.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Declarations de soupcon emises : " WS-NB-EMISES.
       IF WS-NB-EMISES > 0
           DISPLAY "Fichier : " WS-NOM-EXPORT
       END-IF.

       MOVE 0 TO RETURN-CODE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       EMETTRE-DECLARATION.
           IF NOT EXPORT-OUVERT
               OPEN OUTPUT F-EXPORT
               MOVE SPACES TO F-EXPORT-LIGNE
               STRING "id,compte,titulaire,scenario,nb_mouvements,"
                          DELIMITED SIZE
                      "montant,montant_sorti,debut,detection,"
                          DELIMITED SIZE
                      "decision,analyste,expose" DELIMITED SIZE
                   INTO F-EXPORT-LIGNE
               WRITE F-EXPORT-LIGNE
               SET EXPORT-OUVERT TO TRUE
           END-IF.

           MOVE W-ALB-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
           IF WS-CODE-CPT NOT = '00'
               MOVE SPACES TO W-CPT-TITULAIRE
           END-IF.

           COMPUTE WS-MONTANT-CENTIMES = W-ALB-MONTANT * 100.
           COMPUTE WS-SORTI-CENTIMES = W-ALB-MONTANT-SORTI * 100.
           MOVE SPACES TO F-EXPORT-LIGNE.
           STRING W-ALB-ID            DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  W-ALB-CPT           DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  FUNCTION TRIM(W-CPT-TITULAIRE) DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  W-ALB-SCENARIO      DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  W-ALB-NB-MVTS       DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  WS-MONTANT-CENTIMES DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  WS-SORTI-CENTIMES   DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  W-ALB-DATE-DEBUT    DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  W-ALB-DATE-DETECT   DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  W-ALB-DATE-DECISION DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  W-ALB-OPERATEUR     DELIMITED SIZE
                  ","                 DELIMITED SIZE
                  FUNCTION TRIM(W-ALB-MOTIF) DELIMITED SIZE
               INTO F-EXPORT-LIGNE.
           WRITE F-EXPORT-LIGNE.

           MOVE WS-DATE-JOUR TO W-ALB-DATE-EMISSION.
           MOVE "REWRITE" TO WS-OP.
           CALL "LBC-IO" USING WS-OP W-ALERTE-LBC W-CODE-RETOUR.
           ADD 1 TO WS-NB-EMISES.

       END PROGRAM EXPORT-SOUPCONS.
