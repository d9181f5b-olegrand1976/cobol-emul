      *>****************************************************************
      *> Programme : REPONDRE-VOP
      *> Role      : Reponse aux demandes de verification du
      *>             beneficiaire adressees par les autres
      *>             etablissements avant d'emettre un virement vers un
      *>             de nos comptes. Le fichier de la place
      *>             reports/VOP-DEMANDES.csv est cumulatif (une ligne
      *>             d'en-tete puis demande,iban,nom) : chaque demande
      *>             n'est repondue qu'une fois (registre des imports,
      *>             module IMPORT-CTRL). Le nom est rapproche du
      *>             titulaire et des cotitulaires du compte designe
      *>             par l'IBAN (VOP-CTRL) ; la reponse part dans
      *>             reports/VOP-DEMANDES-REPONSES.csv : demande,
      *>             MTCH / CMTC (avec le nom exact du titulaire) /
      *>             NMTC / NOAP (demande illisible).
      *>             Lance du pupitre, a toute heure : la place attend
      *>             la reponse avant l'emission.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPONDRE-VOP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DEMANDES ASSIGN TO "reports/VOP-DEMANDES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEMANDES.
           SELECT F-REPONSES ASSIGN TO
               "reports/VOP-DEMANDES-REPONSES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPONSES.

       DATA DIVISION.
       FILE SECTION.
       FD F-DEMANDES.
       01 F-DEMANDES-LIGNE       PIC X(120).

       FD F-REPONSES.
       01 F-REPONSES-LIGNE       PIC X(120).

       WORKING-STORAGE SECTION.
       COPY OPS.
       COPY REGIMPORT.
       COPY VOP.

       01 WS-FS-DEMANDES         PIC X(2) VALUE '00'.
       01 WS-FS-REPONSES         PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.

       01 WS-CSV-DEMANDE         PIC X(40).
       01 WS-CSV-IBAN            PIC X(27).
       01 WS-CSV-NOM             PIC X(40).

       01 WS-OP-VOP              PIC X(12).
       01 WS-CODE-VOP            PIC X(2).
       01 WS-CODE-IMPORT         PIC X(2).
       01 WS-STATUT-REPONSE      PIC X(4).

       01 WS-NB-LUES             PIC 9(5) VALUE 0.
       01 WS-NB-DEJA             PIC 9(5) VALUE 0.
       01 WS-NB-CONCORDANTS      PIC 9(5) VALUE 0.
       01 WS-NB-PROCHES          PIC 9(5) VALUE 0.
       01 WS-NB-DISCORDANTS      PIC 9(5) VALUE 0.
       01 WS-NB-ILLISIBLES       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- REPONDRE-VOP : verification du beneficiaire ---".
       DISPLAY "------------------------------------------------------".

       OPEN INPUT F-DEMANDES.
       IF WS-FS-DEMANDES NOT = '00'
           DISPLAY "Aucune demande de verification recue."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       OPEN EXTEND F-REPONSES.
       IF WS-FS-REPONSES NOT = '00'
           OPEN OUTPUT F-REPONSES
           MOVE "demande,resultat,nom" TO F-REPONSES-LIGNE
           WRITE F-REPONSES-LIGNE
       END-IF.

      *> La premiere ligne est l'en-tete (demande,iban,nom).
       READ F-DEMANDES
           AT END
               SET FIN-LECTURE TO TRUE
       END-READ.

       PERFORM UNTIL FIN-LECTURE
           READ F-DEMANDES
               AT END
                   SET FIN-LECTURE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUES
                   PERFORM TRAITER-DEMANDE
           END-READ
       END-PERFORM.

       CLOSE F-DEMANDES.
       CLOSE F-REPONSES.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Demandes lues       : " WS-NB-LUES.
       DISPLAY "Deja repondues      : " WS-NB-DEJA.
       DISPLAY "Concordances        : " WS-NB-CONCORDANTS.
       DISPLAY "Concordances proches: " WS-NB-PROCHES.
       DISPLAY "Discordances        : " WS-NB-DISCORDANTS.
       DISPLAY "Demandes illisibles : " WS-NB-ILLISIBLES.

       MOVE 0 TO RETURN-CODE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       TRAITER-DEMANDE.
           MOVE SPACES TO WS-CSV-DEMANDE WS-CSV-IBAN WS-CSV-NOM.
           UNSTRING F-DEMANDES-LIGNE DELIMITED BY ","
               INTO WS-CSV-DEMANDE WS-CSV-IBAN WS-CSV-NOM.
           IF WS-CSV-DEMANDE = SPACES
               EXIT PARAGRAPH
           END-IF.

      *>   Le fichier est cumulatif : une demande deja repondue est
      *>   passee sans nouvelle reponse.
           INITIALIZE W-REGIMPORT.
           MOVE "VOP" TO W-IMP-ORIGINE.
           SET IMP-LIGNE TO TRUE.
           MOVE WS-CSV-DEMANDE TO W-IMP-EMPREINTE.
           MOVE "VERIFIER" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.
           IF WS-CODE-IMPORT = '43'
               ADD 1 TO WS-NB-DEJA
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE W-VOP.
           IF WS-CSV-IBAN = SPACES OR WS-CSV-NOM = SPACES
               MOVE "NOAP" TO WS-STATUT-REPONSE
               ADD 1 TO WS-NB-ILLISIBLES
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-CSV-IBAN) TO W-VOP-IBAN
               MOVE WS-CSV-NOM TO W-VOP-NOM-SAISI
               MOVE "REPONDRE" TO WS-OP-VOP
               CALL "VOP-CTRL" USING WS-OP-VOP W-VOP WS-CODE-VOP
               EVALUATE TRUE
                   WHEN VOP-CONCORDANT
                       MOVE "MTCH" TO WS-STATUT-REPONSE
                       ADD 1 TO WS-NB-CONCORDANTS
                   WHEN VOP-PROCHE
                       MOVE "CMTC" TO WS-STATUT-REPONSE
                       ADD 1 TO WS-NB-PROCHES
                   WHEN OTHER
                       MOVE "NMTC" TO WS-STATUT-REPONSE
                       MOVE SPACES TO W-VOP-NOM-EXACT
                       ADD 1 TO WS-NB-DISCORDANTS
               END-EVALUATE
           END-IF.

           MOVE SPACES TO F-REPONSES-LIGNE.
           STRING FUNCTION TRIM(WS-CSV-DEMANDE) DELIMITED SIZE
                  ","               DELIMITED SIZE
                  WS-STATUT-REPONSE DELIMITED SIZE
                  ","               DELIMITED SIZE
                  FUNCTION TRIM(W-VOP-NOM-EXACT) DELIMITED SIZE
               INTO F-REPONSES-LIGNE.
           WRITE F-REPONSES-LIGNE.

           INITIALIZE W-REGIMPORT.
           MOVE "VOP" TO W-IMP-ORIGINE.
           SET IMP-LIGNE TO TRUE.
           MOVE WS-CSV-DEMANDE TO W-IMP-EMPREINTE.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.

       END PROGRAM REPONDRE-VOP.
