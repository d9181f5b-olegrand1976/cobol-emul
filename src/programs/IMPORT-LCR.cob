      *>****************************************************************
      *> Programme : IMPORT-LCR
      *> Role      : Batch de la chaine BATCH-NUIT. Importe les
      *>             bordereaux d'effets de commerce (LCR) transmis
      *>             par fichier par les clients professionnels
      *>             (reports/LCR-REMISES.csv, une ligne d'en-tete puis
      *>             compte,mode,tire,iban,montant,echeance,reference ;
      *>             compte sur 8 chiffres, mode 'E' encaissement ou
      *>             'S' escompte, montant en centimes, echeance
      *>             AAAAMMJJ). Chaque effet est
      *>             pris en charge par le module EFFET-REMETTRE, comme
      *>             a l'ecran EFFETS : controles du compte, du tire et
      *>             de l'echeance, et pour l'escompte ligne d'escompte
      *>             du client, avance creditee aussitot et agios
      *>             preleves. Les effets d'un meme fichier forment un
      *>             bordereau. Lignes ecartees (donnees invalides,
      *>             compte ou client non eligible, ligne d'escompte
      *>             depassee, ligne deja importee) dans
      *>             reports/LCR-REMISES-REJETS.csv avec leur motif.
      *>             Protection contre le rejeu (module IMPORT-CTRL)
      *>             comme IMPORT-INTERNET.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-LCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-IMPORT ASSIGN TO "reports/LCR-REMISES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPORT.
           SELECT F-REJETS ASSIGN TO
               "reports/LCR-REMISES-REJETS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJETS.

       DATA DIVISION.
       FILE SECTION.
       FD F-IMPORT.
       01 F-IMPORT-LIGNE         PIC X(160).
       FD F-REJETS.
       01 F-REJETS-LIGNE         PIC X(200).

       WORKING-STORAGE SECTION.
       COPY EFFET.
       COPY REGIMPORT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FS-IMPORT           PIC X(2) VALUE '00'.
       01 WS-FS-REJETS           PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.

       01 WS-CSV-COMPTE-TXT      PIC X(8).
       01 WS-CSV-MODE            PIC X(1).
       01 WS-CSV-TIRE            PIC X(30).
       01 WS-CSV-IBAN            PIC X(34).
       01 WS-CSV-MONTANT-TXT     PIC X(15).
       01 WS-CSV-ECHEANCE        PIC X(8).
       01 WS-CSV-REFERENCE       PIC X(20).

       01 WS-MONTANT-CENTIMES    PIC 9(13).
       01 WS-BORDEREAU           PIC 9(10) VALUE 0.
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-OPERATEUR           PIC X(8) VALUE "IMP-LCR".
       01 WS-CODE-REMISE         PIC X(2).
       01 WS-MOTIF               PIC X(40).

       01 WS-NB-LUES             PIC 9(5) VALUE 0.
       01 WS-NB-ENCAISSEMENT     PIC 9(5) VALUE 0.
       01 WS-NB-ESCOMPTE         PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES         PIC 9(5) VALUE 0.
       01 WS-TOTAL-ENCAISSEMENT  PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-ESCOMPTE      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-AGIOS         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-MNT-AFF             PIC -Z(10)9.99.

      *> Protection contre le rejeu : empreinte du fichier (lignes,
      *> total en centimes) puis, par ligne, le compte remettant et
      *> la reference de l'effet, stables d'un envoi a l'autre.
       01 WS-CODE-IMPORT         PIC X(2).
       01 WS-FICHIER-REJOUE      PIC X(1) VALUE 'N'.
          88 FICHIER-DEJA-TRAITE VALUE 'O'.
       01 WS-PRE-NB-LIGNES       PIC 9(5) VALUE 0.
       01 WS-PRE-TOTAL-CTS       PIC 9(13) VALUE 0.
       01 WS-PRE-CHAMP1          PIC X(8).
       01 WS-PRE-CHAMP2          PIC X(1).
       01 WS-PRE-CHAMP3          PIC X(30).
       01 WS-PRE-CHAMP4          PIC X(34).
       01 WS-PRE-MONTANT-TXT     PIC X(15).
       01 WS-DEJA-AAAAMMJJ       PIC X(8).
       01 WS-DEJA-JJMMAAAA       PIC X(10).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- IMPORT-LCR : bordereaux d'effets de commerce ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       OPEN INPUT F-IMPORT.
       IF WS-FS-IMPORT NOT = '00'
           DISPLAY "Pas de bordereau d'effets cette nuit."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       PERFORM CONTROLER-REJEU-FICHIER.
       IF FICHIER-DEJA-TRAITE
           CLOSE F-IMPORT
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       OPEN OUTPUT F-REJETS.
       MOVE "compte,mode,tire,iban,montant,echeance,reference,motif"
           TO F-REJETS-LIGNE.
       WRITE F-REJETS-LIGNE.

       MOVE "NEXT" TO WS-OP.
       CALL "SEQ-IO" USING WS-OP WS-BORDEREAU W-CODE-RETOUR.

      *> La premiere ligne est l'en-tete.
       READ F-IMPORT
           AT END
               SET FIN-LECTURE TO TRUE
       END-READ.

       PERFORM UNTIL FIN-LECTURE
           READ F-IMPORT
               AT END
                   SET FIN-LECTURE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUES
                   PERFORM TRAITER-LIGNE
           END-READ
       END-PERFORM.

       CLOSE F-IMPORT.
       CLOSE F-REJETS.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Bordereau " WS-BORDEREAU
               "   lignes lues : " WS-NB-LUES
               "   rejetees : " WS-NB-REJETEES.
       MOVE WS-TOTAL-ENCAISSEMENT TO WS-MNT-AFF.
       DISPLAY "A l'encaissement  : " WS-NB-ENCAISSEMENT " effet(s) "
               WS-MNT-AFF.
       MOVE WS-TOTAL-ESCOMPTE TO WS-MNT-AFF.
       DISPLAY "Escomptes         : " WS-NB-ESCOMPTE " effet(s) "
               WS-MNT-AFF.
       MOVE WS-TOTAL-AGIOS TO WS-MNT-AFF.
       DISPLAY "Agios preleves    : " WS-MNT-AFF.
       DISPLAY "Rejets : reports/LCR-REMISES-REJETS.csv".

       MOVE 0 TO RETURN-CODE.
       EXIT PROGRAM.

      *>----------------------------------------------------------------
       TRAITER-LIGNE.
           MOVE SPACES TO WS-CSV-COMPTE-TXT WS-CSV-MODE WS-CSV-TIRE
                          WS-CSV-IBAN WS-CSV-MONTANT-TXT
                          WS-CSV-ECHEANCE WS-CSV-REFERENCE.
           UNSTRING F-IMPORT-LIGNE DELIMITED BY ","
               INTO WS-CSV-COMPTE-TXT WS-CSV-MODE WS-CSV-TIRE
                    WS-CSV-IBAN WS-CSV-MONTANT-TXT WS-CSV-ECHEANCE
                    WS-CSV-REFERENCE.
           MOVE FUNCTION UPPER-CASE(WS-CSV-MODE) TO WS-CSV-MODE.
           MOVE FUNCTION UPPER-CASE(WS-CSV-IBAN) TO WS-CSV-IBAN.

           IF WS-CSV-REFERENCE = SPACES
               MOVE "reference de l'effet absente" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

      *>   Effet deja importe par un envoi precedent.
           PERFORM CONTROLER-REJEU-LIGNE.
           IF WS-CODE-IMPORT = '43'
               MOVE SPACES TO WS-MOTIF
               STRING "deja traite le " DELIMITED SIZE
                      WS-DEJA-JJMMAAAA DELIMITED SIZE
                   INTO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

           IF WS-CSV-COMPTE-TXT NOT NUMERIC
               MOVE "numero de compte invalide" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-CSV-MONTANT-TXT NOT NUMERIC
               MOVE "montant non numerique" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-CSV-ECHEANCE NOT NUMERIC
               MOVE "echeance non numerique" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE W-EFFET.
           MOVE WS-CSV-COMPTE-TXT    TO W-EFF-CPT.
           MOVE WS-BORDEREAU         TO W-EFF-BORDEREAU.
           MOVE WS-CSV-MODE          TO W-EFF-MODE.
           MOVE WS-CSV-TIRE          TO W-EFF-TIRE.
           MOVE WS-CSV-IBAN          TO W-EFF-IBAN.
           MOVE WS-CSV-MONTANT-TXT   TO WS-MONTANT-CENTIMES.
           COMPUTE W-EFF-MONTANT = WS-MONTANT-CENTIMES / 100.
           MOVE WS-CSV-ECHEANCE      TO W-EFF-DATE-ECHEANCE.
           MOVE WS-CSV-REFERENCE     TO W-EFF-REFERENCE.

           CALL "EFFET-REMETTRE" USING W-EFFET WS-OPERATEUR
                                       WS-CODE-REMISE.
           IF WS-CODE-REMISE NOT = '00'
               PERFORM LIBELLER-REFUS
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.
           PERFORM INSCRIRE-LIGNE.

           IF EFF-ESCOMPTE
               ADD 1 TO WS-NB-ESCOMPTE
               ADD W-EFF-MONTANT TO WS-TOTAL-ESCOMPTE
               ADD W-EFF-AGIOS TO WS-TOTAL-AGIOS
           ELSE
               ADD 1 TO WS-NB-ENCAISSEMENT
               ADD W-EFF-MONTANT TO WS-TOTAL-ENCAISSEMENT
           END-IF.

      *>----------------------------------------------------------------
       LIBELLER-REFUS.
           EVALUATE WS-CODE-REMISE
               WHEN '10'
                   MOVE "mode, IBAN ou echeance invalide" TO WS-MOTIF
               WHEN '11'
                   MOVE "montant invalide" TO WS-MOTIF
               WHEN '12'
                   MOVE "tire absent" TO WS-MOTIF
               WHEN '21'
                   MOVE "compte remettant introuvable" TO WS-MOTIF
               WHEN '31'
                   MOVE "compte remettant inactif" TO WS-MOTIF
               WHEN '36'
                   MOVE "compte ou client non eligible" TO WS-MOTIF
               WHEN '55'
                   MOVE "ligne d'escompte absente ou depassee"
                       TO WS-MOTIF
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIF
                   STRING "echec d'enregistrement (code "
                              DELIMITED SIZE
                          WS-CODE-REMISE DELIMITED SIZE
                          ")" DELIMITED SIZE
                       INTO WS-MOTIF
           END-EVALUATE.

      *>----------------------------------------------------------------
       JOURNALISER-REJET.
           ADD 1 TO WS-NB-REJETEES.
           MOVE SPACES TO F-REJETS-LIGNE.
           STRING FUNCTION TRIM(F-IMPORT-LIGNE) DELIMITED SIZE
                  ","                DELIMITED SIZE
                  WS-MOTIF           DELIMITED SIZE
               INTO F-REJETS-LIGNE.
           WRITE F-REJETS-LIGNE.
           DISPLAY "Ligne " WS-CSV-REFERENCE " rejetee ("
                   FUNCTION TRIM(WS-MOTIF) ").".

      *>----------------------------------------------------------------
      *> Pre-lecture du fichier (nombre de lignes, total des montants
      *> en centimes) pour confronter son empreinte au registre des
      *> imports : un fichier deja traite est refuse en bloc, sinon
      *> l'empreinte est inscrite et le fichier relu.
       CONTROLER-REJEU-FICHIER.
           MOVE 0 TO WS-PRE-NB-LIGNES WS-PRE-TOTAL-CTS.
           READ F-IMPORT
               AT END
                   SET FIN-LECTURE TO TRUE
           END-READ.
           PERFORM UNTIL FIN-LECTURE
               READ F-IMPORT
                   AT END
                       SET FIN-LECTURE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PRE-NB-LIGNES
                       MOVE SPACES TO WS-PRE-CHAMP1 WS-PRE-CHAMP2
                                      WS-PRE-CHAMP3 WS-PRE-CHAMP4
                                      WS-PRE-MONTANT-TXT
                       UNSTRING F-IMPORT-LIGNE DELIMITED BY ","
                           INTO WS-PRE-CHAMP1 WS-PRE-CHAMP2
                                WS-PRE-CHAMP3 WS-PRE-CHAMP4
                                WS-PRE-MONTANT-TXT
                       IF WS-PRE-MONTANT-TXT NUMERIC
                           ADD FUNCTION NUMVAL(WS-PRE-MONTANT-TXT)
                               TO WS-PRE-TOTAL-CTS
                       END-IF
               END-READ
           END-PERFORM.

           INITIALIZE W-REGIMPORT.
           MOVE "IMP-LCR" TO W-IMP-ORIGINE.
           SET IMP-FICHIER TO TRUE.
           MOVE "LCR-REMISES.csv" TO W-IMP-FICHIER-NOM.
           MOVE WS-PRE-NB-LIGNES TO W-IMP-NB-LIGNES.
           MOVE WS-PRE-TOTAL-CTS TO W-IMP-TOTAL-CTS.
           MOVE "VERIFIER" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.
           IF WS-CODE-IMPORT = '43'
               PERFORM FORMATER-DATE-DEJA
               DISPLAY "FICHIER DEJA TRAITE LE " WS-DEJA-JJMMAAAA
                       " : import refuse (purge superviseur via le "
                       "PUPITRE pour une re-emission legitime)."
               SET FICHIER-DEJA-TRAITE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.

      *>   Relecture depuis le debut pour le traitement effectif.
           CLOSE F-IMPORT.
           OPEN INPUT F-IMPORT.
           MOVE 'N' TO WS-FIN.

      *>----------------------------------------------------------------
      *> Empreinte d'une ligne : compte remettant + reference.
       BATIR-EMPREINTE-LIGNE.
           INITIALIZE W-REGIMPORT.
           MOVE "IMP-LCR" TO W-IMP-ORIGINE.
           SET IMP-LIGNE TO TRUE.
           STRING WS-CSV-COMPTE-TXT DELIMITED SIZE
                  WS-CSV-REFERENCE DELIMITED SIZE
               INTO W-IMP-EMPREINTE.

       CONTROLER-REJEU-LIGNE.
           PERFORM BATIR-EMPREINTE-LIGNE.
           MOVE "VERIFIER" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.
           IF WS-CODE-IMPORT = '43'
               PERFORM FORMATER-DATE-DEJA
           END-IF.

       INSCRIRE-LIGNE.
           PERFORM BATIR-EMPREINTE-LIGNE.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.

      *>----------------------------------------------------------------
       FORMATER-DATE-DEJA.
           MOVE W-IMP-DATE TO WS-DEJA-AAAAMMJJ.
           STRING WS-DEJA-AAAAMMJJ(7:2) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-DEJA-AAAAMMJJ(5:2) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  WS-DEJA-AAAAMMJJ(1:4) DELIMITED SIZE
               INTO WS-DEJA-JJMMAAAA.

       END PROGRAM IMPORT-LCR.
