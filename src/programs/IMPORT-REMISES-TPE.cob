      *>****************************************************************
      *> Programme : IMPORT-REMISES-TPE
      *> Role      : Batch de la chaine BATCH-NUIT. Importe le fichier
      *>             de reglement quotidien de l'acquereur carte
      *>             (reports/REMISES-TPE.csv, une ligne d'en-tete puis
      *>             type,contrat,reseau,montant,date,reference,
      *>             reference_origine ; montant en centimes) :
      *>              - remise ('R') d'un contrat actif
      *>                (COMMERCANTS.dat) : le brut est credite au
      *>                compte du commercant (mouvement 'E', libelle
      *>                REMISE CARTE) et la
      *>                commission du reseau (taux du contrat) est
      *>                prelevee par un mouvement de frais distinct
      *>                ('F' categorie "TPE ") ; le solde progresse du
      *>                net remis ;
      *>              - impaye ('I') : le montant repris par
      *>                l'acquereur est debite (mouvement 'R', libelle
      *>                IMPAYE CARTE), lie a la remise d'origine
      *>                (reference_origine) ; le cumul des impayes
      *>                d'une remise ne peut exceder son brut. Le debit
      *>                est passe meme au-dela de la provision : la
      *>                reprise est due par le commercant.
      *>             Chaque remise et impaye entre au registre
      *>             REMISES-TPE.dat (releve mensuel
      *>             RELEVE-COMMERCANTS). Lignes ecartees (contrat
      *>             inconnu ou resilie, reseau inconnu, montant
      *>             invalide, remise d'origine introuvable ou deja
      *>             reprise, ligne deja importee) dans
      *>             reports/REMISES-TPE-REJETS.csv avec leur motif.
      *>             Protection contre le rejeu (module IMPORT-CTRL)
      *>             comme IMPORT-INTERNET.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-REMISES-TPE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-IMPORT ASSIGN TO "reports/REMISES-TPE.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPORT.
           SELECT F-REJETS ASSIGN TO
               "reports/REMISES-TPE-REJETS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJETS.

       DATA DIVISION.
       FILE SECTION.
       FD F-IMPORT.
       01 F-IMPORT-LIGNE         PIC X(120).
       FD F-REJETS.
       01 F-REJETS-LIGNE         PIC X(160).

       WORKING-STORAGE SECTION.
       COPY COMMERCANT.
       COPY REMISE-TPE.
       COPY TPE-PARAM.
       COPY COMPTE.
       COPY TRANSACT.
       COPY REGIMPORT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FS-IMPORT           PIC X(2) VALUE '00'.
       01 WS-FS-REJETS           PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.
       01 WS-FIN-REMISES         PIC X(1) VALUE 'N'.
          88 FIN-REMISES         VALUE 'O'.
       01 WS-TROUVE              PIC X(1) VALUE 'N'.
          88 ORIGINE-TROUVEE     VALUE 'O'.

       01 WS-CSV-TYPE            PIC X(1).
       01 WS-CSV-CONTRAT         PIC X(10).
       01 WS-CSV-RESEAU          PIC X(4).
       01 WS-CSV-MONTANT-TXT     PIC X(15).
       01 WS-CSV-DATE            PIC X(8).
       01 WS-CSV-REFERENCE       PIC X(20).
       01 WS-CSV-REF-ORIGINE     PIC X(20).

       01 WS-MONTANT-CENTIMES    PIC 9(13).
       01 WS-MONTANT             PIC S9(11)V99 COMP-3.
       01 WS-COMMISSION          PIC S9(11)V99 COMP-3.
       01 WS-NET                 PIC S9(11)V99 COMP-3.
       01 WS-RESTE-A-REPRENDRE   PIC S9(11)V99 COMP-3.
       01 WS-IDX-RESEAU          PIC 9(1) COMP.
       01 WS-ID-ORIGINE          PIC 9(10).
       01 WS-DATE-OPERATION      PIC 9(8).

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-COM            PIC X(2).
       01 WS-CODE-RTP            PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-MOTIF               PIC X(40).

       01 WS-NB-LUES             PIC 9(5) VALUE 0.
       01 WS-NB-REMISES          PIC 9(5) VALUE 0.
       01 WS-NB-IMPAYES          PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES         PIC 9(5) VALUE 0.
       01 WS-TOTAL-BRUT          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-COMMISSION    PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-IMPAYES       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-MNT-AFF             PIC -Z(10)9.99.

      *> Protection contre le rejeu : empreinte du fichier (lignes,
      *> total en centimes) puis, par ligne, le type, le contrat et la
      *> reference de l'acquereur, stables d'un envoi a l'autre.
       01 WS-CODE-IMPORT         PIC X(2).
       01 WS-FICHIER-REJOUE      PIC X(1) VALUE 'N'.
          88 FICHIER-DEJA-TRAITE VALUE 'O'.
       01 WS-PRE-NB-LIGNES       PIC 9(5) VALUE 0.
       01 WS-PRE-TOTAL-CTS       PIC 9(13) VALUE 0.
       01 WS-PRE-CHAMP1          PIC X(1).
       01 WS-PRE-CHAMP2          PIC X(10).
       01 WS-PRE-CHAMP3          PIC X(4).
       01 WS-PRE-MONTANT-TXT     PIC X(15).
       01 WS-DEJA-AAAAMMJJ       PIC X(8).
       01 WS-DEJA-JJMMAAAA       PIC X(10).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- IMPORT-REMISES-TPE : reglement acquereur carte ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       OPEN INPUT F-IMPORT.
       IF WS-FS-IMPORT NOT = '00'
           DISPLAY "Pas de fichier de reglement acquereur cette nuit."
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
       MOVE SPACES TO F-REJETS-LIGNE.
       STRING "type,contrat,reseau,montant,date,reference,"
                  DELIMITED SIZE
              "reference_origine,motif" DELIMITED SIZE
           INTO F-REJETS-LIGNE.
       WRITE F-REJETS-LIGNE.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
       CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-RTP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

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

       MOVE "CLOSE" TO WS-OP.
       CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
       CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-RTP.
       CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
       CLOSE F-IMPORT.
       CLOSE F-REJETS.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Lignes lues : " WS-NB-LUES
               "   remises : " WS-NB-REMISES
               "   impayes : " WS-NB-IMPAYES
               "   rejetees : " WS-NB-REJETEES.
       MOVE WS-TOTAL-BRUT TO WS-MNT-AFF.
       DISPLAY "Brut credite      : " WS-MNT-AFF.
       MOVE WS-TOTAL-COMMISSION TO WS-MNT-AFF.
       DISPLAY "Commissions       : " WS-MNT-AFF.
       MOVE WS-TOTAL-IMPAYES TO WS-MNT-AFF.
       DISPLAY "Impayes debites   : " WS-MNT-AFF.
       DISPLAY "Rejets : reports/REMISES-TPE-REJETS.csv".

       MOVE 0 TO RETURN-CODE.
       EXIT PROGRAM.

      *>----------------------------------------------------------------
       TRAITER-LIGNE.
           MOVE SPACES TO WS-CSV-TYPE WS-CSV-CONTRAT WS-CSV-RESEAU
                          WS-CSV-MONTANT-TXT WS-CSV-DATE
                          WS-CSV-REFERENCE WS-CSV-REF-ORIGINE.
           UNSTRING F-IMPORT-LIGNE DELIMITED BY ","
               INTO WS-CSV-TYPE WS-CSV-CONTRAT WS-CSV-RESEAU
                    WS-CSV-MONTANT-TXT WS-CSV-DATE
                    WS-CSV-REFERENCE WS-CSV-REF-ORIGINE.
           MOVE FUNCTION UPPER-CASE(WS-CSV-TYPE) TO WS-CSV-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-CSV-CONTRAT) TO WS-CSV-CONTRAT.
           MOVE FUNCTION UPPER-CASE(WS-CSV-RESEAU) TO WS-CSV-RESEAU.

           IF WS-CSV-REFERENCE = SPACES
               MOVE "reference acquereur absente" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

      *>   Remise ou impaye deja importe par un envoi precedent.
           PERFORM CONTROLER-REJEU-LIGNE.
           IF WS-CODE-IMPORT = '43'
               MOVE SPACES TO WS-MOTIF
               STRING "deja traite le " DELIMITED SIZE
                      WS-DEJA-JJMMAAAA DELIMITED SIZE
                   INTO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CSV-TYPE TO W-RTP-TYPE.
           IF NOT RTP-TYPE-VALIDE
               MOVE "type d'operation invalide" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CSV-CONTRAT TO W-COM-CONTRAT.
           MOVE "READ" TO WS-OP.
           CALL "COMMERC-IO" USING WS-OP W-COMMERCANT WS-CODE-COM.
           IF WS-CODE-COM NOT = '00'
               MOVE "contrat commercant inconnu" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.
      *>   Un contrat resilie ne remet plus ; les impayes sur ses
      *>   remises anterieures restent repris.
           IF WS-CSV-TYPE = 'R' AND NOT COM-ACTIF
               MOVE "contrat commercant resilie" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECHERCHER-RESEAU.
           IF WS-IDX-RESEAU > TPE-NB-RESEAUX
               MOVE "reseau de cartes inconnu" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

           IF WS-CSV-MONTANT-TXT NOT NUMERIC
               MOVE "montant non numerique" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSV-MONTANT-TXT TO WS-MONTANT-CENTIMES.
           COMPUTE WS-MONTANT = WS-MONTANT-CENTIMES / 100.
           IF WS-MONTANT NOT > 0
               MOVE "montant invalide" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.
           IF WS-CSV-DATE NUMERIC
               MOVE WS-CSV-DATE TO WS-DATE-OPERATION
           ELSE
               MOVE WS-DATE-JOUR TO WS-DATE-OPERATION
           END-IF.

           IF WS-CSV-TYPE = 'I'
               PERFORM RECHERCHER-ORIGINE
               IF WS-MOTIF NOT = SPACES
                   PERFORM JOURNALISER-REJET
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE W-COM-CPT TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               MOVE "compte du commercant introuvable" TO WS-MOTIF
               PERFORM DEVERROUILLER-COMPTE
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.
           IF CPT-CLOTURE
               MOVE "compte du commercant cloture" TO WS-MOTIF
               PERFORM DEVERROUILLER-COMPTE
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

           IF WS-CSV-TYPE = 'R'
               PERFORM PASSER-REMISE
           ELSE
               PERFORM PASSER-IMPAYE
           END-IF.
           IF WS-MOTIF NOT = SPACES
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.
           PERFORM INSCRIRE-LIGNE.

      *>----------------------------------------------------------------
      *> Rang du reseau dans TPE-PARAM ; au-dela de TPE-NB-RESEAUX si
      *> le code est inconnu.
       RECHERCHER-RESEAU.
           MOVE 1 TO WS-IDX-RESEAU.
           PERFORM UNTIL WS-IDX-RESEAU > TPE-NB-RESEAUX
                   OR TPE-RESEAU-CODE(WS-IDX-RESEAU) = WS-CSV-RESEAU
               ADD 1 TO WS-IDX-RESEAU
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Remise d'origine d'un impaye : meme contrat, reference
      *> acquereur = reference_origine. Le montant repris est borne
      *> par ce qui reste du brut apres les impayes deja passes.
      *> WS-MOTIF reste a SPACES quand la reprise est recevable.
       RECHERCHER-ORIGINE.
           MOVE SPACES TO WS-MOTIF.
           MOVE 'N' TO WS-TROUVE.
           MOVE 'N' TO WS-FIN-REMISES.
           MOVE WS-CSV-CONTRAT TO W-RTP-CONTRAT.
           MOVE "START-CONTRAT" TO WS-OP.
           CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-RTP.
           IF WS-CODE-RTP NOT = '00'
               SET FIN-REMISES TO TRUE
           END-IF.
           PERFORM UNTIL FIN-REMISES
               MOVE "READ-NEXT" TO WS-OP
               CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-RTP
               EVALUATE TRUE
                   WHEN WS-CODE-RTP NOT = '00'
                       SET FIN-REMISES TO TRUE
                   WHEN W-RTP-CONTRAT NOT = WS-CSV-CONTRAT
                       SET FIN-REMISES TO TRUE
                   WHEN RTP-REMISE
                           AND W-RTP-REFERENCE = WS-CSV-REF-ORIGINE
                       SET ORIGINE-TROUVEE TO TRUE
                       SET FIN-REMISES TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF NOT ORIGINE-TROUVEE
               MOVE "remise d'origine introuvable" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE W-RTP-ID TO WS-ID-ORIGINE.
           COMPUTE WS-RESTE-A-REPRENDRE = W-RTP-BRUT - W-RTP-IMPAYE.
           IF WS-MONTANT > WS-RESTE-A-REPRENDRE
               MOVE "impaye superieur au reste de la remise"
                   TO WS-MOTIF
           END-IF.

      *>----------------------------------------------------------------
      *> Remise : credit du brut puis prelevement de la commission du
      *> reseau, deux mouvements distincts ; le compte est verrouille
      *> par TRAITER-LIGNE.
       PASSER-REMISE.
           MOVE SPACES TO WS-MOTIF.
           COMPUTE WS-COMMISSION ROUNDED =
                   WS-MONTANT * W-COM-TAUX(WS-IDX-RESEAU) / 100.
           COMPUTE WS-NET = WS-MONTANT - WS-COMMISSION.

           ADD WS-NET TO W-CPT-SOLDE.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               MOVE "echec mise a jour du compte" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           PERFORM PREPARER-MOUVEMENT.
           MOVE 'E'                   TO W-TRN-TYPE.
           MOVE WS-MONTANT            TO W-TRN-MONTANT.
           STRING "REMISE CARTE " DELIMITED SIZE
                  WS-CSV-RESEAU DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-CSV-REFERENCE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           PERFORM ECRIRE-MOUVEMENT.

           INITIALIZE W-REMISE-TPE.
           MOVE W-TRN-ID TO W-RTP-TRN.

           IF WS-COMMISSION > 0
               PERFORM PREPARER-MOUVEMENT
               MOVE 'F'               TO W-TRN-TYPE
               MOVE WS-COMMISSION     TO W-TRN-MONTANT
               MOVE "TPE "            TO W-TRN-CATEGORIE
               STRING "COMMISSION CARTE " DELIMITED SIZE
                      WS-CSV-RESEAU DELIMITED SPACE
                      " " DELIMITED SIZE
                      WS-CSV-REFERENCE DELIMITED SIZE
                   INTO W-TRN-LIBELLE
               PERFORM ECRIRE-MOUVEMENT
               MOVE W-TRN-ID TO W-RTP-TRN-COM
           END-IF.

           MOVE WS-MONTANT    TO W-RTP-BRUT.
           MOVE WS-COMMISSION TO W-RTP-COMMISSION.
           MOVE WS-NET        TO W-RTP-NET.
           MOVE 0             TO W-RTP-REMISE-ORIGINE W-RTP-IMPAYE.
           PERFORM INSCRIRE-REGISTRE.

           ADD 1 TO WS-NB-REMISES.
           ADD WS-MONTANT TO WS-TOTAL-BRUT.
           ADD WS-COMMISSION TO WS-TOTAL-COMMISSION.

      *>----------------------------------------------------------------
      *> Impaye : debit du montant repris et cumul sur la remise
      *> d'origine ; le compte est verrouille par TRAITER-LIGNE.
       PASSER-IMPAYE.
           MOVE SPACES TO WS-MOTIF.
           SUBTRACT WS-MONTANT FROM W-CPT-SOLDE.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               MOVE "echec mise a jour du compte" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           PERFORM PREPARER-MOUVEMENT.
           MOVE 'R'                   TO W-TRN-TYPE.
           MOVE WS-MONTANT            TO W-TRN-MONTANT.
           STRING "IMPAYE CARTE " DELIMITED SIZE
                  WS-CSV-RESEAU DELIMITED SPACE
                  " " DELIMITED SIZE
                  WS-CSV-REF-ORIGINE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           PERFORM ECRIRE-MOUVEMENT.

           MOVE WS-ID-ORIGINE TO W-RTP-ID.
           MOVE "READ" TO WS-OP.
           CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-RTP.
           IF WS-CODE-RTP = '00'
               ADD WS-MONTANT TO W-RTP-IMPAYE
               MOVE "REWRITE" TO WS-OP
               CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-RTP
           END-IF.

           INITIALIZE W-REMISE-TPE.
           MOVE W-TRN-ID      TO W-RTP-TRN.
           MOVE 0             TO W-RTP-TRN-COM.
           MOVE WS-MONTANT    TO W-RTP-BRUT.
           MOVE 0             TO W-RTP-COMMISSION W-RTP-IMPAYE.
           COMPUTE W-RTP-NET = 0 - WS-MONTANT.
           MOVE WS-ID-ORIGINE TO W-RTP-REMISE-ORIGINE.
           PERFORM INSCRIRE-REGISTRE.

           ADD 1 TO WS-NB-IMPAYES.
           ADD WS-MONTANT TO WS-TOTAL-IMPAYES.

      *>----------------------------------------------------------------
       PREPARER-MOUVEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE W-COM-CPT             TO W-TRN-CPT.
           MOVE WS-DATE-JOUR          TO W-TRN-DATE.
           MOVE WS-DATE-JOUR          TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           MOVE "IMP-TPE"             TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.

       ECRIRE-MOUVEMENT.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Inscription au registre des remises ; les mouvements sont
      *> deja passes, un echec est signale sans annuler la ligne.
       INSCRIRE-REGISTRE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           MOVE WS-COMPTEUR       TO W-RTP-ID.
           MOVE WS-CSV-CONTRAT    TO W-RTP-CONTRAT.
           MOVE W-COM-CPT         TO W-RTP-CPT.
           MOVE WS-CSV-TYPE       TO W-RTP-TYPE.
           MOVE WS-CSV-RESEAU     TO W-RTP-RESEAU.
           MOVE WS-CSV-REFERENCE  TO W-RTP-REFERENCE.
           MOVE WS-DATE-OPERATION TO W-RTP-DATE.
           MOVE WS-DATE-JOUR      TO W-RTP-DATE-TRAITEMENT.
           MOVE "WRITE" TO WS-OP.
           CALL "REMTPE-IO" USING WS-OP W-REMISE-TPE WS-CODE-RTP.
           IF WS-CODE-RTP NOT = '00'
               DISPLAY "ATTENTION : " WS-CSV-REFERENCE
                       " non inscrite au registre (code "
                       WS-CODE-RTP ")."
           END-IF.

      *>----------------------------------------------------------------
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

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
                                      WS-PRE-CHAMP3
                                      WS-PRE-MONTANT-TXT
                       UNSTRING F-IMPORT-LIGNE DELIMITED BY ","
                           INTO WS-PRE-CHAMP1 WS-PRE-CHAMP2
                                WS-PRE-CHAMP3 WS-PRE-MONTANT-TXT
                       IF WS-PRE-MONTANT-TXT NUMERIC
                           ADD FUNCTION NUMVAL(WS-PRE-MONTANT-TXT)
                               TO WS-PRE-TOTAL-CTS
                       END-IF
               END-READ
           END-PERFORM.

           INITIALIZE W-REGIMPORT.
           MOVE "IMP-REMTPE" TO W-IMP-ORIGINE.
           SET IMP-FICHIER TO TRUE.
           MOVE "REMISES-TPE.csv" TO W-IMP-FICHIER-NOM.
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
      *> Empreinte d'une ligne : type + contrat + reference acquereur.
       BATIR-EMPREINTE-LIGNE.
           INITIALIZE W-REGIMPORT.
           MOVE "IMP-REMTPE" TO W-IMP-ORIGINE.
           SET IMP-LIGNE TO TRUE.
           STRING WS-CSV-TYPE DELIMITED SIZE
                  WS-CSV-CONTRAT DELIMITED SIZE
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

       END PROGRAM IMPORT-REMISES-TPE.
