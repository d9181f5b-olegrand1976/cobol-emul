      *>****************************************************************
      *> Programme : IMPORT-DEPOTS-DAB
      *> Role      : Batch de la chaine BATCH-NUIT. Importe le journal
      *>             quotidien des depots en enveloppe remonte par les
      *>             automates (reports/DAB-DEPOTS.csv, une ligne
      *>             d'en-tete puis dab,enveloppe,compte,nature,
      *>             montant,date,heure,carte ; nature E especes ou C
      *>             cheques, montant declare en centimes) :
      *>              - chaque enveloppe entre au registre
      *>                DEPOTS-DAB.dat en statut 'A' (a ouvrir) ;
      *>              - une enveloppe d'especes est creditee a titre
      *>                provisoire du montant declare : mouvement 'D'
      *>                canal DAB sous l'identifiant de la machine
      *>                (W-TRN-DAB), date de valeur a J + le delai
      *>                LIM-DAB-JOURS-VALEUR (cle DAB-JOURS-VALEUR des
      *>                parametres d'exploitation) ;
      *>              - une enveloppe de cheques n'est pas creditee :
      *>                les cheques sont remis a l'encaissement a
      *>                l'ouverture (ecran DEPOTS-DAB) et credites par
      *>                COMPENSER-CHEQUES.
      *>             Lignes ecartees (automate inconnu, compte non
      *>             actif, nature ou montant invalide, enveloppe deja
      *>             importee) dans reports/DAB-DEPOTS-REJETS.csv avec
      *>             leur motif. Protection contre le rejeu (module
      *>             IMPORT-CTRL) comme IMPORT-INTERNET.
      *>             Le numero de carte n'est conserve que masque
      *>             (module PAN-CTRL), rejets compris.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-DEPOTS-DAB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-IMPORT ASSIGN TO "reports/DAB-DEPOTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPORT.
           SELECT F-REJETS ASSIGN TO
               "reports/DAB-DEPOTS-REJETS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJETS.

       DATA DIVISION.
       FILE SECTION.
       FD F-IMPORT.
       01 F-IMPORT-LIGNE         PIC X(120).
       FD F-REJETS.
       01 F-REJETS-LIGNE         PIC X(160).

       WORKING-STORAGE SECTION.
       COPY DEPOT-DAB.
       COPY DAB.
       COPY COMPTE.
       COPY TRANSACT.
       COPY REGIMPORT.
       COPY PARAM-EXPLOIT.
       COPY LIMITES.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FS-IMPORT           PIC X(2) VALUE '00'.
       01 WS-FS-REJETS           PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.

       01 WS-CSV-DAB             PIC X(8).
       01 WS-CSV-ENVELOPPE       PIC X(12).
       01 WS-CSV-COMPTE          PIC X(8).
       01 WS-CSV-NATURE          PIC X(1).
       01 WS-CSV-MONTANT-TXT     PIC X(15).
       01 WS-CSV-DATE            PIC X(8).
       01 WS-CSV-HEURE           PIC X(6).
       01 WS-CSV-CARTE           PIC X(16).
      *> Le numero de carte remonte par l'automate est masque des la
      *> lecture (module PAN-CTRL) : ni le registre, ni le mouvement,
      *> ni le fichier des rejets ne portent le numero en clair.
       01 WS-OP-PAN              PIC X(12).
       01 WS-PAN-LU              PIC 9(16).
       01 WS-CARTE-MASQUE        PIC X(16).
       01 WS-CODE-PAN            PIC X(2).

       01 WS-MONTANT-CENTIMES    PIC 9(13).
       01 WS-MONTANT             PIC S9(11)V99 COMP-3.
       01 WS-NUM-CPT             PIC 9(8).

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-DATE-VALEUR         PIC 9(8).
       01 WS-JOURS-VALEUR        PIC 9(2).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-DAB            PIC X(2).
       01 WS-CODE-DPD            PIC X(2).
       01 WS-CODE-PARAM          PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-MOTIF               PIC X(40).

       01 WS-NB-LUES             PIC 9(5) VALUE 0.
       01 WS-NB-ESPECES          PIC 9(5) VALUE 0.
       01 WS-NB-CHEQUES          PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES         PIC 9(5) VALUE 0.
       01 WS-TOTAL-CREDITE       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-MNT-AFF             PIC -Z(10)9.99.

      *> Protection contre le rejeu : empreinte du fichier (lignes,
      *> total en centimes) puis, par ligne, le couple automate +
      *> enveloppe, identifiant stable d'un depot d'un envoi a l'autre.
       01 WS-CODE-IMPORT         PIC X(2).
       01 WS-FICHIER-REJOUE      PIC X(1) VALUE 'N'.
          88 FICHIER-DEJA-TRAITE VALUE 'O'.
       01 WS-PRE-NB-LIGNES       PIC 9(5) VALUE 0.
       01 WS-PRE-TOTAL-CTS       PIC 9(13) VALUE 0.
       01 WS-PRE-CHAMP1          PIC X(8).
       01 WS-PRE-CHAMP2          PIC X(12).
       01 WS-PRE-CHAMP3          PIC X(8).
       01 WS-PRE-CHAMP4          PIC X(1).
       01 WS-PRE-MONTANT-TXT     PIC X(15).
       01 WS-DEJA-AAAAMMJJ       PIC X(8).
       01 WS-DEJA-JJMMAAAA       PIC X(10).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- IMPORT-DEPOTS-DAB : enveloppes des automates ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       OPEN INPUT F-IMPORT.
       IF WS-FS-IMPORT NOT = '00'
           DISPLAY "Pas de journal de depots DAB cette nuit."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       PERFORM CONTROLER-REJEU-FICHIER.
       IF FICHIER-DEJA-TRAITE
           CLOSE F-IMPORT
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

      *> Delai de valeur du credit provisoire : defaut compile
      *> surcharge par la cle des parametres d'exploitation.
       MOVE "DAB-JOURS-VALEUR" TO W-PAR-CLE.
       MOVE LIM-DAB-JOURS-VALEUR TO W-PAR-VALEUR.
       MOVE "VALEUR" TO WS-OP.
       CALL "PARAM-IO" USING WS-OP W-PARAMETRE WS-CODE-PARAM.
       MOVE W-PAR-VALEUR TO WS-JOURS-VALEUR.

       OPEN OUTPUT F-REJETS.
       MOVE "dab,enveloppe,compte,nature,montant,date,heure,carte,motif"
           TO F-REJETS-LIGNE.
       WRITE F-REJETS-LIGNE.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "DABREG-IO" USING WS-OP W-DAB WS-CODE-DAB.
       CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD.

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
       CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD.
       CALL "DABREG-IO" USING WS-OP W-DAB WS-CODE-DAB.
       CLOSE F-IMPORT.
       CLOSE F-REJETS.

       DISPLAY "------------------------------------------------------".
       MOVE WS-TOTAL-CREDITE TO WS-MNT-AFF.
       DISPLAY "Enveloppes lues : " WS-NB-LUES
               "   especes : " WS-NB-ESPECES
               "   cheques : " WS-NB-CHEQUES
               "   rejetees : " WS-NB-REJETEES.
       DISPLAY "Credit provisoire especes : " WS-MNT-AFF
               " (valeur J+" WS-JOURS-VALEUR ")".
       DISPLAY "Rejets : reports/DAB-DEPOTS-REJETS.csv".

       MOVE 0 TO RETURN-CODE.
       EXIT PROGRAM.

      *>----------------------------------------------------------------
       TRAITER-LIGNE.
           MOVE SPACES TO WS-CSV-DAB WS-CSV-ENVELOPPE WS-CSV-COMPTE
                          WS-CSV-NATURE WS-CSV-MONTANT-TXT
                          WS-CSV-DATE WS-CSV-HEURE WS-CSV-CARTE.
           UNSTRING F-IMPORT-LIGNE DELIMITED BY ","
               INTO WS-CSV-DAB WS-CSV-ENVELOPPE WS-CSV-COMPTE
                    WS-CSV-NATURE WS-CSV-MONTANT-TXT
                    WS-CSV-DATE WS-CSV-HEURE WS-CSV-CARTE.
           IF WS-CSV-CARTE NUMERIC
               PERFORM MASQUER-CARTE-LIGNE
           END-IF.

           IF WS-CSV-ENVELOPPE = SPACES
               MOVE "numero d'enveloppe absent" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

      *>   Enveloppe deja importee par un envoi precedent.
           PERFORM CONTROLER-REJEU-LIGNE.
           IF WS-CODE-IMPORT = '43'
               MOVE SPACES TO WS-MOTIF
               STRING "deja traite le " DELIMITED SIZE
                      WS-DEJA-JJMMAAAA DELIMITED SIZE
                   INTO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CSV-DAB TO W-DAB-ID.
           MOVE "READ" TO WS-OP.
           CALL "DABREG-IO" USING WS-OP W-DAB WS-CODE-DAB.
           IF WS-CODE-DAB NOT = '00'
               MOVE "automate inconnu du registre" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CSV-NATURE TO W-DPD-NATURE.
           IF NOT DPD-NATURE-VALIDE
               MOVE "nature de depot invalide" TO WS-MOTIF
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

           IF WS-CSV-COMPTE NOT NUMERIC
               MOVE "compte invalide" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSV-COMPTE TO WS-NUM-CPT.
           MOVE WS-NUM-CPT TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               MOVE "compte introuvable" TO WS-MOTIF
               PERFORM DEVERROUILLER-COMPTE
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.
           IF NOT CPT-ACTIF
               MOVE "compte non actif" TO WS-MOTIF
               PERFORM DEVERROUILLER-COMPTE
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.
           INITIALIZE W-DEPOT-DAB.
           MOVE WS-COMPTEUR       TO W-DPD-ID.
           MOVE W-DAB-ID          TO W-DPD-DAB.
           MOVE W-DAB-AGENCE      TO W-DPD-AGENCE.
           MOVE WS-CSV-ENVELOPPE  TO W-DPD-ENVELOPPE.
           IF WS-CSV-DATE NUMERIC
               MOVE WS-CSV-DATE TO W-DPD-DATE
           ELSE
               MOVE WS-DATE-JOUR TO W-DPD-DATE
           END-IF.
           IF WS-CSV-HEURE NUMERIC
               MOVE WS-CSV-HEURE TO W-DPD-HEURE
           END-IF.
           MOVE WS-NUM-CPT        TO W-DPD-CPT.
           IF WS-CSV-CARTE NOT = SPACES
               MOVE WS-CSV-CARTE TO W-DPD-CARTE
           END-IF.
           MOVE WS-CSV-NATURE     TO W-DPD-NATURE.
           MOVE WS-MONTANT        TO W-DPD-MONTANT-DECLARE.
           SET DPD-A-OUVRIR TO TRUE.

           IF DPD-ESPECES
               PERFORM CREDITER-PROVISOIRE
               IF WS-MOTIF NOT = SPACES
                   PERFORM JOURNALISER-REJET
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-ESPECES
               ADD WS-MONTANT TO WS-TOTAL-CREDITE
           ELSE
               PERFORM DEVERROUILLER-COMPTE
               ADD 1 TO WS-NB-CHEQUES
           END-IF.

           MOVE "WRITE" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD.
           IF WS-CODE-DPD NOT = '00'
               DISPLAY "ATTENTION : enveloppe " WS-CSV-ENVELOPPE
                       " non inscrite au registre (code "
                       WS-CODE-DPD ")."
           END-IF.
           PERFORM INSCRIRE-LIGNE.

      *>----------------------------------------------------------------
      *> Credit provisoire du montant declare, valeur J + delai ; le
      *> compte est verrouille par TRAITER-LIGNE. WS-MOTIF reste a
      *> SPACES quand le credit est passe.
       CREDITER-PROVISOIRE.
           MOVE SPACES TO WS-MOTIF.
           ADD WS-MONTANT TO W-CPT-SOLDE.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               MOVE "echec mise a jour du compte" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DATE-VALEUR = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-DPD-DATE)
                   + WS-JOURS-VALEUR).

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR           TO W-TRN-ID.
           MOVE WS-NUM-CPT            TO W-TRN-CPT.
           MOVE 'D'                   TO W-TRN-TYPE.
           MOVE WS-MONTANT            TO W-TRN-MONTANT.
           MOVE W-DPD-DATE            TO W-TRN-DATE.
           MOVE WS-DATE-VALEUR        TO W-TRN-DATE-VALEUR.
           MOVE W-DPD-HEURE           TO W-TRN-HEURE.
           STRING "DEPOT DAB ENV " DELIMITED SIZE
                  WS-CSV-ENVELOPPE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "DAB-DEPO"            TO W-TRN-OPERATEUR.
           MOVE W-DAB-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.
           MOVE 'D'                   TO W-TRN-CANAL.
           MOVE W-DAB-ID              TO W-TRN-DAB.
           MOVE W-DPD-CARTE           TO W-TRN-CARTE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

           MOVE W-TRN-ID       TO W-DPD-TRN.
           MOVE WS-DATE-VALEUR TO W-DPD-DATE-VALEUR.

      *>----------------------------------------------------------------
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
      *> Remplace le numero de carte par son masque dans la zone lue et
      *> dans la ligne elle-meme (recopiee telle quelle aux rejets).
       MASQUER-CARTE-LIGNE.
           MOVE WS-CSV-CARTE TO WS-PAN-LU.
           MOVE "MASQUER" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-PAN-LU WS-CARTE-MASQUE
                                 WS-CODE-PAN.
           INSPECT F-IMPORT-LIGNE
               REPLACING ALL WS-CSV-CARTE BY WS-CARTE-MASQUE.
           MOVE WS-CARTE-MASQUE TO WS-CSV-CARTE.

      *>----------------------------------------------------------------
       JOURNALISER-REJET.
           ADD 1 TO WS-NB-REJETEES.
           MOVE SPACES TO F-REJETS-LIGNE.
           STRING FUNCTION TRIM(F-IMPORT-LIGNE) DELIMITED SIZE
                  ","                DELIMITED SIZE
                  WS-MOTIF           DELIMITED SIZE
               INTO F-REJETS-LIGNE.
           WRITE F-REJETS-LIGNE.
           DISPLAY "Enveloppe " WS-CSV-ENVELOPPE " rejetee ("
                   FUNCTION TRIM(WS-MOTIF) ").".

      *>----------------------------------------------------------------
      *> Pre-lecture du fichier (nombre de lignes, total des montants
      *> declares en centimes) pour confronter son empreinte au
      *> registre des imports : un fichier deja traite est refuse en
      *> bloc, sinon l'empreinte est inscrite et le fichier relu.
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
           MOVE "IMP-DEPOTDAB" TO W-IMP-ORIGINE.
           SET IMP-FICHIER TO TRUE.
           MOVE "DAB-DEPOTS.csv" TO W-IMP-FICHIER-NOM.
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
      *> Empreinte d'une ligne : automate + numero d'enveloppe.
       BATIR-EMPREINTE-LIGNE.
           INITIALIZE W-REGIMPORT.
           MOVE "IMP-DEPOTDAB" TO W-IMP-ORIGINE.
           SET IMP-LIGNE TO TRUE.
           STRING WS-CSV-DAB DELIMITED SIZE
                  WS-CSV-ENVELOPPE DELIMITED SIZE
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

       END PROGRAM IMPORT-DEPOTS-DAB.
