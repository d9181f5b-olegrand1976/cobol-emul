      *>             partent au rapport de suspens reports/
      *>             COMPENSATION-CARTES-SUSPENS.txt pour le
      *>             back-office. Protection anti-rejeu IMPORT-CTRL
      *>             comme les autres importeurs. Le premier reglement
      *>             d'une carte renouvelee desactive la carte qu'elle
      *>             remplace (module CARTE-RELAIS).
      *>             Le reglement d'une carte a debit differe ne
      *>             debite pas le compte : il s'ajoute a l'encours de
      *>             la carte et s'inscrit au registre reports/CARTES-
      *>             DIFFERE.csv, repris en fin de mois par
      *>             DEBIT-DIFFERE (debit unique et releve de carte).
      *>             Le numero de carte lu est resolu en jeton
      *>             (module PAN-CTRL) et n'est ecrit que masque.
      *>             Le rapport de suspens est inscrit au repertoire
      *>             des etats (REPERTOIRE-CTRL) : conservation et
      *>             reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPENSER-CARTES.
               "reports/COMPENSATION-CARTES-SUSPENS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENS.
           SELECT F-DIFFERE ASSIGN TO "reports/CARTES-DIFFERE.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIFFERE.

       DATA DIVISION.
       FILE SECTION.
       FD F-SUSPENS.
       01 F-SUSPENS-LIGNE        PIC X(120).

       FD F-DIFFERE.
       01 F-DIFFERE-LIGNE        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CARTE.
       COPY RESA.
       COPY REGIMPORT.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-IMPORT           PIC X(2) VALUE '00'.
       01 WS-FS-SUSPENS          PIC X(2) VALUE '00'.
       01 WS-FS-DIFFERE          PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.
       01 WS-FIN-RES             PIC X(1) VALUE 'N'.
          88 FIN-RESAS           VALUE 'O'.
       01 WS-TROUVE              PIC X(1) VALUE 'N'.
          88 RESA-TROUVEE        VALUE 'O'.
       01 WS-CODE-RELAIS         PIC X(2).

       01 WS-CSV-CARTE           PIC X(16).
       01 WS-CSV-MONTANT-TXT     PIC X(15).
       01 WS-MONTANT-CENTIMES    PIC 9(13) VALUE 0.
       01 WS-MONTANT             PIC S9(11)V99 COMP-3.
       01 WS-NUM-CARTE           PIC 9(16).
      *> Le numero en clair du fichier de l'acquereur est resolu en
      *> jeton CARTES.dat puis remplace par son masque des la lecture
      *> (module PAN-CTRL) : suspens, registre differe et mouvement
      *> ne portent que le masque.
       01 WS-OP-PAN              PIC X(12).
       01 WS-PAN-LU              PIC 9(16).
       01 WS-PAN-RESULTAT        PIC X(16).
       01 WS-CARTE-MASQUE        PIC X(16).
       01 WS-CODE-PAN            PIC X(2).

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-COMPLETE       PIC X(21).

       01 WS-NB-LUES             PIC 9(5) VALUE 0.
       01 WS-NB-REGLEES          PIC 9(5) VALUE 0.
       01 WS-NB-DIFFEREES        PIC 9(5) VALUE 0.
       01 WS-NB-SUSPENS          PIC 9(5) VALUE 0.
       01 WS-NB-JAMAIS-REGLEES   PIC 9(5) VALUE 0.
       01 WS-MOTIF               PIC X(40).
       01 WS-PRE-MONTANT-TXT     PIC X(15).
       01 WS-DEJA-AAAAMMJJ       PIC X(8).
       01 WS-DEJA-JJMMAAAA       PIC X(10).
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

      *> arrivees a expiration sans reglement.
       PERFORM LISTER-RESAS-JAMAIS-REGLEES.
       CLOSE F-SUSPENS.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Lignes lues              : " WS-NB-LUES.
       DISPLAY "Reglements passes        : " WS-NB-REGLEES.
       DISPLAY "dont en debit differe    : " WS-NB-DIFFEREES.
       DISPLAY "Lignes en suspens        : " WS-NB-SUSPENS.
       DISPLAY "Resa. jamais reglees     : " WS-NB-JAMAIS-REGLEES.
       DISPLAY "Suspens : reports/COMPENSATION-CARTES-SUSPENS.txt".
                          WS-CSV-REFERENCE.
           UNSTRING F-IMPORT-LIGNE DELIMITED BY ","
               INTO WS-CSV-CARTE WS-CSV-MONTANT-TXT WS-CSV-REFERENCE.
           MOVE SPACES TO WS-CARTE-MASQUE.
           IF WS-CSV-CARTE NUMERIC
               PERFORM RESOUDRE-CARTE-LIGNE
           END-IF.

           IF WS-CARTE-MASQUE = SPACES
                   OR WS-CSV-MONTANT-TXT NOT NUMERIC
                   OR WS-CSV-REFERENCE = SPACES
               MOVE "ligne illisible" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CSV-MONTANT-TXT TO WS-MONTANT-CENTIMES.
           COMPUTE WS-MONTANT = WS-MONTANT-CENTIMES / 100.

               EXIT PARAGRAPH
           END-IF.

           IF CAR-DEBIT-DIFFERE
               PERFORM CUMULER-ET-LEVER
           ELSE
               PERFORM DEBITER-ET-LEVER
           END-IF.

      *>----------------------------------------------------------------
      *> Numero en clair de la ligne -> jeton du referentiel (inchange
      *> s'il n'est pas au sequestre : la carte sera alors inconnue)
      *> et masque, qui remplace le numero dans la zone lue.
       RESOUDRE-CARTE-LIGNE.
           MOVE WS-CSV-CARTE TO WS-PAN-LU.
           MOVE "JETON" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-PAN-LU WS-PAN-RESULTAT
                                 WS-CODE-PAN.
           MOVE WS-PAN-RESULTAT TO WS-NUM-CARTE.
           MOVE "MASQUER" TO WS-OP-PAN.
           CALL "PAN-CTRL" USING WS-OP-PAN WS-NUM-CARTE WS-CARTE-MASQUE
                                 WS-CODE-PAN.
           MOVE WS-CARTE-MASQUE TO WS-CSV-CARTE.

      *>----------------------------------------------------------------
      *> Reservation active du compte de la carte portant la reference
           END-IF.

           PERFORM JOURNALISER-DEBIT.
           IF W-CAR-REMPLACE NOT = 0
               CALL "CARTE-RELAIS" USING W-CAR-REMPLACE WS-CODE-RELAIS
           END-IF.

           PERFORM LEVER-RESERVATION.

           PERFORM INSCRIRE-LIGNE.
           ADD 1 TO WS-NB-REGLEES.
           MOVE WS-MONTANT TO WS-MNT-AFF.
           DISPLAY "Carte " WS-CARTE-MASQUE " : " WS-MNT-AFF
                   " regle, reservation " W-RES-ID " levee.".

      *>----------------------------------------------------------------
      *> Carte a debit differe : le reglement s'ajoute a l'encours de
      *> la carte (toujours deduit du disponible, la reservation peut
      *> donc etre levee) et s'inscrit au registre du mois ; le compte
      *> n'est debite qu'en fin de mois par DEBIT-DIFFERE.
       CUMULER-ET-LEVER.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           MOVE "READ" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR.
           IF RC-OK
               ADD WS-MONTANT TO W-CAR-ENCOURS-DIFFERE
               MOVE "REWRITE" TO WS-OP
               CALL "CARTE-IO" USING WS-OP W-CARTE W-CODE-RETOUR
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "CARTE-IO" USING WS-OP W-CARTE WS-CODE-DEVERROU.
           IF NOT RC-OK
               MOVE "echec mise a jour encours carte" TO WS-MOTIF
               PERFORM ECRIRE-SUSPENS
               EXIT PARAGRAPH
           END-IF.

           PERFORM INSCRIRE-REGISTRE-DIFFERE.
           IF W-CAR-REMPLACE NOT = 0
               CALL "CARTE-RELAIS" USING W-CAR-REMPLACE WS-CODE-RELAIS
           END-IF.

           PERFORM LEVER-RESERVATION.

           PERFORM INSCRIRE-LIGNE.
           ADD 1 TO WS-NB-REGLEES.
           ADD 1 TO WS-NB-DIFFEREES.
           MOVE WS-MONTANT TO WS-MNT-AFF.
           DISPLAY "Carte " WS-CARTE-MASQUE " : " WS-MNT-AFF
                   " en debit differe, reservation " W-RES-ID
                   " levee.".

      *>----------------------------------------------------------------
       LEVER-RESERVATION.
           SET RES-LEVEE TO TRUE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "RESA-IO" USING WS-OP W-RESERVATION W-CODE-RETOUR.
           MOVE "CLOSE" TO WS-OP.
           CALL "RESA-IO" USING WS-OP W-RESERVATION W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Registre des reglements en debit differe (carte,compte,date,
      *> montant en centimes,reference), cree au premier reglement
      *> et vide par DEBIT-DIFFERE a chaque arrete mensuel.
       INSCRIRE-REGISTRE-DIFFERE.
           OPEN EXTEND F-DIFFERE.
           IF WS-FS-DIFFERE NOT = '00'
               OPEN OUTPUT F-DIFFERE
               MOVE "carte,compte,date,montant,reference"
                   TO F-DIFFERE-LIGNE
               WRITE F-DIFFERE-LIGNE
           END-IF.
           MOVE SPACES TO F-DIFFERE-LIGNE.
           STRING WS-CARTE-MASQUE DELIMITED SIZE
                  "," DELIMITED SIZE
                  W-CAR-CPT DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-DATE-JOUR DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-MONTANT-CENTIMES DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-CSV-REFERENCE DELIMITED SPACE
               INTO F-DIFFERE-LIGNE.
           WRITE F-DIFFERE-LIGNE.
           CLOSE F-DIFFERE.

      *>----------------------------------------------------------------
       JOURNALISER-DEBIT.
           MOVE W-CPT-AGENCE          TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE          TO W-TRN-DEVISE.
           MOVE 'D'                   TO W-TRN-CANAL.
           MOVE WS-CARTE-MASQUE       TO W-TRN-CARTE.

           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
                  WS-DEJA-AAAAMMJJ(1:4) DELIMITED SIZE
               INTO WS-DEJA-JJMMAAAA.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "COMPENSATION-SUSPENS" TO W-ETP-ETAT.
           MOVE "reports/COMPENSATION-CARTES-SUSPENS.txt"
               TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM COMPENSER-CARTES.
