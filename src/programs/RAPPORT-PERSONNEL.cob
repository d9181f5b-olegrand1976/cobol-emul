      *>****************************************************************
      *> Programme : RAPPORT-PERSONNEL
      *> Role      : Batch de cycle mensuel (chaine BATCH-NUIT, fin de
      *>             mois). Rapport de conformite sur les comptes du
      *>             personnel : comptes dont le titulaire porte un
      *>             lien avec un operateur (LIENS-PERSONNEL.dat, liens
      *>             en vigueur ou termines dans le mois), edite dans
      *>             reports/RAPPORT-PERSONNEL-AAAAMM.txt :
      *>             - pour chaque compte du personnel, les mouvements
      *>               du mois (TRANS.dat) avec l'operateur qui les a
      *>               saisis ; un mouvement saisi par un operateur lie
      *>               au titulaire est marque CONFLIT ;
      *>             - le journal du mois (AUDIT.dat) : consultations
      *>               des comptes et fiches du personnel (SOLDE, HISTO,
      *>               CLIENT-360), operations refusees a l'operateur
      *>               lie (code '58'), declarations et fins de liens.
      *>             Code retour 1 quand la table des liens est
      *>             saturee (rapport incomplet).
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-PERSONNEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY LIEN-PERSONNEL.
       COPY COMPTE.
       COPY TRANSACT.
       COPY AUDIT.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-AAAAMM              PIC 9(6).
       01 WS-DEBUT-MOIS          PIC 9(8).
       01 WS-NOM-RAPPORT         PIC X(40).
       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-LIGNE               PIC X(132).
       01 WS-CODE-LPE            PIC X(2).
       01 WS-CODE-CPT            PIC X(2).
       01 WS-CODE-TRN            PIC X(2).
       01 WS-CODE-AUD            PIC X(2).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-FIN-TRN             PIC X(1) VALUE 'N'.
          88 FIN-MOUVEMENTS      VALUE 'O'.
       01 WS-MNT-AFF             PIC -Z(10)9.99.

      *> Liens retenus pour le mois, en memoire.
       01 WS-TAB-LIENS.
          05 WS-TLP OCCURS 5000 TIMES.
             10 WS-TLP-CLIENT    PIC 9(8).
             10 WS-TLP-OPERATEUR PIC X(8).
             10 WS-TLP-LIEN      PIC X(1).
       01 WS-NB-LIENS            PIC 9(5) COMP VALUE 0.
       01 WS-MAX-LIENS           PIC 9(5) COMP VALUE 5000.
       01 WS-IDX-LPE             PIC 9(5) COMP.
       01 WS-SATURATION          PIC X(1) VALUE 'N'.
          88 TABLE-SATUREE       VALUE 'O'.

      *> Recherche du client (et de l'operateur) dans la table.
       01 WS-CLIENT-CHERCHE      PIC 9(8).
       01 WS-OPERATEUR-CHERCHE   PIC X(8).
       01 WS-TROUVE              PIC X(1) VALUE 'N'.
          88 LIEN-TROUVE         VALUE 'O'.
       01 WS-OPERATEURS-LIES     PIC X(40).
       01 WS-PTR-OPE             PIC 9(3) COMP.

       01 WS-NB-LUS              PIC 9(7) VALUE 0.
       01 WS-NB-COMPTES-PERS     PIC 9(7) VALUE 0.
       01 WS-NB-MOUVEMENTS       PIC 9(7) VALUE 0.
       01 WS-NB-CONFLITS         PIC 9(7) VALUE 0.
       01 WS-NB-CONSULTATIONS    PIC 9(7) VALUE 0.
       01 WS-NB-REFUS            PIC 9(7) VALUE 0.
       01 WS-NB-GESTION-LIENS    PIC 9(7) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- RAPPORT-PERSONNEL : comptes du personnel ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM.
       COMPUTE WS-DEBUT-MOIS = WS-AAAAMM * 100 + 1.

       PERFORM CHARGER-LIENS.

       STRING "reports/RAPPORT-PERSONNEL-" DELIMITED SIZE
              WS-AAAAMM DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.
       OPEN OUTPUT F-RAPPORT.
       PERFORM ECRIRE-ENTETE.
       PERFORM EDITER-COMPTES-PERSONNEL.
       PERFORM EDITER-JOURNAL.
       PERFORM ECRIRE-TOTAUX.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Rapport : " FUNCTION TRIM(WS-NOM-RAPPORT).

       IF TABLE-SATUREE
           DISPLAY "ATTENTION : plus de " WS-MAX-LIENS
                   " liens du personnel, rapport incomplet."
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Un lien termine avant le mois n'est plus repris ; un lien
      *> termine dans le mois l'est encore (operations anterieures a
      *> sa fin).
       CHARGER-LIENS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL WS-CODE-LPE.
           IF WS-CODE-LPE NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL WS-CODE-LPE.
           IF WS-CODE-LPE NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL
                                         WS-CODE-LPE
               EVALUATE TRUE
                   WHEN WS-CODE-LPE NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN NOT LPE-EN-VIGUEUR
                           AND W-LPE-DATE-FIN < WS-DEBUT-MOIS
                       CONTINUE
                   WHEN WS-NB-LIENS >= WS-MAX-LIENS
                       SET TABLE-SATUREE TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-NB-LIENS
                       MOVE W-LPE-CLIENT
                         TO WS-TLP-CLIENT(WS-NB-LIENS)
                       MOVE W-LPE-OPERATEUR
                         TO WS-TLP-OPERATEUR(WS-NB-LIENS)
                       MOVE W-LPE-LIEN TO WS-TLP-LIEN(WS-NB-LIENS)
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "PERSONNEL-IO" USING WS-OP W-LIEN-PERSONNEL WS-CODE-LPE.

      *>----------------------------------------------------------------
       ECRIRE-ENTETE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "RAPPORT DE CONFORMITE - COMPTES DU PERSONNEL - "
                  DELIMITED SIZE
                  WS-AAAAMM DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "LIENS : S SALARIE  C CONJOINT  E ENFANT  P PARENT  "
                  "A AUTRE PROCHE" DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "1. MOUVEMENTS DU MOIS SUR LES COMPTES DU PERSONNEL"
             TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
       EDITER-COMPTES-PERSONNEL.
           IF WS-NB-LIENS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
           MOVE "START-FIRST" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.
           IF WS-CODE-CPT NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRN.

           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT
               IF WS-CODE-CPT NOT = '00'
                   SET FIN-PARCOURS TO TRUE
               ELSE
                   ADD 1 TO WS-NB-LUS
                   IF W-CPT-CLIENT NOT = 0
                       MOVE W-CPT-CLIENT TO WS-CLIENT-CHERCHE
                       MOVE SPACES TO WS-OPERATEUR-CHERCHE
                       PERFORM CHERCHER-LIEN
                       IF LIEN-TROUVE
                           PERFORM EDITER-COMPTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRN.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-CPT.

      *> Compte du personnel : ligne d'identification (operateurs
      *> lies) puis mouvements du mois.
       EDITER-COMPTE.
           ADD 1 TO WS-NB-COMPTES-PERS.
           PERFORM LISTER-OPERATEURS-LIES.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "COMPTE " DELIMITED SIZE
                  W-CPT-NUMERO DELIMITED SIZE
                  "  CLIENT " DELIMITED SIZE
                  W-CPT-CLIENT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-CPT-TITULAIRE DELIMITED SIZE
                  "  LIE A : " DELIMITED SIZE
                  WS-OPERATEURS-LIES DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

           MOVE 'N' TO WS-FIN-TRN.
           MOVE W-CPT-NUMERO TO W-TRN-CPT.
           MOVE "START-CPT" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRN.
           IF WS-CODE-TRN NOT = '00'
               SET FIN-MOUVEMENTS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-MOUVEMENTS
               MOVE "READ-NEXT" TO WS-OP
               CALL "TRANS-IO" USING WS-OP W-TRANS WS-CODE-TRN
               EVALUATE TRUE
                   WHEN WS-CODE-TRN NOT = '00'
                       SET FIN-MOUVEMENTS TO TRUE
                   WHEN W-TRN-CPT NOT = W-CPT-NUMERO
                       SET FIN-MOUVEMENTS TO TRUE
                   WHEN W-TRN-DATE(1:6) = WS-DATE-JOUR(1:6)
                       PERFORM EDITER-MOUVEMENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       EDITER-MOUVEMENT.
           ADD 1 TO WS-NB-MOUVEMENTS.
           MOVE W-TRN-MONTANT TO WS-MNT-AFF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "  " DELIMITED SIZE
                  W-TRN-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-TRN-HEURE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-TRN-ID DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-TRN-TYPE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-TRN-OPERATEUR DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-TRN-LIBELLE DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           IF W-TRN-OPERATEUR NOT = SPACES
               MOVE W-TRN-OPERATEUR TO WS-OPERATEUR-CHERCHE
               PERFORM CHERCHER-LIEN
               IF LIEN-TROUVE
                   MOVE "CONFLIT" TO F-RAPPORT-LIGNE(120:7)
                   ADD 1 TO WS-NB-CONFLITS
               END-IF
               MOVE SPACES TO WS-OPERATEUR-CHERCHE
           END-IF.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Lien du client WS-CLIENT-CHERCHE (avec l'operateur
      *> WS-OPERATEUR-CHERCHE s'il est renseigne).
       CHERCHER-LIEN.
           MOVE 'N' TO WS-TROUVE.
           MOVE 1 TO WS-IDX-LPE.
           PERFORM UNTIL WS-IDX-LPE > WS-NB-LIENS OR LIEN-TROUVE
               IF WS-TLP-CLIENT(WS-IDX-LPE) = WS-CLIENT-CHERCHE
                   AND (WS-OPERATEUR-CHERCHE = SPACES
                        OR WS-TLP-OPERATEUR(WS-IDX-LPE)
                           = WS-OPERATEUR-CHERCHE)
                   SET LIEN-TROUVE TO TRUE
               ELSE
                   ADD 1 TO WS-IDX-LPE
               END-IF
           END-PERFORM.

       LISTER-OPERATEURS-LIES.
           MOVE SPACES TO WS-OPERATEURS-LIES.
           MOVE 1 TO WS-PTR-OPE.
           MOVE 1 TO WS-IDX-LPE.
           PERFORM UNTIL WS-IDX-LPE > WS-NB-LIENS
                   OR WS-PTR-OPE > 30
               IF WS-TLP-CLIENT(WS-IDX-LPE) = W-CPT-CLIENT
                   STRING WS-TLP-OPERATEUR(WS-IDX-LPE)
                              DELIMITED SPACE
                          "(" DELIMITED SIZE
                          WS-TLP-LIEN(WS-IDX-LPE) DELIMITED SIZE
                          ") " DELIMITED SIZE
                       INTO WS-OPERATEURS-LIES
                       WITH POINTER WS-PTR-OPE
                   END-STRING
               END-IF
               ADD 1 TO WS-IDX-LPE
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Journal du mois : consultations tracees (CONSULT-PERS),
      *> refus pour lien personnel (code '58'), tenue des liens.
       EDITER-JOURNAL.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "2. CONSULTATIONS, REFUS ET TENUE DES LIENS DU MOIS"
             TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "  DATE     HEURE   OPERATEUR COMPTE    OPERATION    "
             TO F-RAPPORT-LIGNE.
           MOVE "CODE  DETAIL" TO F-RAPPORT-LIGNE(54:12).
           WRITE F-RAPPORT-LIGNE.

           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.
           MOVE "START-FIRST" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.
           IF WS-CODE-AUD NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD
               EVALUATE TRUE
                   WHEN WS-CODE-AUD NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN W-AUD-DATE(1:6) NOT = WS-DATE-JOUR(1:6)
                       CONTINUE
                   WHEN W-AUD-OPERATION = "CONSULT-PERS"
                       ADD 1 TO WS-NB-CONSULTATIONS
                       PERFORM EDITER-ENTREE-JOURNAL
                   WHEN W-AUD-CODE = '58'
                       ADD 1 TO WS-NB-REFUS
                       PERFORM EDITER-ENTREE-JOURNAL
                   WHEN W-AUD-OPERATION = "LIEN-PERS"
                   WHEN W-AUD-OPERATION = "FIN-LIEN-PER"
                       ADD 1 TO WS-NB-GESTION-LIENS
                       PERFORM EDITER-ENTREE-JOURNAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "AUDIT-IO" USING WS-OP W-AUDIT WS-CODE-AUD.

       EDITER-ENTREE-JOURNAL.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "  " DELIMITED SIZE
                  W-AUD-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-AUD-HEURE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-AUD-OPERATEUR DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-AUD-CPT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-AUD-OPERATION DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-AUD-CODE DELIMITED SIZE
                  "    " DELIMITED SIZE
                  W-AUD-MOTIF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
       ECRIRE-TOTAUX.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "Liens du personnel retenus" TO WS-LIGNE.
           MOVE WS-NB-LIENS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Comptes lus" TO WS-LIGNE.
           MOVE WS-NB-LUS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Comptes du personnel" TO WS-LIGNE.
           MOVE WS-NB-COMPTES-PERS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Mouvements du mois" TO WS-LIGNE.
           MOVE WS-NB-MOUVEMENTS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Mouvements saisis par un operateur lie" TO WS-LIGNE.
           MOVE WS-NB-CONFLITS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Consultations tracees" TO WS-LIGNE.
           MOVE WS-NB-CONSULTATIONS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Operations refusees a l'operateur lie" TO WS-LIGNE.
           MOVE WS-NB-REFUS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Declarations et fins de liens" TO WS-LIGNE.
           MOVE WS-NB-GESTION-LIENS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           IF TABLE-SATUREE
               MOVE "RAPPORT INCOMPLET : TABLE DES LIENS SATUREE"
                   TO WS-LIGNE
               PERFORM ECRIRE-TOTAL
           END-IF.

       ECRIRE-TOTAL.
           MOVE WS-LIGNE TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           DISPLAY FUNCTION TRIM(WS-LIGNE TRAILING).
           MOVE SPACES TO WS-LIGNE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "RAPPORT-PERSONNEL" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM RAPPORT-PERSONNEL.
