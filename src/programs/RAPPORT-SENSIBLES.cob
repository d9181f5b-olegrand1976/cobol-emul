      *>****************************************************************
      *> Programme : RAPPORT-SENSIBLES
      *> Role      : Batch de cycle mensuel (chaine BATCH-NUIT, fin de
      *>             mois). Revue periodique des comptes et clients
      *>             sensibles, editee dans
      *>             reports/RAPPORT-SENSIBLES-AAAAMM.txt :
      *>             - les marques actives (SENSIBLES.dat) et celles
      *>               levees dans le mois ; une marque active non
      *>               revue depuis SEN-JOURS-REVUE jours
      *>               (SENSIBLE-PARAM) est signalee REVUE ECHUE ;
      *>             - les consultations hors agence du mois
      *>               (ACCES-SENSIBLES.dat) avec leur justification,
      *>               les refus faute de justification, les alertes
      *>               encore ouvertes et celles prises en compte apres
      *>               le jour de l'acces ;
      *>             - la tenue des marques dans le mois (AUDIT.dat :
      *>               poses, revues, levees).
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-SENSIBLES.

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
       COPY SENSIBLE.
       COPY SENSIBLE-PARAM.
       COPY ACCES-SENSIBLE.
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
       01 WS-CODE-SEN            PIC X(2).
       01 WS-CODE-ACS            PIC X(2).
       01 WS-CODE-AUD            PIC X(2).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-JOURS-DEPUIS-REVUE  PIC S9(7) COMP.
       01 WS-MENTION             PIC X(20).

       01 WS-NB-ACTIVES          PIC 9(7) VALUE 0.
       01 WS-NB-LEVEES           PIC 9(7) VALUE 0.
       01 WS-NB-ECHUES           PIC 9(7) VALUE 0.
       01 WS-NB-ACCES            PIC 9(7) VALUE 0.
       01 WS-NB-REFUS            PIC 9(7) VALUE 0.
       01 WS-NB-OUVERTES         PIC 9(7) VALUE 0.
       01 WS-NB-TARDIVES         PIC 9(7) VALUE 0.
       01 WS-NB-TENUE            PIC 9(7) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- RAPPORT-SENSIBLES : comptes sensibles ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM.
       COMPUTE WS-DEBUT-MOIS = WS-AAAAMM * 100 + 1.

       STRING "reports/RAPPORT-SENSIBLES-" DELIMITED SIZE
              WS-AAAAMM DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.
       OPEN OUTPUT F-RAPPORT.
       PERFORM ECRIRE-ENTETE.
       PERFORM EDITER-MARQUES.
       PERFORM EDITER-ACCES.
       PERFORM EDITER-TENUE.
       PERFORM ECRIRE-TOTAUX.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Rapport : " FUNCTION TRIM(WS-NOM-RAPPORT).
       MOVE 0 TO RETURN-CODE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       ECRIRE-ENTETE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "REVUE DES COMPTES ET CLIENTS SENSIBLES - "
                  DELIMITED SIZE
                  WS-AAAAMM DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "NATURE : A COMPTE  C CLIENT   STATUT : A ACTIVE  "
             TO F-RAPPORT-LIGNE.
           MOVE "L LEVEE" TO F-RAPPORT-LIGNE(51:7).
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "1. MARQUES ACTIVES ET LEVEES DANS LE MOIS"
             TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "  N NUMERO   ST POSEE LE  PAR       REVUE LE  PAR"
             TO F-RAPPORT-LIGNE.
           MOVE " MOTIF" TO F-RAPPORT-LIGNE(58:6).
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
       EDITER-MARQUES.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.
           IF WS-CODE-SEN NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE "START-FIRST" TO WS-OP.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.
           IF WS-CODE-SEN NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN
               EVALUATE TRUE
                   WHEN WS-CODE-SEN NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN SEN-ACTIVE
                       ADD 1 TO WS-NB-ACTIVES
                       PERFORM EDITER-MARQUE
                   WHEN W-SEN-DATE-LEVEE >= WS-DEBUT-MOIS
                       ADD 1 TO WS-NB-LEVEES
                       PERFORM EDITER-MARQUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SENSIBLE-IO" USING WS-OP W-SENSIBLE WS-CODE-SEN.

       EDITER-MARQUE.
           MOVE SPACES TO WS-MENTION.
           IF SEN-ACTIVE
               COMPUTE WS-JOURS-DEPUIS-REVUE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                 - FUNCTION INTEGER-OF-DATE(W-SEN-DATE-REVUE)
               IF WS-JOURS-DEPUIS-REVUE > SEN-JOURS-REVUE
                   MOVE "REVUE ECHUE" TO WS-MENTION
                   ADD 1 TO WS-NB-ECHUES
               END-IF
           ELSE
               STRING "LEVEE LE " DELIMITED SIZE
                      W-SEN-DATE-LEVEE DELIMITED SIZE
                   INTO WS-MENTION
           END-IF.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "  " DELIMITED SIZE
                  W-SEN-NATURE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SEN-NUMERO DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-SEN-STATUT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-SEN-DATE-POSE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-SEN-POSE-PAR DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-SEN-DATE-REVUE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-SEN-REVU-PAR DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-SEN-MOTIF DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-MENTION DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Journal des acces du mois (cle alternative W-ACS-DATE).
       EDITER-ACCES.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "2. CONSULTATIONS HORS AGENCE DU MOIS"
             TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "  DATE     HEURE   OPERATEUR AG.  RATT COMPTE   CLIENT"
             TO F-RAPPORT-LIGNE.
           MOVE "   ECRAN        ISSUE ALERTE"
             TO F-RAPPORT-LIGNE(56:28).
           WRITE F-RAPPORT-LIGNE.

           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE WS-CODE-ACS.
           IF WS-CODE-ACS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEBUT-MOIS TO W-ACS-DATE.
           MOVE "START-DATE" TO WS-OP.
           CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE WS-CODE-ACS.
           IF WS-CODE-ACS NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE
                                       WS-CODE-ACS
               IF WS-CODE-ACS NOT = '00'
                   OR W-ACS-DATE(1:6) NOT = WS-DATE-JOUR(1:6)
                   SET FIN-PARCOURS TO TRUE
               ELSE
                   PERFORM EDITER-ACCES-LIGNE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "ACCSENS-IO" USING WS-OP W-ACCES-SENSIBLE WS-CODE-ACS.

       EDITER-ACCES-LIGNE.
           ADD 1 TO WS-NB-ACCES.
           IF ACS-REFUSE
               ADD 1 TO WS-NB-REFUS
           END-IF.
           EVALUATE TRUE
               WHEN ACS-ALERTE-OUVERTE
                   MOVE "OUVERTE" TO WS-MENTION
                   ADD 1 TO WS-NB-OUVERTES
               WHEN W-ACS-DATE-VU > W-ACS-DATE
                   MOVE "VUE TARDIVEMENT" TO WS-MENTION
                   ADD 1 TO WS-NB-TARDIVES
               WHEN OTHER
                   MOVE "VUE" TO WS-MENTION
           END-EVALUATE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "  " DELIMITED SIZE
                  W-ACS-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-ACS-HEURE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-ACS-OPERATEUR DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-ACS-AGENCE DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-ACS-AGENCE-RATT DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-ACS-CPT DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-ACS-CLIENT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  W-ACS-ECRAN DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-ACS-ISSUE DELIMITED SIZE
                  "     " DELIMITED SIZE
                  WS-MENTION DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-ACS-VU-PAR DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "    justification : " DELIMITED SIZE
                  W-ACS-JUSTIFICATION DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Poses, revues et levees de marques du mois.
       EDITER-TENUE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "3. TENUE DES MARQUES DU MOIS" TO F-RAPPORT-LIGNE.
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
                   WHEN W-AUD-OPERATION = "SENS-POSE"
                   WHEN W-AUD-OPERATION = "SENS-REVUE"
                   WHEN W-AUD-OPERATION = "SENS-LEVEE"
                       ADD 1 TO WS-NB-TENUE
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
                  W-AUD-OPERATION DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-AUD-MOTIF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
       ECRIRE-TOTAUX.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "Marques actives" TO WS-LIGNE.
           MOVE WS-NB-ACTIVES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Marques a revue echue" TO WS-LIGNE.
           MOVE WS-NB-ECHUES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Marques levees dans le mois" TO WS-LIGNE.
           MOVE WS-NB-LEVEES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Consultations hors agence" TO WS-LIGNE.
           MOVE WS-NB-ACCES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Refusees faute de justification" TO WS-LIGNE.
           MOVE WS-NB-REFUS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Alertes encore ouvertes" TO WS-LIGNE.
           MOVE WS-NB-OUVERTES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Alertes prises en compte apres le jour" TO WS-LIGNE.
           MOVE WS-NB-TARDIVES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Poses, revues et levees de marques" TO WS-LIGNE.
           MOVE WS-NB-TENUE TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.

       ECRIRE-TOTAL.
           MOVE WS-LIGNE TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           DISPLAY FUNCTION TRIM(WS-LIGNE TRAILING).
           MOVE SPACES TO WS-LIGNE.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "RAPPORT-SENSIBLES" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM RAPPORT-SENSIBLES.
