      *>****************************************************************
      *> Programme : DOUBLONS-CLIENTS
      *> Role      : Batch de cycle mensuel (chaine BATCH-NUIT, fin de
      *>             mois). Detecte les doublons probables du
      *>             referentiel CLIENTS.dat : chaque fiche non
      *>             fusionnee est reduite a sa cle d'identite
      *>             normalisee (module DOUBLON-SCORE : nom aux mots
      *>             tries, date de naissance, telephone, adresse
      *>             electronique, adresse postale, SIREN) puis
      *>             comparee a toutes les autres fiches de meme
      *>             nature. Une paire dont le score (poids des
      *>             criteres concordants, DOUBLON-PARAM.cpy) atteint
      *>             le seuil de revue part dans la liste de revue
      *>             reports/DOUBLONS-CLIENTS-AAAAMM.txt, du score le
      *>             plus fort au plus faible, avec les criteres
      *>             concordants. La fusion elle-meme n'est jamais
      *>             automatique : elle se demande a l'ecran
      *>             FUSION-CLIENTS et s'applique apres validation a
      *>             quatre yeux (VALIDER-MODIFS, FUSION-EXEC).
      *>             Code retour 1 quand la table des fiches est
      *>             saturee (detection incomplete).
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOUBLONS-CLIENTS.

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
       COPY CLIENT.
       COPY DOUBLON-CLE.
       COPY DOUBLON-PARAM.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-AAAAMM              PIC 9(6).
       01 WS-NOM-RAPPORT         PIC X(40).
       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-LIGNE               PIC X(132).
       01 WS-CODE-CLIENT         PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-OP-DOUBLON          PIC X(12).

      *> Fiches du referentiel en memoire avec leur cle d'identite
      *> (meme structure que DOUBLON-CLE.cpy).
       01 WS-TAB-CLIENTS.
          05 WS-TCL OCCURS 20000 TIMES.
             10 WS-TCL-NUMERO    PIC 9(8).
             10 WS-TCL-NOM-FICHE PIC X(40).
             10 WS-TCL-CLE.
                15 WS-TCL-NATURE    PIC X(1).
                15 WS-TCL-NOM       PIC X(40).
                15 WS-TCL-NAISSANCE PIC 9(8).
                15 WS-TCL-TELEPHONE PIC X(9).
                15 WS-TCL-EMAIL     PIC X(40).
                15 WS-TCL-ADRESSE   PIC X(40).
                15 WS-TCL-SIREN     PIC X(9).
       01 WS-NB-CLIENTS          PIC 9(5) COMP VALUE 0.
       01 WS-I                   PIC 9(5) COMP.
       01 WS-J                   PIC 9(5) COMP.
       01 WS-SATURATION          PIC X(1) VALUE 'N'.
          88 TABLE-SATUREE       VALUE 'O'.

      *> Paires retenues pour la revue, editees par score decroissant.
       01 WS-TAB-PAIRES.
          05 WS-PAI OCCURS 5000 TIMES.
             10 WS-PAI-SCORE     PIC 9(3).
             10 WS-PAI-CRITERES  PIC X(6).
             10 WS-PAI-I         PIC 9(5) COMP.
             10 WS-PAI-J         PIC 9(5) COMP.
       01 WS-NB-PAIRES           PIC 9(5) COMP VALUE 0.
       01 WS-MAX-PAIRES          PIC 9(5) COMP VALUE 5000.
       01 WS-IDX-PAI             PIC 9(5) COMP.
       01 WS-SCORE               PIC 9(3).
       01 WS-CRITERES            PIC X(6).
       01 WS-SCORE-EDITE         PIC 9(3).

       01 WS-NB-LUS              PIC 9(7) VALUE 0.
       01 WS-NB-FUSIONNES        PIC 9(7) VALUE 0.
       01 WS-NB-EXAMINES         PIC 9(7) VALUE 0.
       01 WS-NB-COMPARES         PIC 9(9) VALUE 0.
       01 WS-NB-EN-REVUE         PIC 9(7) VALUE 0.
       01 WS-NB-SOUS-SEUIL       PIC 9(7) VALUE 0.
       01 WS-NB-NON-EDITEES      PIC 9(7) VALUE 0.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- DOUBLONS-CLIENTS : detection des doublons ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM.

       PERFORM CHARGER-CLIENTS.
       PERFORM COMPARER-FICHES.

       STRING "reports/DOUBLONS-CLIENTS-" DELIMITED SIZE
              WS-AAAAMM DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.
       OPEN OUTPUT F-RAPPORT.
       PERFORM ECRIRE-ENTETE.
       PERFORM ECRIRE-PAIRES.
       PERFORM ECRIRE-TOTAUX.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Rapport : " FUNCTION TRIM(WS-NOM-RAPPORT).

       IF TABLE-SATUREE
           DISPLAY "ATTENTION : plus de " DBL-MAX-CLIENTS
                   " fiches au referentiel, detection incomplete."
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Les fiches deja fusionnees ne sont plus que des alias : elles
      *> restent hors comparaison.
       CHARGER-CLIENTS.
           MOVE 'N' TO WS-FIN.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           MOVE "START-FIRST" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT.
           IF WS-CODE-CLIENT NOT = '00'
               SET FIN-PARCOURS TO TRUE
           END-IF.
           MOVE "CLE" TO WS-OP-DOUBLON.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-CLIENT
               EVALUATE TRUE
                   WHEN WS-CODE-CLIENT NOT = '00'
                       SET FIN-PARCOURS TO TRUE
                   WHEN CLI-FUSIONNE
                       ADD 1 TO WS-NB-LUS
                       ADD 1 TO WS-NB-FUSIONNES
                   WHEN WS-NB-CLIENTS >= DBL-MAX-CLIENTS
                       SET TABLE-SATUREE TO TRUE
                       SET FIN-PARCOURS TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-NB-LUS
                       ADD 1 TO WS-NB-CLIENTS
                       CALL "DOUBLON-SCORE" USING WS-OP-DOUBLON
                                       W-CLIENT W-DOUBLON-CLE
                                       WS-TCL-CLE(WS-NB-CLIENTS)
                                       WS-SCORE WS-CRITERES
                       MOVE W-CLI-NUMERO
                           TO WS-TCL-NUMERO(WS-NB-CLIENTS)
                       MOVE W-CLI-NOM
                           TO WS-TCL-NOM-FICHE(WS-NB-CLIENTS)
                       MOVE W-DOUBLON-CLE
                           TO WS-TCL-CLE(WS-NB-CLIENTS)
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE.
           MOVE WS-NB-CLIENTS TO WS-NB-EXAMINES.

      *>----------------------------------------------------------------
      *> Chaque paire n'est comparee qu'une fois (J apres I). Le score
      *> n'est calcule que si un critere discriminant au moins
      *> concorde : l'adresse postale seule ne fait pas un doublon.
       COMPARER-FICHES.
           MOVE "SCORE" TO WS-OP-DOUBLON.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I >= WS-NB-CLIENTS
               MOVE WS-TCL-CLE(WS-I) TO W-DOUBLON-CLE
               COMPUTE WS-J = WS-I + 1
               PERFORM UNTIL WS-J > WS-NB-CLIENTS
                   IF WS-TCL-NATURE(WS-J) = W-DBL-NATURE
                      AND ((W-DBL-NOM NOT = SPACES
                            AND WS-TCL-NOM(WS-J) = W-DBL-NOM)
                       OR (W-DBL-NAISSANCE NOT = 0
                            AND WS-TCL-NAISSANCE(WS-J)
                                = W-DBL-NAISSANCE)
                       OR (W-DBL-TELEPHONE NOT = SPACES
                            AND WS-TCL-TELEPHONE(WS-J)
                                = W-DBL-TELEPHONE)
                       OR (W-DBL-EMAIL NOT = SPACES
                            AND WS-TCL-EMAIL(WS-J) = W-DBL-EMAIL)
                       OR (W-DBL-SIREN NOT = SPACES
                            AND WS-TCL-SIREN(WS-J) = W-DBL-SIREN))
                       PERFORM EVALUER-PAIRE
                   END-IF
                   ADD 1 TO WS-J
               END-PERFORM
               ADD 1 TO WS-I
           END-PERFORM.

       EVALUER-PAIRE.
           ADD 1 TO WS-NB-COMPARES.
           CALL "DOUBLON-SCORE" USING WS-OP-DOUBLON W-CLIENT
                                      W-DOUBLON-CLE WS-TCL-CLE(WS-J)
                                      WS-SCORE WS-CRITERES.
           IF WS-SCORE < DBL-SEUIL-REVUE
               ADD 1 TO WS-NB-SOUS-SEUIL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-EN-REVUE.
           IF WS-NB-PAIRES >= WS-MAX-PAIRES
               ADD 1 TO WS-NB-NON-EDITEES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-PAIRES.
           MOVE WS-SCORE    TO WS-PAI-SCORE(WS-NB-PAIRES).
           MOVE WS-CRITERES TO WS-PAI-CRITERES(WS-NB-PAIRES).
           MOVE WS-I        TO WS-PAI-I(WS-NB-PAIRES).
           MOVE WS-J        TO WS-PAI-J(WS-NB-PAIRES).

      *>----------------------------------------------------------------
       ECRIRE-ENTETE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "LISTE DE REVUE DES DOUBLONS CLIENTS - "
                  DELIMITED SIZE
                  WS-AAAAMM DELIMITED SIZE
                  " (SEUIL " DELIMITED SIZE
                  DBL-SEUIL-REVUE DELIMITED SIZE
                  ")" DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "CRITERES : N NOM  D NAISSANCE  T TELEPHONE  "
                  "E EMAIL  A ADRESSE  S SIREN" DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "SCORE CRITER CLIENT   NOM" TO F-RAPPORT-LIGNE.
           MOVE "CLIENT   NOM" TO F-RAPPORT-LIGNE(65:12).
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Edition par score decroissant : balayage de la table des
      *> paires pour chaque score possible, du maximum au seuil.
       ECRIRE-PAIRES.
           MOVE 999 TO WS-SCORE-EDITE.
           PERFORM UNTIL WS-SCORE-EDITE < DBL-SEUIL-REVUE
               MOVE 1 TO WS-IDX-PAI
               PERFORM UNTIL WS-IDX-PAI > WS-NB-PAIRES
                   IF WS-PAI-SCORE(WS-IDX-PAI) = WS-SCORE-EDITE
                       PERFORM ECRIRE-PAIRE
                   END-IF
                   ADD 1 TO WS-IDX-PAI
               END-PERFORM
               IF WS-SCORE-EDITE = 0
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-SCORE-EDITE
           END-PERFORM.

       ECRIRE-PAIRE.
           MOVE WS-PAI-I(WS-IDX-PAI) TO WS-I.
           MOVE WS-PAI-J(WS-IDX-PAI) TO WS-J.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING WS-PAI-SCORE(WS-IDX-PAI) DELIMITED SIZE
                  "   " DELIMITED SIZE
                  WS-PAI-CRITERES(WS-IDX-PAI) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-TCL-NUMERO(WS-I) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-TCL-NOM-FICHE(WS-I) DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           MOVE WS-TCL-NUMERO(WS-J) TO F-RAPPORT-LIGNE(65:8).
           MOVE WS-TCL-NOM-FICHE(WS-J) TO F-RAPPORT-LIGNE(74:40).
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
       ECRIRE-TOTAUX.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE "Fiches lues" TO WS-LIGNE.
           MOVE WS-NB-LUS TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Fiches fusionnees (alias) ignorees" TO WS-LIGNE.
           MOVE WS-NB-FUSIONNES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Fiches comparees" TO WS-LIGNE.
           MOVE WS-NB-EXAMINES TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Paires ayant un critere commun" TO WS-LIGNE.
           MOVE WS-NB-COMPARES TO WS-LIGNE(43:9).
           PERFORM ECRIRE-TOTAL.
           MOVE "Paires sous le seuil de revue" TO WS-LIGNE.
           MOVE WS-NB-SOUS-SEUIL TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           MOVE "Paires en liste de revue" TO WS-LIGNE.
           MOVE WS-NB-EN-REVUE TO WS-LIGNE(45:7).
           PERFORM ECRIRE-TOTAL.
           IF WS-NB-NON-EDITEES > 0
               MOVE "Paires en revue non editees (liste pleine)"
                   TO WS-LIGNE
               MOVE WS-NB-NON-EDITEES TO WS-LIGNE(45:7)
               PERFORM ECRIRE-TOTAL
           END-IF.
           IF TABLE-SATUREE
               MOVE "DETECTION INCOMPLETE : TABLE DES FICHES SATUREE"
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
           MOVE "DOUBLONS-CLIENTS" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM DOUBLONS-CLIENTS.
