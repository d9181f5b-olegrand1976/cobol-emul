      *>****************************************************************
      *> Programme : GRANDS-RISQUES
      *> Role      : Batch de cycle mensuel (chaine BATCH-NUIT, fin de
      *>             mois). Etat des grands risques : engagement
      *>             consolide (module EXPOSITION - prets, decouverts,
      *>             cheques de banque emis, moins DAT nantis) de
      *>             chaque groupe de risque (GROUPES-RISQUE.dat) et de
      *>             chaque client actif n'appartenant a aucun groupe.
      *>             Les perimetres sont releves d'abord (parcours de
      *>             CLIENTS.dat), puis calcules un a un, EXPOSITION
      *>             parcourant lui-meme les comptes.
      *>             Rapport reports/GRANDS-RISQUES-AAAAMM.txt :
      *>             classement des EXP-NB-GRANDS-RISQUES premiers
      *>             engagements (EXPO-PARAM.cpy), part du plafond
      *>             d'engagement par groupe consommee, depassements
      *>             signales, puis synthese (engagement total, nombre
      *>             de perimetres au-dela du plafond).
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRANDS-RISQUES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RAPPORT ASSIGN TO WS-NOM-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE        PIC X(160).

       WORKING-STORAGE SECTION.
       COPY CLIENT.
       COPY COMPTE.
       COPY GROUPE-RISQUE.
       COPY EXPOSITION.
       COPY EXPO-PARAM.
       COPY PARAM-EXPLOIT.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-RAPPORT          PIC X(2) VALUE '00'.
       01 WS-NOM-RAPPORT         PIC X(50).

       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-PARCOURS        VALUE 'O'.
       01 WS-CODE-PARAM          PIC X(2).
       01 WS-CODE-GRP            PIC X(2).
       01 WS-CODE-EXPO           PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).
       01 WS-CPT-VIDE            PIC 9(8) VALUE 0.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-AAAAMM              PIC 9(6).
       01 WS-PLAFOND             PIC S9(11)V99 COMP-3 VALUE 0.

      *> Perimetres du mois : un groupe (releve sur son premier
      *> membre actif) ou un client isole.
       01 WS-NB-PER              PIC 9(3) COMP VALUE 0.
       01 WS-TAB-PERIMETRES.
          05 WS-PERIMETRE OCCURS 500 TIMES.
             10 WS-PER-CLIENT    PIC 9(8).
             10 WS-PER-GROUPE    PIC 9(6).
             10 WS-PER-NOM       PIC X(30).
             10 WS-PER-NB-CLI    PIC 9(3).
             10 WS-PER-NB-CPT    PIC 9(4).
             10 WS-PER-PRETS     PIC S9(13)V99 COMP-3.
             10 WS-PER-DECOUV    PIC S9(13)V99 COMP-3.
             10 WS-PER-CHQ       PIC S9(13)V99 COMP-3.
             10 WS-PER-NANTIS    PIC S9(13)V99 COMP-3.
             10 WS-PER-TOTAL     PIC S9(13)V99 COMP-3.
             10 WS-PER-CLASSE    PIC X(1).
                88 PER-CLASSE    VALUE 'O'.
       01 WS-IDX-PER             PIC 9(3) COMP.
       01 WS-IDX-MAX             PIC 9(3) COMP.
       01 WS-TROUVE              PIC X(1).
          88 GROUPE-TROUVE       VALUE 'O'.

       01 WS-RANG                PIC 9(4) VALUE 0.
       01 WS-PCT-PLAFOND         PIC 9(5)V99.
       01 WS-NB-CLIENTS          PIC 9(5) VALUE 0.
       01 WS-NB-GROUPES          PIC 9(5) VALUE 0.
       01 WS-NB-DEPASSEMENTS     PIC 9(5) VALUE 0.
       01 WS-NB-HORS-TABLE       PIC 9(5) VALUE 0.
       01 WS-TOT-ENGAGEMENT      PIC S9(15)V99 COMP-3 VALUE 0.

       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-MNT2-AFF            PIC -Z(10)9.99.
       01 WS-MNT3-AFF            PIC -Z(10)9.99.
       01 WS-MNT4-AFF            PIC -Z(10)9.99.
       01 WS-MNT5-AFF            PIC -Z(10)9.99.
       01 WS-TOT-AFF             PIC -Z(12)9.99.
       01 WS-PCT-AFF             PIC ZZZZ9.99.
       01 WS-NB-AFF              PIC ZZ9.
       01 WS-NB2-AFF             PIC ZZZ9.
       01 WS-RANG-AFF            PIC ZZZ9.
       01 WS-PERIM-AFF           PIC X(9).
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- GRANDS-RISQUES : engagements par groupe ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
       MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM.

      *> Plafond du jour : defaut compile surcharge par la cle des
      *> parametres d'exploitation.
       MOVE "EXPO-PLAFOND-GRP" TO W-PAR-CLE.
       MOVE EXP-PLAFOND-GROUPE TO W-PAR-VALEUR.
       MOVE "VALEUR" TO WS-OP.
       CALL "PARAM-IO" USING WS-OP W-PARAMETRE WS-CODE-PARAM.
       MOVE W-PAR-VALEUR TO WS-PLAFOND.

       PERFORM RELEVER-PERIMETRES.
       PERFORM CALCULER-PERIMETRES.

       STRING "reports/GRANDS-RISQUES-" DELIMITED SIZE
              WS-AAAAMM DELIMITED SIZE
              ".txt" DELIMITED SIZE
           INTO WS-NOM-RAPPORT.
       OPEN OUTPUT F-RAPPORT.
       PERFORM ECRIRE-ENTETE.
       PERFORM ECRIRE-CLASSEMENT.
       PERFORM ECRIRE-SYNTHESE.
       CLOSE F-RAPPORT.
       PERFORM INSCRIRE-ETAT.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Groupes : " WS-NB-GROUPES
               "   clients isoles : " WS-NB-CLIENTS
               "   au-dela du plafond : " WS-NB-DEPASSEMENTS.
       MOVE WS-TOT-ENGAGEMENT TO WS-TOT-AFF.
       DISPLAY "Engagement total : " WS-TOT-AFF.
       DISPLAY "Rapport : " FUNCTION TRIM(WS-NOM-RAPPORT).

       IF WS-NB-HORS-TABLE > 0
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
      *> Parcours des clients actifs : groupe de risque du client
      *> (une entree par groupe) ou client isole.
       RELEVER-PERIMETRES.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "Aucun client a analyser."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN.
           MOVE "START-FIRST" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR.
           IF NOT RC-OK
               SET FIN-PARCOURS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PARCOURS
               MOVE "READ-NEXT" TO WS-OP
               CALL "CLIENT-IO" USING WS-OP W-CLIENT W-CODE-RETOUR
               EVALUATE TRUE
                   WHEN NOT RC-OK
                       SET FIN-PARCOURS TO TRUE
                   WHEN NOT CLI-ACTIF
                       CONTINUE
                   WHEN OTHER
                       PERFORM RETENIR-PERIMETRE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "CLIENT-IO" USING WS-OP W-CLIENT WS-CODE-FERMETURE.
           CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE
                                  WS-CODE-FERMETURE.

       RETENIR-PERIMETRE.
           MOVE W-CLI-NUMERO TO W-GRP-CLIENT.
           MOVE "READ" TO WS-OP.
           CALL "GROUPE-IO" USING WS-OP W-GROUPE-RISQUE WS-CODE-GRP.
           IF WS-CODE-GRP NOT = '00' OR NOT GRP-MEMBRE-ACTIF
               MOVE 0 TO W-GRP-ID
           END-IF.
           IF W-GRP-ID NOT = 0
               MOVE 'N' TO WS-TROUVE
               MOVE 1 TO WS-IDX-PER
               PERFORM UNTIL WS-IDX-PER > WS-NB-PER OR GROUPE-TROUVE
                   IF WS-PER-GROUPE(WS-IDX-PER) = W-GRP-ID
                       SET GROUPE-TROUVE TO TRUE
                   END-IF
                   ADD 1 TO WS-IDX-PER
               END-PERFORM
               IF GROUPE-TROUVE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-NB-PER >= 500
               ADD 1 TO WS-NB-HORS-TABLE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-PER.
           INITIALIZE WS-PERIMETRE(WS-NB-PER).
           MOVE W-CLI-NUMERO TO WS-PER-CLIENT(WS-NB-PER).
           MOVE W-GRP-ID     TO WS-PER-GROUPE(WS-NB-PER).
           IF W-GRP-ID = 0
               MOVE W-CLI-NOM TO WS-PER-NOM(WS-NB-PER)
               ADD 1 TO WS-NB-CLIENTS
           ELSE
               MOVE W-GRP-NOM TO WS-PER-NOM(WS-NB-PER)
               ADD 1 TO WS-NB-GROUPES
           END-IF.

      *>----------------------------------------------------------------
       CALCULER-PERIMETRES.
           MOVE 1 TO WS-IDX-PER.
           PERFORM UNTIL WS-IDX-PER > WS-NB-PER
               CALL "EXPOSITION" USING WS-CPT-VIDE
                                       WS-PER-CLIENT(WS-IDX-PER)
                                       W-EXPOSITION WS-CODE-EXPO
               IF WS-CODE-EXPO = '00'
                   MOVE W-EXP-NB-CLIENTS
                       TO WS-PER-NB-CLI(WS-IDX-PER)
                   MOVE W-EXP-NB-COMPTES
                       TO WS-PER-NB-CPT(WS-IDX-PER)
                   MOVE W-EXP-PRETS TO WS-PER-PRETS(WS-IDX-PER)
                   MOVE W-EXP-DECOUVERTS
                       TO WS-PER-DECOUV(WS-IDX-PER)
                   MOVE W-EXP-CHQ-BANQUE TO WS-PER-CHQ(WS-IDX-PER)
                   MOVE W-EXP-DAT-NANTIS
                       TO WS-PER-NANTIS(WS-IDX-PER)
                   MOVE W-EXP-TOTAL TO WS-PER-TOTAL(WS-IDX-PER)
                   ADD W-EXP-TOTAL TO WS-TOT-ENGAGEMENT
                   IF W-EXP-TOTAL > WS-PLAFOND
                       ADD 1 TO WS-NB-DEPASSEMENTS
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-PER
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-FERMETURE.

      *>----------------------------------------------------------------
       ECRIRE-ENTETE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "GRANDS RISQUES - ENGAGEMENTS CONSOLIDES PAR GROUPE"
                      DELIMITED SIZE
                  " - " DELIMITED SIZE
                  WS-AAAAMM DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           MOVE WS-PLAFOND TO WS-TOT-AFF.
           MOVE EXP-NB-GRANDS-RISQUES TO WS-NB-AFF.
           STRING "PLAFOND D'ENGAGEMENT PAR GROUPE : " DELIMITED SIZE
                  FUNCTION TRIM(WS-TOT-AFF) DELIMITED SIZE
                  " EUR   CLASSEMENT DES " DELIMITED SIZE
                  FUNCTION TRIM(WS-NB-AFF) DELIMITED SIZE
                  " PREMIERS ENGAGEMENTS" DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "RANG PERIMETRE NOM                            "
                      DELIMITED SIZE
                  "CLI  CPT           PRETS      DECOUVERTS"
                      DELIMITED SIZE
                  "     CHQ. BANQUE      DAT NANTIS"
                      DELIMITED SIZE
                  "      ENGAGEMENT % PLAFOND" DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
      *> Classement par selection repetee du plus fort engagement
      *> restant.
       ECRIRE-CLASSEMENT.
           MOVE 0 TO WS-RANG.
           PERFORM UNTIL WS-RANG >= EXP-NB-GRANDS-RISQUES
                   OR WS-RANG >= WS-NB-PER
               MOVE 0 TO WS-IDX-MAX
               MOVE 1 TO WS-IDX-PER
               PERFORM UNTIL WS-IDX-PER > WS-NB-PER
                   IF NOT PER-CLASSE(WS-IDX-PER)
                       IF WS-IDX-MAX = 0
                           MOVE WS-IDX-PER TO WS-IDX-MAX
                       ELSE
                           IF WS-PER-TOTAL(WS-IDX-PER)
                                   > WS-PER-TOTAL(WS-IDX-MAX)
                               MOVE WS-IDX-PER TO WS-IDX-MAX
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-IDX-PER
               END-PERFORM
               ADD 1 TO WS-RANG
               SET PER-CLASSE(WS-IDX-MAX) TO TRUE
               PERFORM ECRIRE-PERIMETRE
           END-PERFORM.

       ECRIRE-PERIMETRE.
           MOVE SPACES TO F-RAPPORT-LIGNE WS-PERIM-AFF.
           IF WS-PER-GROUPE(WS-IDX-MAX) = 0
               STRING "C" DELIMITED SIZE
                      WS-PER-CLIENT(WS-IDX-MAX) DELIMITED SIZE
                   INTO WS-PERIM-AFF
           ELSE
               STRING "G" DELIMITED SIZE
                      WS-PER-GROUPE(WS-IDX-MAX) DELIMITED SIZE
                   INTO WS-PERIM-AFF
           END-IF.
           IF WS-PLAFOND > 0
               COMPUTE WS-PCT-PLAFOND ROUNDED =
                       WS-PER-TOTAL(WS-IDX-MAX) * 100 / WS-PLAFOND
           ELSE
               MOVE 0 TO WS-PCT-PLAFOND
           END-IF.
           MOVE WS-RANG                   TO WS-RANG-AFF.
           MOVE WS-PER-NB-CLI(WS-IDX-MAX) TO WS-NB-AFF.
           MOVE WS-PER-NB-CPT(WS-IDX-MAX) TO WS-NB2-AFF.
           MOVE WS-PER-PRETS(WS-IDX-MAX)  TO WS-MNT-AFF.
           MOVE WS-PER-DECOUV(WS-IDX-MAX) TO WS-MNT2-AFF.
           MOVE WS-PER-CHQ(WS-IDX-MAX)    TO WS-MNT3-AFF.
           MOVE WS-PER-NANTIS(WS-IDX-MAX) TO WS-MNT4-AFF.
           MOVE WS-PER-TOTAL(WS-IDX-MAX)  TO WS-MNT5-AFF.
           MOVE WS-PCT-PLAFOND            TO WS-PCT-AFF.
           STRING WS-RANG-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-PERIM-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-PER-NOM(WS-IDX-MAX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-NB-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-NB2-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT2-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT3-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT4-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-MNT5-AFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-PCT-AFF DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           IF WS-PER-TOTAL(WS-IDX-MAX) > WS-PLAFOND
               MOVE " DEPASSEMENT" TO F-RAPPORT-LIGNE(145:12)
           END-IF.
           WRITE F-RAPPORT-LIGNE.

      *>----------------------------------------------------------------
       ECRIRE-SYNTHESE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           MOVE WS-TOT-ENGAGEMENT TO WS-TOT-AFF.
           STRING "ENGAGEMENT TOTAL : " DELIMITED SIZE
                  FUNCTION TRIM(WS-TOT-AFF) DELIMITED SIZE
                  " EUR" DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "GROUPES : " DELIMITED SIZE
                  WS-NB-GROUPES DELIMITED SIZE
                  "   CLIENTS ISOLES : " DELIMITED SIZE
                  WS-NB-CLIENTS DELIMITED SIZE
                  "   AU-DELA DU PLAFOND : " DELIMITED SIZE
                  WS-NB-DEPASSEMENTS DELIMITED SIZE
               INTO F-RAPPORT-LIGNE.
           WRITE F-RAPPORT-LIGNE.
           IF WS-NB-HORS-TABLE > 0
               MOVE SPACES TO F-RAPPORT-LIGNE
               STRING "ATTENTION : " DELIMITED SIZE
                      WS-NB-HORS-TABLE DELIMITED SIZE
                      " CLIENTS NON ANALYSES (TABLE PLEINE)"
                          DELIMITED SIZE
                   INTO F-RAPPORT-LIGNE
               WRITE F-RAPPORT-LIGNE
           END-IF.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "GRANDS-RISQUES" TO W-ETP-ETAT.
           MOVE WS-NOM-RAPPORT TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.
