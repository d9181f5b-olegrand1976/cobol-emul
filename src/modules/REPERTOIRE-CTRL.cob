      *>****************************************************************
      *> Module : REPERTOIRE-CTRL
      *> Role   : Inscription des etats edites au repertoire des etats
      *>          (REPERTOIRE-ETATS.dat via REPETAT-IO). Chaque
      *>          programme producteur appelle "INSCRIRE" une fois son
      *>          etat ferme : le module compte les lignes du fichier,
      *>          le recopie sous reports/repertoire/ (identifiant de
      *>          l'inscription en tete du nom, la nuit suivante ne
      *>          peut plus l'ecraser), fixe la duree de conservation
      *>          selon le type de l'etat (ETAT-PARAM.cpy) et inscrit
      *>          date et heure d'execution, date comptable
      *>          (JOURNEE-COMPTABLE.dat), etape et date de la chaine
      *>          de nuit, agence et nombre de lignes.
      *>          BATCH-NUIT annonce chaque etape ("ETAPE") avant de
      *>          la lancer et en sort ("FIN-ETAPE") : l'etape et la
      *>          date de chaine restent memorisees entre les appels.
      *> Appel  : CALL "REPERTOIRE-CTRL" USING LK-OP, W-ETAT-PRODUIT,
      *>                                       LK-CODE-RETOUR.
      *> Operations (LK-OP):
      *>   "INSCRIRE"  -> inscrit W-ETP-ETAT / W-ETP-FICHIER /
      *>                  W-ETP-AGENCE
      *>   "ETAPE"     -> memorise W-ETP-ETAPE et W-ETP-DATE-CHAINE
      *>   "FIN-ETAPE" -> revient hors chaine (etats a la demande)
      *>   LK-CODE-RETOUR : '00' inscrit, '21' fichier d'etat
      *>                    introuvable, '29' repertoire inaccessible,
      *>                    '99' operation inconnue. Un etat inscrit
      *>                    sans copie (statut 'N') rend '00' : seul
      *>                    l'original reste alors reimprimable.
      *>          Le code retour n'arrete jamais le producteur : un
      *>          etat non inscrit est signale au PUPITRE.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPERTOIRE-CTRL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ETAT ASSIGN TO WS-NOM-ETAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT.

       DATA DIVISION.
       FILE SECTION.
       FD F-ETAT.
       01 F-ETAT-LIGNE           PIC X(300).

       WORKING-STORAGE SECTION.
       COPY REPERTOIRE-ETAT.
       COPY ETAT-PARAM.
       COPY JOURNEE.
       COPY OPS.

       01 WS-FS-ETAT             PIC X(2) VALUE '00'.
       01 WS-NOM-ETAT            PIC X(50).
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-ETAT            VALUE 'O'.
       01 WS-NB-LIGNES           PIC 9(7) VALUE 0.

      *> Etape en cours de la chaine de nuit, annoncee par BATCH-NUIT.
       01 WS-ETAPE-COURANTE      PIC X(12) VALUE SPACES.
       01 WS-DATE-CHAINE         PIC 9(8) VALUE 0.

       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-SEQ            PIC X(2).
       01 WS-CODE-JRN            PIC X(2).
       01 WS-CODE-RPE            PIC X(2).
       01 WS-IDX                 PIC 9(2) COMP.
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-JOUR-INTEGER        PIC S9(9) COMP.

       01 WS-NOM-REPERTOIRE      PIC X(20).
       01 WS-NOM-COPIE           PIC X(80).
       01 WS-NOM-COURT           PIC X(50).
       01 WS-CODE-REP            PIC 9(9) COMP VALUE 0.
       01 WS-CODE-COPIE          PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01 LK-OP                  PIC X(12).
       COPY ETAT-PRODUIT.
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-OP, W-ETAT-PRODUIT, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.

       EVALUATE LK-OP
           WHEN "INSCRIRE"
               PERFORM INSCRIRE-ETAT
           WHEN "ETAPE"
               MOVE W-ETP-ETAPE       TO WS-ETAPE-COURANTE
               MOVE W-ETP-DATE-CHAINE TO WS-DATE-CHAINE
           WHEN "FIN-ETAPE"
               MOVE SPACES TO WS-ETAPE-COURANTE
               MOVE 0 TO WS-DATE-CHAINE
           WHEN OTHER
               MOVE '99' TO LK-CODE-RETOUR
       END-EVALUATE.

       GOBACK.

      *>----------------------------------------------------------------
       INSCRIRE-ETAT.
           MOVE W-ETP-FICHIER TO WS-NOM-ETAT.
           PERFORM COMPTER-LIGNES.
           IF LK-CODE-RETOUR NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE "LIRE" TO WS-OP.
           CALL "JOURNEE-IO" USING WS-OP W-JOURNEE WS-CODE-JRN.

           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR WS-CODE-SEQ.

           INITIALIZE W-REPERTOIRE-ETAT.
           MOVE WS-COMPTEUR        TO W-RPE-ID.
           MOVE W-ETP-ETAT         TO W-RPE-ETAT.
           MOVE WS-DATE-JOUR       TO W-RPE-DATE-EXEC.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W-RPE-HEURE-EXEC.
           MOVE W-JRN-DATE         TO W-RPE-DATE-COMPTA.
           MOVE WS-DATE-CHAINE     TO W-RPE-DATE-CHAINE.
           MOVE WS-ETAPE-COURANTE  TO W-RPE-ETAPE.
           MOVE W-ETP-AGENCE       TO W-RPE-AGENCE.
           MOVE WS-NB-LIGNES       TO W-RPE-NB-LIGNES.
           MOVE W-ETP-FICHIER      TO W-RPE-FICHIER.
           PERFORM FIXER-CONSERVATION.
           PERFORM COPIER-ETAT.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT WS-CODE-RPE.
           IF WS-CODE-RPE NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "WRITE" TO WS-OP.
           CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT WS-CODE-RPE.
           IF WS-CODE-RPE NOT = '00'
               MOVE '29' TO LK-CODE-RETOUR
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "REPETAT-IO" USING WS-OP W-REPERTOIRE-ETAT WS-CODE-RPE.

      *>----------------------------------------------------------------
      *> Nombre de lignes de l'etat edite : releve a l'inscription, il
      *> permet de juger une reimpression ou un etat anormalement
      *> vide sans rouvrir le fichier.
       COMPTER-LIGNES.
           MOVE 0 TO WS-NB-LIGNES.
           MOVE 'N' TO WS-FIN.
           OPEN INPUT F-ETAT.
           IF WS-FS-ETAT NOT = '00'
               MOVE '21' TO LK-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ETAT
               READ F-ETAT
                   AT END
                       SET FIN-ETAT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LIGNES
               END-READ
           END-PERFORM.
           CLOSE F-ETAT.

      *>----------------------------------------------------------------
      *> Type de l'etat pris dans la table des etats connus (type par
      *> defaut sinon), duree de conservation du type et date
      *> d'expiration de la copie.
       FIXER-CONSERVATION.
           MOVE ETA-TYPE-DEFAUT TO W-RPE-TYPE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > ETA-NB-ETATS
               IF ETA-ETAT-NOM(WS-IDX) = W-ETP-ETAT
                   MOVE ETA-ETAT-TYPE(WS-IDX) TO W-RPE-TYPE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

           MOVE 0 TO W-RPE-CONSERVATION.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > ETA-NB-TYPES
               IF ETA-TYPE-CODE(WS-IDX) = W-RPE-TYPE
                   MOVE ETA-TYPE-JOURS(WS-IDX) TO W-RPE-CONSERVATION
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

           COMPUTE WS-JOUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   + W-RPE-CONSERVATION.
           COMPUTE W-RPE-DATE-EXPIR =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INTEGER).

      *>----------------------------------------------------------------
      *> Copie conservee : reports/repertoire/<identifiant>-<nom>. Un
      *> echec de copie laisse l'inscription en statut 'N' (original
      *> seul) plutot que de perdre la trace de l'etat.
       COPIER-ETAT.
           MOVE ETA-REPERTOIRE-COPIES TO WS-NOM-REPERTOIRE.
           CALL "CBL_CREATE_DIR" USING WS-NOM-REPERTOIRE
               RETURNING WS-CODE-REP.

           IF W-ETP-FICHIER(1:8) = "reports/"
               MOVE W-ETP-FICHIER(9:42) TO WS-NOM-COURT
           ELSE
               MOVE W-ETP-FICHIER TO WS-NOM-COURT
           END-IF.
           MOVE SPACES TO WS-NOM-COPIE.
           STRING FUNCTION TRIM(ETA-REPERTOIRE-COPIES) DELIMITED SIZE
                  "/" DELIMITED SIZE
                  W-RPE-ID DELIMITED SIZE
                  "-" DELIMITED SIZE
                  FUNCTION TRIM(WS-NOM-COURT) DELIMITED SIZE
               INTO WS-NOM-COPIE.

           CALL "CBL_COPY_FILE" USING WS-NOM-ETAT WS-NOM-COPIE
               RETURNING WS-CODE-COPIE.
           IF WS-CODE-COPIE = 0
               MOVE WS-NOM-COPIE TO W-RPE-COPIE
               SET RPE-CONSERVE TO TRUE
           ELSE
               MOVE SPACES TO W-RPE-COPIE
               SET RPE-NON-COPIE TO TRUE
           END-IF.

       END PROGRAM REPERTOIRE-CTRL.
