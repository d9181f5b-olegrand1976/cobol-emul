      *>                des ecarts de caisse, comme l'arrete de
      *>                caisse, libelle ECART DAB <id> ;
      *>              - diminue l'encaisse de la machine du montant
      *>                distribue constate ;
      *>              - confronte de meme les depots en enveloppe du
      *>                jour inscrits au registre DEPOTS-DAB.dat
      *>                (montants declares, IMPORT-DEPOTS-DAB) au
      *>                compteur de depots de la machine (troisieme
      *>                colonne facultative du fichier de compteurs,
      *>                en centimes) ; ecart passe de meme, libelle
      *>                ECART DEPOT DAB <id>.
      *>             Ecarts recapitules dans reports/DAB-ECARTS.txt.
      *>             L'etat edite est inscrit au repertoire des etats
      *>             (REPERTOIRE-CTRL) : conservation et reimpression.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAB-RECONCILIER.

       WORKING-STORAGE SECTION.
       COPY DAB.
       COPY DEPOT-DAB.
       COPY COMPTE.
       COPY TRANSACT.
       COPY CAISSE-PARAM.
       COPY CODES-ERR.
       COPY OPS.
       COPY ETAT-PRODUIT.

       01 WS-FS-COMPTEURS        PIC X(2) VALUE '00'.
       01 WS-FS-ECARTS           PIC X(2) VALUE '00'.
          88 FIN-SCAN-TRANS      VALUE 'O'.
       01 WS-FIN-COMPTEURS       PIC X(1) VALUE 'N'.
          88 FIN-COMPTEURS       VALUE 'O'.
       01 WS-FIN-DEPOTS          PIC X(1) VALUE 'N'.
          88 FIN-SCAN-DEPOTS     VALUE 'O'.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-DAB            PIC X(2).
       01 WS-CODE-DPD            PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).

      *> Compteurs remontes par les machines, charges en table.
          05 WS-CPTR OCCURS 30 TIMES.
             10 WS-CPTR-DAB      PIC X(8).
             10 WS-CPTR-MONTANT  PIC S9(11)V99 COMP-3.
             10 WS-CPTR-DEPOTS   PIC S9(11)V99 COMP-3.
             10 WS-CPTR-DEPOTS-LU PIC X(1).
                88 CPTR-DEPOTS-PRESENT VALUE 'O'.
       01 WS-IDX-CPTR            PIC 9(2) COMP.
       01 WS-CSV-DAB             PIC X(8).
       01 WS-CSV-MONTANT-TXT     PIC X(15).
       01 WS-CSV-DEPOTS-TXT      PIC X(15).
       01 WS-MONTANT-CENTIMES    PIC 9(13).

       01 WS-TOTAL-JOURNAL       PIC S9(11)V99 COMP-3.
       01 WS-ECART-ABS           PIC S9(11)V99 COMP-3.
       01 WS-MNT-AFF             PIC -Z(10)9.99.
       01 WS-ECART-AFF           PIC -Z(10)9.99.
       01 WS-LIBELLE-ECART       PIC X(16).

      *> Depots en enveloppe du jour de la machine (registre) et
      *> compteur de depots remonte par la machine.
       01 WS-TOTAL-DEPOTS        PIC S9(11)V99 COMP-3.
       01 WS-COMPTEUR-DEPOTS     PIC S9(11)V99 COMP-3.
       01 WS-DEPOTS-COMPTES      PIC X(1) VALUE 'N'.
          88 DEPOTS-COMPTES      VALUE 'O'.
       01 WS-NB-ENVELOPPES       PIC 9(5) VALUE 0.
       01 WS-NB-A-OUVRIR         PIC 9(5) VALUE 0.

       01 WS-NB-MACHINES         PIC 9(3) VALUE 0.
       01 WS-NB-ECARTS           PIC 9(3) VALUE 0.
       01 WS-ECARTS-OUVERT       PIC X(1) VALUE 'N'.
          88 ECARTS-OUVERT       VALUE 'O'.
       01 WS-CODE-REPERTOIRE     PIC X(2).

       PROCEDURE DIVISION.

       CALL "DABREG-IO" USING WS-OP W-DAB WS-CODE-DAB.
       IF ECARTS-OUVERT
           CLOSE F-ECARTS
           PERFORM INSCRIRE-ETAT
       END-IF.

       DISPLAY "------------------------------------------------------".
                       "sur le seul journal."
               EXIT PARAGRAPH
           END-IF.
      *>   La premiere ligne est l'en-tete (dab,montant[,depots]).
           READ F-COMPTEURS
               AT END
                   SET FIN-COMPTEURS TO TRUE
           CLOSE F-COMPTEURS.

       CHARGER-UN-COMPTEUR.
           MOVE SPACES TO WS-CSV-DAB WS-CSV-MONTANT-TXT
                          WS-CSV-DEPOTS-TXT.
           UNSTRING F-COMPTEURS-LIGNE DELIMITED BY ","
               INTO WS-CSV-DAB WS-CSV-MONTANT-TXT WS-CSV-DEPOTS-TXT.
           IF WS-CSV-MONTANT-TXT NOT NUMERIC
                   OR WS-NB-COMPTEURS >= 30
               EXIT PARAGRAPH
           MOVE WS-CSV-MONTANT-TXT TO WS-MONTANT-CENTIMES.
           COMPUTE WS-CPTR-MONTANT(WS-NB-COMPTEURS) =
                   WS-MONTANT-CENTIMES / 100.
           MOVE 0 TO WS-CPTR-DEPOTS(WS-NB-COMPTEURS).
           MOVE 'N' TO WS-CPTR-DEPOTS-LU(WS-NB-COMPTEURS).
           IF WS-CSV-DEPOTS-TXT NOT = SPACES
                   AND WS-CSV-DEPOTS-TXT NUMERIC
               MOVE WS-CSV-DEPOTS-TXT TO WS-MONTANT-CENTIMES
               COMPUTE WS-CPTR-DEPOTS(WS-NB-COMPTEURS) =
                       WS-MONTANT-CENTIMES / 100
               MOVE 'O' TO WS-CPTR-DEPOTS-LU(WS-NB-COMPTEURS)
           END-IF.

      *>----------------------------------------------------------------
       RECONCILIER-MACHINE.
           PERFORM TOTALISER-JOURNAL-MACHINE.

           MOVE 0 TO WS-TOTAL-COMPTEUR.
           MOVE 0 TO WS-COMPTEUR-DEPOTS.
           MOVE 'N' TO WS-DEPOTS-COMPTES.
           MOVE 1 TO WS-IDX-CPTR.
           PERFORM UNTIL WS-IDX-CPTR > WS-NB-COMPTEURS
               IF WS-CPTR-DAB(WS-IDX-CPTR) = W-DAB-ID
                   MOVE WS-CPTR-MONTANT(WS-IDX-CPTR)
                       TO WS-TOTAL-COMPTEUR
                   MOVE WS-CPTR-DEPOTS(WS-IDX-CPTR)
                       TO WS-COMPTEUR-DEPOTS
                   MOVE WS-CPTR-DEPOTS-LU(WS-IDX-CPTR)
                       TO WS-DEPOTS-COMPTES
               END-IF
               ADD 1 TO WS-IDX-CPTR
           END-PERFORM.

           IF WS-ECART NOT = 0
               ADD 1 TO WS-NB-ECARTS
               MOVE "ECART DAB" TO WS-LIBELLE-ECART
               PERFORM ECRIRE-LIGNE-ECART
               PERFORM COMPTABILISER-ECART
           END-IF.

           PERFORM RECONCILIER-DEPOTS-MACHINE.

      *>   L'encaisse machine baisse de ce que la machine declare
      *>   avoir distribue (a defaut de compteur, du journal).
           IF WS-TOTAL-COMPTEUR NOT = 0
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Depots en enveloppe : le total declare du jour au registre
      *> est confronte au compteur de depots de la machine quand elle
      *> l'a remonte. Les enveloppes restant a ouvrir sont signalees.
      *> Les regularisations d'ouverture (ecran DEPOTS-DAB) portent
      *> sur le compte du client et n'entrent pas dans ce total.
       RECONCILIER-DEPOTS-MACHINE.
           PERFORM TOTALISER-DEPOTS-MACHINE.
           IF WS-NB-ENVELOPPES = 0 AND NOT DEPOTS-COMPTES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TOTAL-DEPOTS TO WS-MNT-AFF.
           DISPLAY "    depots : journal " WS-MNT-AFF
                   WITH NO ADVANCING.
           IF NOT DEPOTS-COMPTES
               DISPLAY "  compteur de depots absent, "
                       WS-NB-A-OUVRIR " enveloppe(s) a ouvrir"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ECART = WS-COMPTEUR-DEPOTS - WS-TOTAL-DEPOTS.
           MOVE WS-COMPTEUR-DEPOTS TO WS-MNT-AFF.
           DISPLAY "  compteur " WS-MNT-AFF WITH NO ADVANCING.
           MOVE WS-ECART TO WS-ECART-AFF.
           DISPLAY "  ecart " WS-ECART-AFF
                   "  a ouvrir " WS-NB-A-OUVRIR.

           IF WS-ECART NOT = 0
               ADD 1 TO WS-NB-ECARTS
               MOVE "ECART DEPOT DAB" TO WS-LIBELLE-ECART
               PERFORM ECRIRE-LIGNE-ECART
               PERFORM COMPTABILISER-ECART
           END-IF.

      *>----------------------------------------------------------------
       TOTALISER-DEPOTS-MACHINE.
           MOVE 0 TO WS-TOTAL-DEPOTS.
           MOVE 0 TO WS-NB-ENVELOPPES.
           MOVE 0 TO WS-NB-A-OUVRIR.
           MOVE 'N' TO WS-FIN-DEPOTS.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD.
           MOVE W-DAB-ID TO W-DPD-DAB.
           MOVE "START-DAB" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD.
           IF WS-CODE-DPD NOT = '00'
               SET FIN-SCAN-DEPOTS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN-DEPOTS
               MOVE "READ-NEXT" TO WS-OP
               CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD
               EVALUATE TRUE
                   WHEN WS-CODE-DPD NOT = '00'
                       SET FIN-SCAN-DEPOTS TO TRUE
                   WHEN W-DPD-DAB NOT = W-DAB-ID
                       SET FIN-SCAN-DEPOTS TO TRUE
                   WHEN OTHER
                       IF W-DPD-DATE = WS-DATE-JOUR
                           ADD W-DPD-MONTANT-DECLARE
                               TO WS-TOTAL-DEPOTS
                           ADD 1 TO WS-NB-ENVELOPPES
                       END-IF
                       IF DPD-A-OUVRIR
                           ADD 1 TO WS-NB-A-OUVRIR
                       END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "DPDAB-IO" USING WS-OP W-DEPOT-DAB WS-CODE-DPD.

      *>----------------------------------------------------------------
       ECRIRE-LIGNE-ECART.
           IF NOT ECARTS-OUVERT
               SET ECARTS-OUVERT TO TRUE
           END-IF.
           MOVE WS-ECART TO WS-ECART-AFF.
           MOVE SPACES TO F-ECARTS-LIGNE.
           STRING FUNCTION TRIM(WS-LIBELLE-ECART) DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-DAB-ID DELIMITED SIZE
                  " : " DELIMITED SIZE
                  WS-ECART-AFF DELIMITED SIZE
                  " (COMPTEUR - JOURNAL)" DELIMITED SIZE
               INTO F-ECARTS-LIGNE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8) TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6) TO W-TRN-HEURE.
           STRING FUNCTION TRIM(WS-LIBELLE-ECART) DELIMITED SIZE
                  " " DELIMITED SIZE
                  W-DAB-ID DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "DAB-RECO"            TO W-TRN-OPERATEUR.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
      *> Inscription de l'etat edite au repertoire des etats.
       INSCRIRE-ETAT.
           INITIALIZE W-ETAT-PRODUIT.
           MOVE "DAB-ECARTS" TO W-ETP-ETAT.
           MOVE "reports/DAB-ECARTS.txt" TO W-ETP-FICHIER.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "REPERTOIRE-CTRL" USING WS-OP W-ETAT-PRODUIT
                                        WS-CODE-REPERTOIRE.

       END PROGRAM DAB-RECONCILIER.
