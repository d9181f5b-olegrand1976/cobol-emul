      *>****************************************************************
      *> Programme : FRAIS-CORRESPONDANTS
      *> Role      : Batch de la chaine BATCH-NUIT. Traite les avis de
      *>             frais des banques correspondantes sur les virements
      *>             internationaux emis (EMETTRE-INTERNATIONAUX). Le
      *>             fichier reports/VIR-INTL-FRAIS.csv est cumulatif
      *>             (une ligne d'en-tete puis reference,devise,
      *>             montant_centimes) ; la reference est celle du
      *>             message 103 (IN + numero du virement) et chaque
      *>             avis n'est traite qu'une fois (registre des
      *>             imports, module IMPORT-CTRL).
      *>             Option OUR : les frais du correspondant, convertis
      *>             dans la devise du compte au taux du jour
      *>             (TAUX-DU-JOUR), sont debites au donneur d'ordre
      *>             (mouvement 'F'). Options SHA et BEN : les frais
      *>             sont a la charge du beneficiaire, l'avis est
      *>             seulement enregistre. Le virement passe en 'R'.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAIS-CORRESPONDANTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AVIS ASSIGN TO "reports/VIR-INTL-FRAIS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVIS.

       DATA DIVISION.
       FILE SECTION.
       FD F-AVIS.
       01 F-AVIS-LIGNE           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY VIR-INTL.
       COPY COMPTE.
       COPY TRANSACT.
       COPY REGIMPORT.
       COPY CODES-ERR.
       COPY OPS.

       01 WS-FS-AVIS             PIC X(2) VALUE '00'.
       01 WS-FIN                 PIC X(1) VALUE 'N'.
          88 FIN-LECTURE         VALUE 'O'.

       01 WS-CSV-REFERENCE       PIC X(20).
       01 WS-CSV-DEVISE          PIC X(3).
       01 WS-CSV-MONTANT-TXT     PIC X(15).
       01 WS-MONTANT-CTS         PIC 9(9).
       01 WS-LNG-MONTANT         PIC 9(2).

       01 WS-DATE-COMPLETE       PIC X(21).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-VIN            PIC X(2).
       01 WS-CODE-IMPORT         PIC X(2).
       01 WS-CODE-DEVERROU       PIC X(2).

      *> Conversion des frais de la devise de l'avis vers celle du
      *> compte (taux de reference du jour, 1 EUR = n unites).
       01 WS-TAUX-AVIS           PIC 9(3)V9(4).
       01 WS-TAUX-COMPTE         PIC 9(3)V9(4).
       01 WS-CODE-TAUX           PIC X(2).

       01 WS-NB-LUS              PIC 9(5) VALUE 0.
       01 WS-NB-DEJA             PIC 9(5) VALUE 0.
       01 WS-NB-DEBITES          PIC 9(5) VALUE 0.
       01 WS-NB-ENREGISTRES      PIC 9(5) VALUE 0.
       01 WS-NB-REJETES          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY " ".
       DISPLAY "--- FRAIS-CORRESPONDANTS : avis de frais ---".
       DISPLAY "------------------------------------------------------".

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.

       OPEN INPUT F-AVIS.
       IF WS-FS-AVIS NOT = '00'
           DISPLAY "Aucun avis de frais recu."
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
       END-IF.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-VIN.
       MOVE "OPEN-IO" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

      *> La premiere ligne est l'en-tete (reference,devise,montant).
       READ F-AVIS
           AT END
               SET FIN-LECTURE TO TRUE
       END-READ.

       PERFORM UNTIL FIN-LECTURE
           READ F-AVIS
               AT END
                   SET FIN-LECTURE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   PERFORM TRAITER-AVIS
           END-READ
       END-PERFORM.

       CLOSE F-AVIS.
       MOVE "CLOSE" TO WS-OP.
       CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-VIN.
       MOVE "CLOSE" TO WS-OP.
       CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.

       DISPLAY "------------------------------------------------------".
       DISPLAY "Avis lus            : " WS-NB-LUS.
       DISPLAY "Deja traites        : " WS-NB-DEJA.
       DISPLAY "Frais debites (OUR) : " WS-NB-DEBITES.
       DISPLAY "Enregistres SHA/BEN : " WS-NB-ENREGISTRES.
       DISPLAY "Avis rejetes        : " WS-NB-REJETES.

       MOVE 0 TO RETURN-CODE.

       EXIT PROGRAM.

      *>----------------------------------------------------------------
       TRAITER-AVIS.
           MOVE SPACES TO WS-CSV-REFERENCE WS-CSV-DEVISE
                          WS-CSV-MONTANT-TXT.
           UNSTRING F-AVIS-LIGNE DELIMITED BY ","
               INTO WS-CSV-REFERENCE WS-CSV-DEVISE WS-CSV-MONTANT-TXT.
           IF WS-CSV-REFERENCE = SPACES
               EXIT PARAGRAPH
           END-IF.

      *>   Le fichier est cumulatif : un avis deja traite est passe.
           INITIALIZE W-REGIMPORT.
           MOVE "FRAIS-CORR" TO W-IMP-ORIGINE.
           SET IMP-LIGNE TO TRUE.
           MOVE WS-CSV-REFERENCE TO W-IMP-EMPREINTE.
           MOVE "VERIFIER" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.
           IF WS-CODE-IMPORT = '43'
               ADD 1 TO WS-NB-DEJA
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-CSV-DEVISE) TO WS-CSV-DEVISE.
           MOVE FUNCTION TRIM(WS-CSV-MONTANT-TXT) TO WS-CSV-MONTANT-TXT.
           IF WS-CSV-REFERENCE(1:2) NOT = "IN"
                   OR WS-CSV-REFERENCE(3:10) NOT NUMERIC
               ADD 1 TO WS-NB-REJETES
               DISPLAY "Avis " FUNCTION TRIM(WS-CSV-REFERENCE)
                       " REJETE : reference inconnue."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-MONTANT-TXT))
               TO WS-LNG-MONTANT.
           IF WS-CSV-MONTANT-TXT = SPACES
                   OR WS-LNG-MONTANT > 9
                   OR WS-CSV-MONTANT-TXT(1:WS-LNG-MONTANT) NOT NUMERIC
               ADD 1 TO WS-NB-REJETES
               DISPLAY "Avis " FUNCTION TRIM(WS-CSV-REFERENCE)
                       " REJETE : montant illisible."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MONTANT-CTS =
               FUNCTION NUMVAL(WS-CSV-MONTANT-TXT).

           MOVE WS-CSV-REFERENCE(3:10) TO W-VIN-ID.
           MOVE "READ" TO WS-OP.
           CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-VIN.
           IF WS-CODE-VIN NOT = '00' OR NOT VIN-EMIS
               ADD 1 TO WS-NB-REJETES
               DISPLAY "Avis " FUNCTION TRIM(WS-CSV-REFERENCE)
                       " REJETE : pas de virement emis correspondant."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATE-JOUR TO W-VIN-DATE-AVIS.
           COMPUTE W-VIN-FRAIS-CORR = WS-MONTANT-CTS / 100.
           MOVE 0 TO W-VIN-FRAIS-CORR-DEBIT.

           IF VIN-FRAIS-OUR AND W-VIN-FRAIS-CORR > 0
               PERFORM DEBITER-FRAIS
               IF W-VIN-FRAIS-CORR-DEBIT = 0
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-DEBITES
           ELSE
               ADD 1 TO WS-NB-ENREGISTRES
           END-IF.

           SET VIN-REGLE TO TRUE.
           MOVE "REWRITE" TO WS-OP.
           CALL "VIRINT-IO" USING WS-OP W-VIR-INTL WS-CODE-VIN.

           INITIALIZE W-REGIMPORT.
           MOVE "FRAIS-CORR" TO W-IMP-ORIGINE.
           SET IMP-LIGNE TO TRUE.
           MOVE WS-CSV-REFERENCE TO W-IMP-EMPREINTE.
           MOVE "INSCRIRE" TO WS-OP.
           CALL "IMPORT-CTRL" USING WS-OP W-REGIMPORT WS-CODE-IMPORT.

      *>----------------------------------------------------------------
      *> Option OUR : frais du correspondant a la charge du donneur
      *> d'ordre. Un taux indisponible ou un compte illisible laisse
      *> l'avis non traite : il sera repris au prochain passage.
       DEBITER-FRAIS.
           IF WS-CSV-DEVISE = SPACES
               MOVE W-VIN-DEVISE TO WS-CSV-DEVISE
           END-IF.
           MOVE W-VIN-CPT-SOURCE TO W-CPT-NUMERO.
           MOVE "READ-LOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               PERFORM DEVERROUILLER-COMPTE
               DISPLAY "Avis " FUNCTION TRIM(WS-CSV-REFERENCE)
                       " en attente : compte " W-VIN-CPT-SOURCE
                       " illisible (code: " W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.

           CALL "TAUX-DU-JOUR" USING WS-CSV-DEVISE WS-DATE-JOUR
                                     WS-TAUX-AVIS WS-CODE-TAUX.
           IF WS-CODE-TAUX = '00'
               CALL "TAUX-DU-JOUR" USING W-CPT-DEVISE WS-DATE-JOUR
                                         WS-TAUX-COMPTE WS-CODE-TAUX
           END-IF.
           IF WS-CODE-TAUX NOT = '00' OR WS-TAUX-AVIS = 0
                   OR WS-TAUX-COMPTE = 0
               PERFORM DEVERROUILLER-COMPTE
               DISPLAY "Avis " FUNCTION TRIM(WS-CSV-REFERENCE)
                       " en attente : taux du jour indisponible "
                       "(code: " WS-CODE-TAUX ")."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE W-VIN-FRAIS-CORR-DEBIT ROUNDED =
               W-VIN-FRAIS-CORR * WS-TAUX-COMPTE / WS-TAUX-AVIS.
           IF W-VIN-FRAIS-CORR-DEBIT = 0
               MOVE 0.01 TO W-VIN-FRAIS-CORR-DEBIT
           END-IF.

           SUBTRACT W-VIN-FRAIS-CORR-DEBIT FROM W-CPT-SOLDE.
           MOVE WS-DATE-JOUR TO W-CPT-DATE-DERN-MVT.
           MOVE "REWRITE" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE W-CODE-RETOUR.
           IF NOT RC-OK
               MOVE 0 TO W-VIN-FRAIS-CORR-DEBIT
               DISPLAY "Avis " FUNCTION TRIM(WS-CSV-REFERENCE)
                       " en attente : echec du debit (code: "
                       W-CODE-RETOUR ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM JOURNALISER-FRAIS.
           DISPLAY "Virement " W-VIN-ID " : frais du correspondant "
                   "debites au compte " W-VIN-CPT-SOURCE ".".

      *>----------------------------------------------------------------
       JOURNALISER-FRAIS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
           MOVE "NEXT" TO WS-OP.
           CALL "SEQ-IO" USING WS-OP WS-COMPTEUR W-CODE-RETOUR.

           INITIALIZE W-TRANS.
           MOVE WS-COMPTEUR            TO W-TRN-ID.
           MOVE W-VIN-CPT-SOURCE       TO W-TRN-CPT.
           MOVE 0                      TO W-TRN-CPT-DEST.
           MOVE 'F'                    TO W-TRN-TYPE.
           MOVE W-VIN-FRAIS-CORR-DEBIT TO W-TRN-MONTANT.
           MOVE WS-DATE-COMPLETE(1:8)  TO W-TRN-DATE.
           MOVE WS-DATE-COMPLETE(1:8)  TO W-TRN-DATE-VALEUR.
           MOVE WS-DATE-COMPLETE(9:6)  TO W-TRN-HEURE.
           STRING "FRAIS CORRESPONDANT: " DELIMITED SIZE
                  W-VIN-REFERENCE DELIMITED SIZE
               INTO W-TRN-LIBELLE.
           MOVE "FRAISCOR"             TO W-TRN-OPERATEUR.
           MOVE W-CPT-AGENCE           TO W-TRN-AGENCE.
           MOVE W-CPT-DEVISE           TO W-TRN-DEVISE.
           MOVE SPACES                 TO W-TRN-SUPERVISEUR
                                          W-TRN-MANDATAIRE
                                          W-TRN-CATEGORIE
                                          W-TRN-DAB
                                          W-TRN-PIECE-OCCAS.
           MOVE SPACE                  TO W-TRN-LITIGE.
           MOVE 'G'                    TO W-TRN-CANAL.
           MOVE SPACES                 TO W-TRN-CARTE.

           MOVE "OPEN-IO" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           MOVE "WRITE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.
           IF NOT RC-OK
               DISPLAY "ATTENTION : virement " W-VIN-ID " frais "
                       "debites mais MOUVEMENT NON JOURNALISE (code: "
                       W-CODE-RETOUR ")."
           END-IF.
           MOVE "CLOSE" TO WS-OP.
           CALL "TRANS-IO" USING WS-OP W-TRANS W-CODE-RETOUR.

      *>----------------------------------------------------------------
       DEVERROUILLER-COMPTE.
           MOVE "UNLOCK" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-DEVERROU.

       END PROGRAM FRAIS-CORRESPONDANTS.
