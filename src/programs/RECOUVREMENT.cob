      *>             recouvrement d'un pret en impayes (ouvert par le
      *>             batch RELANCES-PRETS). Permet :
      *>              - la consultation du dossier (niveau de relance,
      *>                promesse en cours, arriere du, suretes actives
      *>                mobilisables : cautions, hypotheques, DAT
      *>                nantis) ;
      *>              - l'enregistrement d'une promesse de paiement
      *>                datee et chiffree ;
      *>              - la decheance du terme, sous validation d'un
      *>                superviseur authentifie : le pret passe au
      *>                statut 'T' (tout le capital restant exigible,
      *>                preleve par ECHEANCES-PRETS) et le decouvert
      *>                autorise du compte est gele a zero ;
      *>                l'incident est declare au FICP (module
      *>                FICP-DECLARER, lettre d'information prealable
      *>                a l'emprunteur). Chaque action est journalisee
      *>                via AUDIT-IO. La decheance est refusee tant
      *>                que l'emprunteur est sous dossier de
      *>                surendettement en vigueur (SURENDET-CTRL).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOUVREMENT.
       WORKING-STORAGE SECTION.
       COPY PRET.
       COPY RECOUVREMENT.
       COPY SURETE.
       COPY COMPTE.
       COPY OPERATEUR.
       COPY AUDIT.
       COPY SURENDET.
       COPY CODES-ERR.
       COPY OPS.

          88 FIN-SCAN-DOSSIER    VALUE 'O'.
       01 WS-DOSSIER-TROUVE      PIC X(1) VALUE 'N'.
          88 DOSSIER-TROUVE      VALUE 'O'.
       01 WS-FIN-SURETE          PIC X(1) VALUE 'N'.
          88 FIN-SCAN-SURETE     VALUE 'O'.
       01 WS-CODE-SURETE         PIC X(2).
       01 WS-NB-SURETES          PIC 9(3) VALUE 0.
       01 WS-TOTAL-SURETES       PIC S9(11)V99 COMP-3.
       01 WS-SUR-AFF             PIC -Z(10)9.99.

       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-RECOUV         PIC X(2).
       01 WS-OP-FICP             PIC X(12).
       01 WS-CODE-FICP           PIC X(2).
       01 WS-ACTION-FICP         PIC X(1).
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-CODE-SDT            PIC X(2).
       01 WS-SUP-PIN             PIC X(4).
       01 WS-SUP-OK              PIC X(1) VALUE 'N'.
          88 SUPERVISEUR-OK      VALUE 'O'.
                       W-REC-DATE-DECHEANCE " (superviseur "
                       W-REC-SUPERVISEUR ")"
           END-IF.
           PERFORM AFFICHER-SURETES.
           DISPLAY "------------------------------------------------".

      *>----------------------------------------------------------------
      *> Suretes actives du pret (SURETES.dat) : ce que la banque peut
      *> mobiliser sur le dossier defaillant.
       AFFICHER-SURETES.
           MOVE 0 TO WS-NB-SURETES.
           MOVE 0 TO WS-TOTAL-SURETES.
           MOVE 'N' TO WS-FIN-SURETE.
           MOVE "OPEN-IO" TO WS-OP.
           CALL "SURETE-IO" USING WS-OP W-SURETE WS-CODE-SURETE.
           MOVE W-PRT-ID TO W-SUR-PRET.
           MOVE "START-PRET" TO WS-OP.
           CALL "SURETE-IO" USING WS-OP W-SURETE WS-CODE-SURETE.
           IF WS-CODE-SURETE NOT = '00'
               SET FIN-SCAN-SURETE TO TRUE
           END-IF.
           PERFORM UNTIL FIN-SCAN-SURETE
               MOVE "READ-NEXT" TO WS-OP
               CALL "SURETE-IO" USING WS-OP W-SURETE WS-CODE-SURETE
               EVALUATE TRUE
                   WHEN WS-CODE-SURETE NOT = '00'
                       SET FIN-SCAN-SURETE TO TRUE
                   WHEN W-SUR-PRET NOT = W-PRT-ID
                       SET FIN-SCAN-SURETE TO TRUE
                   WHEN SUR-ACTIVE
                       ADD 1 TO WS-NB-SURETES
                       ADD W-SUR-MONTANT TO WS-TOTAL-SURETES
                       PERFORM AFFICHER-UNE-SURETE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE "CLOSE" TO WS-OP.
           CALL "SURETE-IO" USING WS-OP W-SURETE WS-CODE-SURETE.
           IF WS-NB-SURETES = 0
               DISPLAY "Suretes            : aucune"
           ELSE
               MOVE WS-TOTAL-SURETES TO WS-SUR-AFF
               DISPLAY "Total des suretes  : " WS-SUR-AFF
           END-IF.

       AFFICHER-UNE-SURETE.
           MOVE W-SUR-MONTANT TO WS-SUR-AFF.
           EVALUATE TRUE
               WHEN SUR-CAUTION
                   DISPLAY "Caution            : " WS-SUR-AFF
                           "  " W-SUR-GARANT-NOM
               WHEN SUR-HYPOTHEQUE
                   DISPLAY "Hypotheque rang " W-SUR-RANG "  : "
                           WS-SUR-AFF "  " W-SUR-BIEN
               WHEN SUR-NANTISSEMENT
                   DISPLAY "DAT nanti          : " WS-SUR-AFF
                           "  depot " W-SUR-DAT
           END-EVALUATE.

      *>----------------------------------------------------------------
       ENREGISTRER-PROMESSE.
           IF REC-DECHEANCE
               EXIT PARAGRAPH
           END-IF.

           MOVE W-PRT-CPT TO W-CPT-NUMERO.
           MOVE "READ" TO WS-OP.
           CALL "COMPTE-IO" USING WS-OP W-COMPTE WS-CODE-SDT.
           IF WS-CODE-SDT = '00'
               CALL "SURENDET-CTRL" USING W-CPT-CLIENT W-SURENDET
                                          WS-CODE-SDT
               IF WS-CODE-SDT = '48'
                   DISPLAY "Refuse : emprunteur sous dossier de "
                           "surendettement " W-SDT-REF-BDF
                           " (poursuites suspendues)."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM AUTHENTIFIER-SUPERVISEUR.
           IF NOT SUPERVISEUR-OK
               DISPLAY "Decheance abandonnee."
           MOVE "DECHEANCE DU TERME" TO WS-MOTIF-AUDIT.
           PERFORM JOURNALISER-ACTION.

           MOVE "DECHEANCE" TO WS-OP-FICP.
           CALL "FICP-DECLARER" USING WS-OP-FICP W-PRET WS-CODE-FICP
                                      WS-ACTION-FICP.
           IF WS-CODE-FICP NOT = '00'
               DISPLAY "ATTENTION : echec de la declaration FICP "
                       "(code: " WS-CODE-FICP "), reprise par la "
                       "chaine de nuit."
           ELSE
               IF WS-ACTION-FICP = 'P'
                   DISPLAY "FICP : lettre d'information prealable "
                           "deposee au spool."
               END-IF
           END-IF.

           DISPLAY "Decheance du terme prononcee : la totalite du "
                   "capital restant sera prelevee par la chaine de "
                   "nuit des que la provision le permet.".
