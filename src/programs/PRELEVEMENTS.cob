      *>             demande dont la reference creancier a deja ete
      *>             debitee repart en M06. Purge superviseur via le
      *>             PUPITRE pour une re-emission legitime.
      *>             Titulaire sous dossier de surendettement en
      *>             vigueur (module SURENDET-CTRL) : les demandes des
      *>             creanciers declares au dossier repartent en M08.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELEVEMENTS.
       COPY OPS.
       COPY MOBILITE-PARAM.
       COPY REGIMPORT.
       COPY SURENDET.

       01 WS-FS-IMPORT           PIC X(2) VALUE '00'.
       01 WS-FS-REJETS           PIC X(2) VALUE '00'.
          88 FIN-MANDATS         VALUE 'O'.
       01 WS-TROUVE              PIC X(1) VALUE 'N'.
          88 MANDAT-TROUVE       VALUE 'O'.
       01 WS-SUSPENSION          PIC X(1) VALUE 'N'.
          88 CREANCIER-SUSPENDU  VALUE 'O'.
       01 WS-CODE-SDT            PIC X(2).
       01 WS-IDX-CRE             PIC 9(2) COMP.

       01 WS-CSV-CREANCIER       PIC X(10).
      *> Le champ compte accepte le numero interne (8 chiffres) ou
      *>   M01 compte introuvable      M02 compte non actif
      *>   M03 pas de mandat valide    M04 provision insuffisante
      *>   M05 demande illisible       M06 demande deja traitee
      *>   M07 IBAN inconnu            M08 creancier suspendu
      *>   M09 echec technique             (surendettement)
       01 WS-MOTIF               PIC X(3).

       01 WS-NB-LUES             PIC 9(5) VALUE 0.
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFIER-SURENDETTEMENT.
           IF CREANCIER-SUSPENDU
               MOVE "M08" TO WS-MOTIF
               PERFORM DEVERROUILLER-COMPTE
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

           IF WS-MONTANT > W-CPT-SOLDE + W-CPT-DECOUVERT-AUTORISE
               MOVE "M04" TO WS-MOTIF
               PERFORM DEVERROUILLER-COMPTE
           CALL "MANDAT-IO" USING WS-OP W-MANDAT W-CODE-RETOUR.
           MOVE '00' TO W-CODE-RETOUR.

      *>----------------------------------------------------------------
      *> Dossier de surendettement en vigueur du titulaire : le
      *> creancier declare au dossier ne peut plus prelever.
       VERIFIER-SURENDETTEMENT.
           MOVE 'N' TO WS-SUSPENSION.
           CALL "SURENDET-CTRL" USING W-CPT-CLIENT W-SURENDET
                                      WS-CODE-SDT.
           IF WS-CODE-SDT NOT = '48'
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-IDX-CRE.
           PERFORM UNTIL WS-IDX-CRE > W-SDT-NB-CREANCIERS
                   OR CREANCIER-SUSPENDU
               IF W-SDT-CREANCIER(WS-IDX-CRE) = WS-CSV-CREANCIER
                   SET CREANCIER-SUSPENDU TO TRUE
               END-IF
               ADD 1 TO WS-IDX-CRE
           END-PERFORM.

      *>----------------------------------------------------------------
       JOURNALISER-DEBIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COMPLETE.
