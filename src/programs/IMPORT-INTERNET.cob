      *>              - type S / type A : suspension / reactivation
      *>                d'un ordre permanent (la destination porte
      *>                l'identifiant de l'ordre), refusee si l'ordre
      *>                n'appartient pas au compte donneur d'ordre ;
      *>              - type R : tirage sur le credit renouvelable
      *>                du compte source (module RENOUV-TIRAGE, la
      *>                destination n'est pas renseignee), credite
      *>                sur le compte de rattachement.
      *>             Le jeton d'authentification du front et son
      *>             horodatage sont exiges sur chaque ligne et
      *>             conserves en piste AUDIT-IO ; les lignes ecartees
       01 WS-COMPTEUR            PIC 9(10) VALUE 0.
       01 WS-CODE-DEVERROU       PIC X(2).
       01 WS-CODE-DISPO          PIC X(2).
       01 WS-DATE-OPERATION      PIC 9(8).
       01 WS-DECOUVERT-VIGUEUR   PIC S9(11)V99 COMP-3.
       01 WS-CODE-DECOUV         PIC X(2).
       01 WS-DISPONIBLE          PIC S9(11)V99 COMP-3.
       01 WS-CANAL-INTERNET      PIC X(1) VALUE 'I'.
       01 WS-OPERATEUR-INTERNET  PIC X(8) VALUE "INTERNET".
       01 WS-CODE-TIRAGE         PIC X(2).
       01 WS-MOTIF               PIC X(40).

       01 WS-DEST-INTERNE        PIC X(1) VALUE 'N'.
               WHEN 'S'
               WHEN 'A'
                   PERFORM TRAITER-ORDRE-PERMANENT
               WHEN 'R'
                   PERFORM TRAITER-TIRAGE-RENOUV
               WHEN OTHER
                   MOVE "type d'ordre inconnu" TO WS-MOTIF
                   PERFORM JOURNALISER-REJET
      *>   comme un virement guichet.
           CALL "DISPONIBLE" USING W-CPT-NUMERO W-CPT-SOLDE
                                   WS-DISPONIBLE WS-CODE-DISPO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-OPERATION.
           CALL "DECOUVERT-VIGUEUR" USING W-CPT-NUMERO
                                          WS-DATE-OPERATION
                                          W-CPT-DECOUVERT-AUTORISE
                                          WS-DECOUVERT-VIGUEUR
                                          WS-CODE-DECOUV.
           IF WS-MONTANT > WS-DISPONIBLE + WS-DECOUVERT-VIGUEUR
               MOVE "provision insuffisante" TO WS-MOTIF
               PERFORM DEVERROUILLER-COMPTE
               PERFORM JOURNALISER-REJET
           MOVE "CLOSE" TO WS-OP.
           CALL "ORDRE-IO" USING WS-OP W-ORDRE WS-CODE-DEVERROU.

      *>----------------------------------------------------------------
      *> Tirage sur la reserve renouvelable du compte source, memes
      *> controles qu'au guichet (reserve active, disponible suffisant,
      *> compte actif).
       TRAITER-TIRAGE-RENOUV.
           IF WS-CSV-MONTANT-TXT NOT NUMERIC
               MOVE "montant non numerique" TO WS-MOTIF
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSV-MONTANT-TXT TO WS-MONTANT-CENTIMES.
           COMPUTE WS-MONTANT = WS-MONTANT-CENTIMES / 100.

           CALL "RENOUV-TIRAGE" USING WS-NUM-SOURCE WS-MONTANT
                                      WS-CANAL-INTERNET
                                      WS-OPERATEUR-INTERNET
                                      WS-CODE-TIRAGE.
           EVALUATE WS-CODE-TIRAGE
               WHEN '00'
                   CONTINUE
               WHEN '21'
                   MOVE "aucun credit renouvelable" TO WS-MOTIF
               WHEN '31'
                   MOVE "compte source non actif" TO WS-MOTIF
               WHEN '49'
                   MOVE "reserve renouvelable indisponible"
                       TO WS-MOTIF
               WHEN OTHER
                   MOVE "tirage renouvelable en echec" TO WS-MOTIF
           END-EVALUATE.
           IF WS-CODE-TIRAGE NOT = '00'
               PERFORM JOURNALISER-REJET
               EXIT PARAGRAPH
           END-IF.

           PERFORM JOURNALISER-JETON.
           PERFORM INSCRIRE-LIGNE.
           ADD 1 TO WS-NB-EXECUTEES.
           DISPLAY "Tirage renouvelable sur " WS-NUM-SOURCE
                   " (canal Internet).".

      *>----------------------------------------------------------------
      *> Piste d'audit de la preuve d'authentification du front :
      *> jeton et horodatage conserves avec la ligne executee.
