      *>****************************************************************
      *> Module : DECOUVERT-VIGUEUR
      *> Role   : Rend le decouvert autorise en vigueur sur un compte a
      *>          une date d'operation, d'apres son contrat
      *>          d'autorisation (DECOUVERTS.dat via DECOUV-IO) :
      *>          - pas de contrat, contrat echu ou resilie, ou date
      *>            anterieure a la date d'effet : limite portee par
      *>            le compte (le batch l'a deja ramenee au niveau de
      *>            base, ou elle n'a pas encore ete relevee) ;
      *>          - date dans la periode d'effet : montant accorde ;
      *>          - date posterieure a l'echeance d'un contrat encore
      *>            actif (retour au niveau de base pas encore passe
      *>            par ECHEANCES-DECOUVERT) : niveau de base du
      *>            contrat.
      *>          Partage par les controles de provision (RETRAIT,
      *>          VIREMENT, DEBIT-ET-EXEC, PRESENTATION-CHEQUES,
      *>          REMB-PRET, IMPORT-INTERNET) qui raisonnent sur le
      *>          solde DISPONIBLE augmente de cette limite.
      *> Appel  : CALL "DECOUVERT-VIGUEUR" USING LK-CPT, LK-DATE,
      *>                                         LK-LIMITE-COMPTE,
      *>                                         LK-LIMITE,
      *>                                         LK-CODE-RETOUR.
      *>   LK-CPT           : numero du compte.
      *>   LK-DATE          : date de l'operation (AAAAMMJJ).
      *>   LK-LIMITE-COMPTE : W-CPT-DECOUVERT-AUTORISE du compte lu.
      *>   LK-LIMITE        : en sortie, decouvert en vigueur.
      *>   LK-CODE-RETOUR   : '00' (limite toujours rendue ; un
      *>                      fichier des contrats absent vaut la
      *>                      limite du compte).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECOUVERT-VIGUEUR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DECOUVERT.
       COPY OPS.

       01 WS-CODE-DEC            PIC X(2).
       01 WS-CODE-FERMETURE      PIC X(2).

       LINKAGE SECTION.
       01 LK-CPT                 PIC 9(8).
       01 LK-DATE                PIC 9(8).
       01 LK-LIMITE-COMPTE       PIC S9(9)V99 COMP-3.
       01 LK-LIMITE              PIC S9(11)V99 COMP-3.
       01 LK-CODE-RETOUR         PIC X(2).

       PROCEDURE DIVISION USING LK-CPT, LK-DATE, LK-LIMITE-COMPTE,
                                LK-LIMITE, LK-CODE-RETOUR.

       MOVE '00' TO LK-CODE-RETOUR.
       MOVE LK-LIMITE-COMPTE TO LK-LIMITE.

       MOVE "OPEN-IO" TO WS-OP.
       CALL "DECOUV-IO" USING WS-OP W-DECOUVERT WS-CODE-DEC.
       IF WS-CODE-DEC NOT = '00'
           GOBACK
       END-IF.
       MOVE LK-CPT TO W-DEC-CPT.
       MOVE "READ" TO WS-OP.
       CALL "DECOUV-IO" USING WS-OP W-DECOUVERT WS-CODE-DEC.
       MOVE "CLOSE" TO WS-OP.
       CALL "DECOUV-IO" USING WS-OP W-DECOUVERT WS-CODE-FERMETURE.
       IF WS-CODE-DEC NOT = '00'
           GOBACK
       END-IF.

       EVALUATE TRUE
           WHEN NOT DEC-ACTIF
               CONTINUE
           WHEN LK-DATE < W-DEC-DATE-DEBUT
               CONTINUE
           WHEN LK-DATE > W-DEC-DATE-FIN
               MOVE W-DEC-MONTANT-BASE TO LK-LIMITE
           WHEN OTHER
               MOVE W-DEC-MONTANT TO LK-LIMITE
       END-EVALUATE.

       GOBACK.

       END PROGRAM DECOUVERT-VIGUEUR.
