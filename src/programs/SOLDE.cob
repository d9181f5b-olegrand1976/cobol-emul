      *>****************************************************************
      *> Programme : SOLDE
      *> Role      : Afficher les informations d'un compte.
      *>             La consultation d'un compte du personnel est
      *>             tracee dans AUDIT.dat ; celle d'un compte sensible
      *>             hors de son agence exige une justification et
      *>             leve une alerte conformite (module
      *>             CONSULTATION-CTRL).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLDE.
       01 WS-DISPONIBLE         PIC S9(11)V99 COMP-3.
       01 WS-DISPONIBLE-AFF     PIC -Z(10)9.99.
       01 WS-CODE-DISPO         PIC X(2).
       01 WS-DATE-OPERATION     PIC 9(8).
       01 WS-DECOUVERT-VIGUEUR  PIC S9(11)V99 COMP-3.
       01 WS-DECOUVERT-AFF      PIC -Z(10)9.99.
       01 WS-CODE-DECOUV        PIC X(2).
       01 WS-MODE-ALERTES       PIC X(1).
       01 WS-CODE-ALERTES       PIC X(2).
       01 WS-ECRAN              PIC X(12) VALUE "SOLDE".
       01 WS-CODE-CONSULT       PIC X(2).

       LINKAGE SECTION.
       01 LK-OPERATEUR          PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR.

       DISPLAY " ".
       DISPLAY "--- Consultation de solde ---".
           EXIT PROGRAM
       END-IF.

       CALL "CONSULTATION-CTRL" USING LK-OPERATEUR W-CPT-NUMERO
                                      W-CPT-CLIENT WS-ECRAN
                                      WS-CODE-CONSULT.
       IF WS-CODE-CONSULT NOT = '00'
           EXIT PROGRAM
       END-IF.

       MOVE W-CPT-SOLDE TO WS-SOLDE-AFF.
       CALL "DISPONIBLE" USING W-CPT-NUMERO W-CPT-SOLDE
                               WS-DISPONIBLE WS-CODE-DISPO.
       MOVE WS-DISPONIBLE TO WS-DISPONIBLE-AFF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-OPERATION.
       CALL "DECOUVERT-VIGUEUR" USING W-CPT-NUMERO WS-DATE-OPERATION
                                      W-CPT-DECOUVERT-AUTORISE
                                      WS-DECOUVERT-VIGUEUR
                                      WS-CODE-DECOUV.
       MOVE WS-DECOUVERT-VIGUEUR TO WS-DECOUVERT-AFF.

       DISPLAY "+--------------------------------------------------+".
       DISPLAY "| Numero    : " W-CPT-NUMERO
       DISPLAY "| Titulaire : " W-CPT-TITULAIRE " |".
       DISPLAY "| Solde     : " WS-SOLDE-AFF " EUR             |".
       DISPLAY "| Disponible: " WS-DISPONIBLE-AFF " EUR             |".
       DISPLAY "| Decouvert : " WS-DECOUVERT-AFF " EUR             |".
       DISPLAY "| Statut    : " W-CPT-STATUT
               "                                   |".
       DISPLAY "+--------------------------------------------------+".
