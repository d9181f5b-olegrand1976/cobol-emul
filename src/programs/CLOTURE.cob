      *>             n'est plus appliquee ici : la demande part dans
      *>             la file du controle a quatre yeux et c'est le
      *>             superviseur qui l'applique via VALIDER-MODIFS.
      *>             Un compte qui facture la location d'un
      *>             coffre-fort non restitue (module COFFRE-CTRL) ne
      *>             peut etre cloture.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOTURE.
       WORKING-STORAGE SECTION.
       COPY COMPTE.
       COPY ATTENTE.
       COPY LOC-COFFRE.
       COPY OPERATEUR.
       COPY CODES-ERR.
       COPY OPS.
       01 WS-OPERATEUR          PIC X(8).
       01 WS-FONCTION           PIC X(12) VALUE "CLOTURE".
       01 WS-CODE-AUTORISE      PIC X(2).
       01 WS-CODE-COFFRE        PIC X(2).

       PROCEDURE DIVISION.

           EXIT PROGRAM
       END-IF.

       CALL "COFFRE-CTRL" USING W-CPT-NUMERO W-LOCATION-COFFRE
                                WS-CODE-COFFRE.
       IF WS-CODE-COFFRE = '54'
           DISPLAY "Refuse : le compte facture la location du coffre "
                   W-LCF-AGENCE "-" W-LCF-COFFRE " (contrat "
                   W-LCF-ID "), a restituer avant la cloture."
           EXIT PROGRAM
       END-IF.

       DISPLAY "Titulaire : " W-CPT-TITULAIRE.
       DISPLAY "Confirmer la cloture ? (O/N) : " WITH NO ADVANCING.
       ACCEPT WS-CONFIRME.
