          05 F-JRL-DATE         PIC 9(8).
          05 F-JRL-HEURE        PIC 9(6).
          05 F-JRL-OPERATION    PIC X(1).
          05 F-JRL-AVANT        PIC X(365).
          05 F-JRL-APRES        PIC X(365).

       FD F-COMPTES.
       01 F-COMPTE.
          05 F-CPT-NUMERO       PIC 9(8).
          05 F-CPT-AVANT-AGENCE PIC X(127).
          05 F-CPT-AGENCE       PIC X(4).
          05 F-CPT-RESTE        PIC X(226).

       WORKING-STORAGE SECTION.
       01 WS-FS-JRL              PIC X(2) VALUE '00'.

       01 WS-COMPTE-JOURNAL.
          05 WS-JRL-NUMERO       PIC 9(8).
          05 WS-JRL-RESTE        PIC X(357).

       01 WS-NB-LUES             PIC 9(7) VALUE 0.
       01 WS-NB-APPLIQUEES       PIC 9(7) VALUE 0.
                       INVALID KEY
                           ADD 1 TO WS-NB-SAUTEES
                       NOT INVALID KEY
                           IF F-COMPTE = F-JRL-AVANT(1:365)
                               MOVE F-JRL-APRES TO F-COMPTE
                               REWRITE F-COMPTE
                               ADD 1 TO WS-NB-APPLIQUEES
