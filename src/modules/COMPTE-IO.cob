      *>   solde, dates, statut, decouvert, type, cotitulaires).
          05 F-CPT-AVANT-AGENCE PIC X(127).
          05 F-CPT-AGENCE       PIC X(4).
          05 F-CPT-RESTE        PIC X(226).

       FD F-JOURNAL.
       01 F-JRL-REC.
          05 F-JRL-DATE         PIC 9(8).
          05 F-JRL-HEURE        PIC 9(6).
          05 F-JRL-OPERATION    PIC X(1).
          05 F-JRL-AVANT        PIC X(365).
          05 F-JRL-APRES        PIC X(365).

       WORKING-STORAGE SECTION.
      *> Chemins resolus a la premiere ouverture : production par
       01 WS-JOURNAL-OUVERT     PIC X(1) VALUE 'N'.
          88 JOURNAL-OUVERT     VALUE 'O'.
          88 JOURNAL-FERME      VALUE 'N'.
       01 WS-IMAGE-AVANT        PIC X(365).
       01 WS-IMAGE-APRES        PIC X(365).
       01 WS-JRL-OPERATION      PIC X(1).

       LINKAGE SECTION.
