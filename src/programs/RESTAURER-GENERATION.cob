       DATA DIVISION.
       FILE SECTION.
       FD F-GENERATION.
       01 F-GEN-REC              PIC X(366).

       FD F-COMPTES.
       01 F-COMPTE.
          05 F-CPT-NUMERO       PIC 9(8).
          05 F-CPT-AVANT-AGENCE PIC X(127).
          05 F-CPT-AGENCE       PIC X(4).
          05 F-CPT-RESTE        PIC X(226).

       FD F-TRANS.
       01 F-TRANSAC.
          05 F-TRN-ID           PIC 9(10).
          05 F-TRN-CPT          PIC 9(8).
          05 F-TRN-RESTE        PIC X(181).

       FD F-PRETS.
       01 F-PRETS-REC.
          05 F-PRT-ID           PIC 9(10).
          05 F-PRT-CPT          PIC 9(8).
          05 F-PRETS-RESTE      PIC X(115).

       FD F-DAT.
       01 F-DAT-REC.
          05 F-DAT-ID           PIC 9(10).
          05 F-DAT-CPT          PIC 9(8).
          05 F-DAT-RESTE        PIC X(44).

       WORKING-STORAGE SECTION.
       01 WS-FS-GEN              PIC X(2) VALUE '00'.
       RESTAURER-IMAGE.
           EVALUATE TRUE
               WHEN MAITRE-COMPTES
                   MOVE F-GEN-REC(1:365) TO F-COMPTE
                   WRITE F-COMPTE
                       INVALID KEY
                           ADD 1 TO WS-NB-ECHECS
                           ADD 1 TO WS-NB-RESTAURES
                   END-WRITE
               WHEN MAITRE-TRANS
                   MOVE F-GEN-REC(1:199) TO F-TRANSAC
                   WRITE F-TRANSAC
                       INVALID KEY
                           ADD 1 TO WS-NB-ECHECS
                           ADD 1 TO WS-NB-RESTAURES
                   END-WRITE
               WHEN MAITRE-PRETS
                   MOVE F-GEN-REC(1:133) TO F-PRETS-REC
                   WRITE F-PRETS-REC
                       INVALID KEY
                           ADD 1 TO WS-NB-ECHECS
                           ADD 1 TO WS-NB-RESTAURES
                   END-WRITE
               WHEN MAITRE-DAT
                   MOVE F-GEN-REC(1:62) TO F-DAT-REC
                   WRITE F-DAT-REC
                       INVALID KEY
                           ADD 1 TO WS-NB-ECHECS
