      *>   "LIRE"   -> restitue la journee courante ; si le fichier
      *>               n'existe pas encore, la journee du jour est
      *>               consideree ouverte (demarrage du dispositif)
      *>               et en mode normal
      *>   "ECRIRE" -> remplace l'enregistrement par W-JOURNEE
      *>****************************************************************
       IDENTIFICATION DIVISION.
       01 F-JRN-REC.
          05 F-JRN-DATE         PIC 9(8).
          05 F-JRN-STATUT       PIC X(1).
          05 F-JRN-MODE         PIC X(1).
          05 F-JRN-SECOURS-PAR  PIC X(8).
          05 F-JRN-SECOURS-DATE PIC 9(8).
          05 F-JRN-SECOURS-HEURE PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-FS                  PIC X(2) VALUE '00'.
           WHEN "LIRE"
               MOVE FUNCTION CURRENT-DATE(1:8) TO W-JRN-DATE
               SET JRN-OUVERTE TO TRUE
               SET JRN-MODE-NORMAL TO TRUE
               MOVE SPACES TO W-JRN-SECOURS-PAR
               MOVE 0 TO W-JRN-SECOURS-DATE W-JRN-SECOURS-HEURE
               OPEN INPUT F-JOURNEE
               IF WS-FS = '00'
                   READ F-JOURNEE
                       NOT AT END
                           MOVE F-JRN-REC TO W-JOURNEE
                           IF W-JRN-SECOURS-DATE NOT NUMERIC
                               MOVE 0 TO W-JRN-SECOURS-DATE
                                         W-JRN-SECOURS-HEURE
                           END-IF
                   END-READ
                   CLOSE F-JOURNEE
               END-IF
