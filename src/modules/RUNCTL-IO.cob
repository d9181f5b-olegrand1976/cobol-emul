          05 F-RUN-CLE.
             10 F-RUN-DATE      PIC 9(8).
             10 F-RUN-ETAPE     PIC X(12).
          05 F-RUN-RESTE        PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-FS                 PIC X(2) VALUE '00'.
