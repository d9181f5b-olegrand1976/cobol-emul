      *>****************************************************************
      *> COPYBOOK : LCR-PARAM.cpy
      *> Description : Parametres des effets de commerce (lettres de
      *>               change relevees, LCR) remis par les clients
      *>               professionnels (ecran EFFETS, import
      *>               IMPORT-LCR, batch EMETTRE-LCR) : taux annuel
      *>               d'escompte (base 360 jours), nombre minimal de
      *>               jours d'agios factures sur un effet escompte,
      *>               et libelles des codes rejet retournes par la
      *>               place sur les effets impayes.
      *>****************************************************************
       01 LCR-TAUX-ESCOMPTE       PIC 9(2)V9(3) VALUE 06.500.
       01 LCR-BASE-JOURS          PIC 9(3) VALUE 360.
       01 LCR-JOURS-MINIMUM       PIC 9(3) VALUE 10.

       01 LCR-TAB-REJETS.
          05 FILLER PIC X(32) VALUE "01PROVISION INSUFFISANTE".
          05 FILLER PIC X(32) VALUE "02COMPTE CLOTURE".
          05 FILLER PIC X(32) VALUE "03OPPOSITION DU TIRE".
          05 FILLER PIC X(32) VALUE "04DOMICILIATION ERRONEE".
          05 FILLER PIC X(32) VALUE "05CONTESTATION DU TIRE".
       01 LCR-REJETS REDEFINES LCR-TAB-REJETS.
          05 LCR-REJET OCCURS 5 TIMES.
             10 LCR-REJET-CODE    PIC X(2).
             10 LCR-REJET-LIBELLE PIC X(30).
       01 LCR-NB-REJETS           PIC 9(1) VALUE 5.
