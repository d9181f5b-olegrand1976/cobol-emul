      *>****************************************************************
      *> COPYBOOK : ACCES-SENSIBLE.cpy
      *> Description : Journal des consultations d'un compte ou d'un
      *> client sensible (SENSIBLE.cpy) hors de son agence de
      *> rattachement, ecrit par le module CONSULTATION-CTRL : une
      *> entree par tentative, accordee sur justification ou refusee
      *> faute de justification.
      *> Chaque entree est aussi une alerte conformite : ouverte a
      *> l'ecriture, elle est prise en compte le jour meme depuis
      *> l'ecran SENSIBLES ; le pupitre d'exploitation compte les
      *> alertes du jour encore ouvertes, le rapport mensuel
      *> RAPPORT-SENSIBLES reprend tout le journal du mois.
      *> Fichier indexe ACCES-SENSIBLES.dat
      *> Cle primaire    : W-ACS-ID
      *> Cle alternative : W-ACS-DATE (doublons)
      *>****************************************************************
       01 W-ACCES-SENSIBLE.
          05 W-ACS-ID           PIC 9(10).
          05 W-ACS-DATE         PIC 9(8).
          05 W-ACS-HEURE        PIC 9(6).
          05 W-ACS-OPERATEUR    PIC X(8).
      *> Agence de la session et agence de rattachement du compte
      *> (ou du client : agence de son premier compte).
          05 W-ACS-AGENCE       PIC X(4).
          05 W-ACS-AGENCE-RATT  PIC X(4).
          05 W-ACS-CPT          PIC 9(8).
          05 W-ACS-CLIENT       PIC 9(8).
          05 W-ACS-ECRAN        PIC X(12).
          05 W-ACS-JUSTIFICATION PIC X(60).
          05 W-ACS-ISSUE        PIC X(1).
             88 ACS-ACCORDE     VALUE 'A'.
             88 ACS-REFUSE      VALUE 'R'.
          05 W-ACS-ALERTE       PIC X(1).
             88 ACS-ALERTE-OUVERTE VALUE 'O'.
             88 ACS-ALERTE-VUE  VALUE 'V'.
          05 W-ACS-VU-PAR       PIC X(8) VALUE SPACES.
          05 W-ACS-DATE-VU      PIC 9(8) VALUE 0.
