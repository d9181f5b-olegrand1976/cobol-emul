      *>****************************************************************
      *> COPYBOOK : LOC-COFFRE.cpy
      *> Description : Contrat de location d'un coffre-fort : client
      *> locataire, compte de facturation du loyer annuel, coffre
      *> loue (agence + numero, COFFRE-FORT.cpy) et loyer fixe a la
      *> signature d'apres la taille. Le batch LOYERS-COFFRES preleve
      *> le loyer a chaque echeance anniversaire ; un loyer rejete
      *> faute de provision est facture en frais d'incident (module
      *> FRAIS-INCIDENT), passe le contrat en impaye et represente
      *> LCF-DELAI-REPRESENTATION jours plus tard. Un contrat impaye
      *> depuis LCF-DELAI-FORCAGE jours, ou dont le compte de
      *> facturation est en succession, peut faire l'objet d'une
      *> ouverture forcee (ecran COFFRES-FORTS, inventaire dans
      *> reports/). Tant qu'un contrat est en cours (actif ou
      *> impaye), le compte de facturation ne peut etre cloture.
      *> Fichier indexe LOCATIONS-COFFRES.dat
      *> Cle primaire    : W-LCF-ID
      *> Cle alternative : W-LCF-CPT (doublons)
      *>****************************************************************
       01 W-LOCATION-COFFRE.
          05 W-LCF-ID           PIC 9(10).
          05 W-LCF-CPT          PIC 9(8).
          05 W-LCF-CLIENT       PIC 9(8).
          05 W-LCF-AGENCE       PIC X(4).
          05 W-LCF-COFFRE       PIC X(4).
          05 W-LCF-TAILLE       PIC X(1).
          05 W-LCF-LOYER        PIC S9(11)V99 COMP-3.
          05 W-LCF-DATE-DEBUT   PIC 9(8).
      *>    Echeance anniversaire due et date de prochaine
      *>    presentation du loyer (egale a l'echeance sauf apres un
      *>    rejet).
          05 W-LCF-DATE-ECHEANCE PIC 9(8).
          05 W-LCF-DATE-PRESENT PIC 9(8).
          05 W-LCF-DATE-IMPAYE  PIC 9(8) VALUE 0.
          05 W-LCF-NB-REJETS    PIC 9(3) VALUE 0.
          05 W-LCF-STATUT       PIC X(1).
             88 LCF-ACTIVE      VALUE 'A'.
             88 LCF-IMPAYEE     VALUE 'I'.
             88 LCF-RESTITUEE   VALUE 'R'.
             88 LCF-FORCEE      VALUE 'F'.
             88 LCF-EN-COURS    VALUE 'A' 'I'.
          05 W-LCF-DATE-FIN     PIC 9(8) VALUE 0.
          05 W-LCF-FORCAGE      PIC X(1) VALUE SPACE.
             88 LCF-FORCAGE-IMPAYE     VALUE 'I'.
             88 LCF-FORCAGE-SUCCESSION VALUE 'S'.
          05 W-LCF-OPERATEUR    PIC X(8) VALUE SPACES.
