      *>****************************************************************
      *> COPYBOOK : SENSIBLE-PARAM.cpy
      *> Description : Parametres des comptes et clients sensibles
      *> (SENSIBLE.cpy). Une marque active dont la derniere revue a
      *> plus de SEN-JOURS-REVUE jours est signalee "A REVOIR" au
      *> rapport mensuel RAPPORT-SENSIBLES et a l'ecran SENSIBLES.
      *> Une justification de moins de SEN-LONG-MINI caracteres
      *> n'est pas acceptee.
      *>****************************************************************
       01 SENSIBLE-PARAMETRES.
          05 SEN-JOURS-REVUE    PIC 9(3) VALUE 365.
          05 SEN-LONG-MINI      PIC 9(2) VALUE 10.
