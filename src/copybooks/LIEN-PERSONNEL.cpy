      *>****************************************************************
      *> COPYBOOK : LIEN-PERSONNEL.cpy
      *> Description : Lien entre un operateur (OPERATEURS.dat) et un
      *> client du referentiel : l'operateur lui-meme quand il est
      *> client de la banque, ou un proche qu'il a declare (conjoint,
      *> enfant, parent, autre personne du foyer). Un compte dont le
      *> titulaire (W-CPT-CLIENT) porte un lien en vigueur est un
      *> compte du personnel :
      *>  - l'operateur lie ne peut y saisir ni depot, ni retrait, ni
      *>    annulation, ni modification, ni accorder de derogation ou
      *>    de geste commercial (module PERSONNEL-CTRL, code '58') ;
      *>  - le compte beneficie des conditions du personnel prevues
      *>    au catalogue (W-PRD-PRODUIT-PERSONNEL, PRODUIT.cpy) ;
      *>  - consultations et operations du mois sont reprises au
      *>    rapport de conformite RAPPORT-PERSONNEL.
      *> Un lien n'est jamais supprime : il prend fin a
      *> W-LPE-DATE-FIN (depart de l'operateur, divorce...).
      *> Saisie : ecran PERSONNEL (superviseur).
      *> Fichier indexe LIENS-PERSONNEL.dat
      *> Cle primaire    : W-LPE-ID
      *> Cle alternative : W-LPE-CLIENT (doublons)
      *>****************************************************************
       01 W-LIEN-PERSONNEL.
          05 W-LPE-ID           PIC 9(10).
          05 W-LPE-CLIENT       PIC 9(8).
          05 W-LPE-OPERATEUR    PIC X(8).
          05 W-LPE-LIEN         PIC X(1).
             88 LPE-SALARIE     VALUE 'S'.
             88 LPE-CONJOINT    VALUE 'C'.
             88 LPE-ENFANT      VALUE 'E'.
             88 LPE-PARENT      VALUE 'P'.
             88 LPE-AUTRE-PROCHE VALUE 'A'.
             88 LPE-LIEN-VALIDE VALUE 'S' 'C' 'E' 'P' 'A'.
          05 W-LPE-DATE-DEBUT   PIC 9(8).
          05 W-LPE-DATE-FIN     PIC 9(8) VALUE 0.
             88 LPE-EN-VIGUEUR  VALUE 0.
          05 W-LPE-SAISIE-PAR   PIC X(8).
