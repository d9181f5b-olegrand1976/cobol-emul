      *>****************************************************************
      *> COPYBOOK : TARIF.cpy
      *> Description : Ligne de la grille tarifaire des operations a
      *> l'acte. Chaque ligne porte le frais d'un evenement (code de
      *> TARIF-PARAM.cpy : DEPOT, RETRAIT, VIREMENT...) pour un produit
      *> du catalogue (SPACES = tarif general, applique aux comptes
      *> dont le produit n'a pas de ligne propre) a partir de sa date
      *> d'effet. Le module TARIF-DU-JOUR restitue la ligne en vigueur
      *> a une date (derniere date d'effet atteinte, ligne du produit
      *> puis ligne generale, a defaut frais nul) ; TARIF-FRAIS preleve
      *> le frais en mouvement 'F' de categorie FRAI. Entretenu par
      *> l'ecran TARIFS : une hausse (W-TAR-MONTANT superieur au frais
      *> en vigueur a la date d'effet, W-TAR-ANCIEN-MONTANT) n'est
      *> acceptee qu'avec le preavis reglementaire et marque la ligne
      *> 'P' ; AVIS-TARIFS adresse alors l'avis a chaque compte
      *> concerne via le spool et la passe 'E'.
      *> Fichier indexe TARIFS.dat
      *> Cle primaire : W-TAR-CLE (evenement + produit + date d'effet)
      *>****************************************************************
       01 W-TARIF.
          05 W-TAR-CLE.
             10 W-TAR-EVENEMENT PIC X(12).
             10 W-TAR-PRODUIT   PIC X(4).
             10 W-TAR-DATE-EFFET PIC 9(8).
          05 W-TAR-MONTANT      PIC S9(7)V99 COMP-3.
          05 W-TAR-ANCIEN-MONTANT PIC S9(7)V99 COMP-3.
          05 W-TAR-STATUT       PIC X(1).
             88 TAR-ACTIF       VALUE 'A'.
             88 TAR-ANNULE      VALUE 'X'.
          05 W-TAR-DATE-SAISIE  PIC 9(8).
          05 W-TAR-OPERATEUR    PIC X(8).
          05 W-TAR-AVIS         PIC X(1).
             88 TAR-SANS-AVIS   VALUE 'N'.
             88 TAR-AVIS-A-EMETTRE VALUE 'P'.
             88 TAR-AVIS-EMIS   VALUE 'E'.
          05 W-TAR-DATE-AVIS    PIC 9(8).
          05 W-TAR-NB-AVIS      PIC 9(5).
