      *>****************************************************************
      *> COPYBOOK : OFFRE.cpy
      *> Description : Offre groupee du catalogue (ecran OFFRES) :
      *> cotisation mensuelle prelevee par l'etape COTISATIONS-OFFRES
      *> de BATCH-NUIT, taux debiteur reduit applique par AGIOS a la
      *> place d'AGIOS-TAUX-DEBITEUR (0 = pas de reduction) et jusqu'a
      *> cinq services inclus : evenement de la grille tarifaire
      *> (TARIF-PARAM.cpy), nombre d'operations couvertes par mois
      *> (999 = sans limite) et remise en pourcentage du frais (100 =
      *> gratuit). La remise est appliquee par TARIF-FRAIS (module
      *> OFFRE-REMISE) sur les comptes souscripteurs (SOUSCRIPTION.cpy).
      *> Une offre suspendue n'est plus proposee a la souscription ;
      *> les souscriptions en cours continuent de s'appliquer.
      *> Une hausse de cotisation est programmee (nouvelle cotisation
      *> et date d'effet, un premier du mois au moins TAR-PREAVIS-MOIS
      *> mois apres la saisie) : l'avis part aux souscripteurs par
      *> l'etape AVIS-TARIFS, COTISATIONS-OFFRES l'applique des le
      *> premier mois facture a partir de la date d'effet.
      *> Fichier indexe OFFRES.dat
      *> Cle primaire : W-OFR-CODE
      *>****************************************************************
       01 W-OFFRE.
          05 W-OFR-CODE         PIC X(4).
          05 W-OFR-LIBELLE      PIC X(30).
          05 W-OFR-COTISATION   PIC S9(7)V99 COMP-3.
          05 W-OFR-TAUX-DEBITEUR PIC 9(3)V9(4) COMP-3.
          05 W-OFR-STATUT       PIC X(1).
             88 OFR-ACTIVE      VALUE 'A'.
             88 OFR-SUSPENDUE   VALUE 'S'.
          05 W-OFR-NB-SERVICES  PIC 9(1).
          05 W-OFR-SERVICE OCCURS 5 TIMES.
             10 W-OFR-EVENEMENT PIC X(12).
             10 W-OFR-QUOTA     PIC 9(3).
                88 OFR-SANS-LIMITE VALUE 999.
             10 W-OFR-REMISE    PIC 9(3).
          05 W-OFR-DATE-CREATION PIC 9(8).
          05 W-OFR-OPERATEUR    PIC X(8).
      *> Hausse programmee (date d'effet 0 = aucune).
          05 W-OFR-NOUV-COTISATION PIC S9(7)V99 COMP-3.
          05 W-OFR-DATE-EFFET   PIC 9(8).
          05 W-OFR-AVIS         PIC X(1).
             88 OFR-SANS-AVIS   VALUE 'N'.
             88 OFR-AVIS-A-EMETTRE VALUE 'P'.
             88 OFR-AVIS-EMIS   VALUE 'E'.
          05 W-OFR-DATE-AVIS    PIC 9(8).
          05 W-OFR-NB-AVIS      PIC 9(5).
