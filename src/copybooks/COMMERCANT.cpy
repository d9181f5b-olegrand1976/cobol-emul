      *>****************************************************************
      *> COPYBOOK : COMMERCANT.cpy
      *> Description : Contrat d'acceptation carte (terminal de
      *> paiement) d'un client professionnel : identifiant commercant
      *> porte par le fichier de reglement de l'acquereur, compte
      *> credite des remises, et taux de commission par reseau de
      *> cartes (meme ordre que TPE-RESEAU de TPE-PARAM.cpy).
      *> Entretenu par l'ecran COMMERCANTS ; les remises et impayes
      *> sont passes par IMPORT-REMISES-TPE et releves chaque mois
      *> par RELEVE-COMMERCANTS.
      *> Statuts : 'A' actif, 'R' resilie (plus aucune remise).
      *> Fichier indexe COMMERCANTS.dat
      *> Cle primaire    : W-COM-CONTRAT
      *> Cle alternative : W-COM-CPT (doublons)
      *>****************************************************************
       01 W-COMMERCANT.
          05 W-COM-CONTRAT      PIC X(10).
          05 W-COM-CPT          PIC 9(8).
          05 W-COM-ENSEIGNE     PIC X(30).
          05 W-COM-DATE-DEBUT   PIC 9(8).
          05 W-COM-DATE-FIN     PIC 9(8).
          05 W-COM-STATUT       PIC X(1).
             88 COM-ACTIF       VALUE 'A'.
             88 COM-RESILIE     VALUE 'R'.
      *> Taux de commission en pourcentage du brut (0.900 = 0,9 %).
          05 W-COM-TAUX OCCURS 4 TIMES PIC 9(2)V9(3).
          05 W-COM-OPERATEUR    PIC X(8).
