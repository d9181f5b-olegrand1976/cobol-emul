      *>****************************************************************
      *> COPYBOOK : CORRECTION-VALEUR.cpy
      *> Description : Journal des corrections de date de valeur d'un
      *> mouvement (ecran superviseur CORRECTION-VALEUR) : une ligne
      *> par correction, date de valeur avant et apres, motif et
      *> auteur. La correction reste "a regulariser" jusqu'au
      *> prochain passage du batch concerne - AGIOS pour un compte
      *> courant, INTERETS pour un compte d'epargne - qui recalcule
      *> l'ecart sur les periodes deja arretees, passe un mouvement
      *> unique de regularisation et renseigne le resultat ici ;
      *> RELEVE-MENSUEL restitue la regularisation au client.
      *> Fichier indexe CORRECTIONS-VALEUR.dat
      *> Cle primaire : W-CVL-CLE (compte, identifiant SEQ-IO)
      *>****************************************************************
       01 W-CORRECTION-VALEUR.
          05 W-CVL-CLE.
             10 W-CVL-CPT          PIC 9(8).
             10 W-CVL-ID           PIC 9(10).
      *> Mouvement corrige (TRANS.dat) tel qu'il etait a la saisie.
          05 W-CVL-TRN-ID          PIC 9(10).
          05 W-CVL-TYPE-TRN        PIC X(1).
          05 W-CVL-MONTANT         PIC S9(11)V99 COMP-3.
          05 W-CVL-DATE-MVT        PIC 9(8).
      *> Date de valeur avant correction (date de comptabilisation
      *> quand le mouvement n'en portait pas) et apres correction.
          05 W-CVL-ANCIENNE-VALEUR PIC 9(8).
          05 W-CVL-NOUVELLE-VALEUR PIC 9(8).
          05 W-CVL-MOTIF           PIC X(40).
          05 W-CVL-DATE            PIC 9(8).
          05 W-CVL-HEURE           PIC 9(6).
          05 W-CVL-OPERATEUR       PIC X(8).
      *> Calcul a reprendre : agios (compte courant) ou interets
      *> crediteurs (compte d'epargne).
          05 W-CVL-NATURE          PIC X(1).
             88 CVL-AGIOS          VALUE 'A'.
             88 CVL-INTERETS       VALUE 'I'.
          05 W-CVL-STATUT          PIC X(1).
             88 CVL-A-REGULARISER  VALUE 'A'.
             88 CVL-REGULARISEE    VALUE 'R'.
             88 CVL-SANS-INCIDENCE VALUE 'N'.
      *> Resultat de la regularisation : date du batch, montant vu du
      *> client (positif = credit en sa faveur, negatif = debit),
      *> mouvement passe (0 si aucun) et observation du calcul.
          05 W-CVL-DATE-REGUL      PIC 9(8).
          05 W-CVL-MONTANT-REGUL   PIC S9(11)V99 COMP-3.
          05 W-CVL-TRN-REGUL       PIC 9(10).
          05 W-CVL-OBSERVATION     PIC X(30).
          05 FILLER                PIC X(21).
