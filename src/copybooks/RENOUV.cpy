      *>****************************************************************
      *> COPYBOOK : RENOUV.cpy
      *> Description : Credit renouvelable (reserve autorisee) adosse
      *> a un compte courant, ouvert a l'ecran CREDIT-RENOUV. Chaque
      *> tirage (guichet, ou ligne 'R' du fichier d'ordres Internet,
      *> module RENOUV-TIRAGE) credite le compte de rattachement dans
      *> la limite de la reserve disponible (reserve moins capital
      *> du) ; chaque mois ECHEANCES-PRETS adresse le releve (capital
      *> utilise, interets, paiement minimum) par la file de spool et
      *> preleve le paiement minimum, la part de capital reconstituant
      *> la reserve disponible. A chaque date anniversaire l'etape
      *> RECONDUCTION-RENOUV reverifie la solvabilite de l'emprunteur
      *> (FICP) et adresse l'avis de reconduction ; une reserve
      *> inutilisee pendant le delai legal est resiliee.
      *> Fichier indexe RENOUVELABLES.dat
      *> Cle primaire    : W-REN-ID
      *> Cle alternative : W-REN-CPT (compte de rattachement, doublons)
      *>****************************************************************
       01 W-RENOUV.
          05 W-REN-ID           PIC 9(10).
          05 W-REN-CPT          PIC 9(8).
          05 W-REN-RESERVE      PIC S9(11)V99 COMP-3.
          05 W-REN-CAPITAL-DU   PIC S9(11)V99 COMP-3.
          05 W-REN-TAUX         PIC 9(3)V9(4) COMP-3.
          05 W-REN-DATE-OUVERTURE PIC 9(8).
      *> Prochaine echeance mensuelle (releve et paiement minimum).
          05 W-REN-DATE-PROCHAINE PIC 9(8).
      *> Date anniversaire de la prochaine reconduction annuelle.
          05 W-REN-DATE-RECONDUCTION PIC 9(8).
      *> Dernier tirage (ouverture tant qu'aucun tirage) : point de
      *> depart du delai d'inactivite.
          05 W-REN-DATE-DERN-TIRAGE PIC 9(8).
      *> Tirages de la periode en cours, repris au prochain releve.
          05 W-REN-TIRAGES-PERIODE PIC S9(11)V99 COMP-3.
      *> Dernier releve : echeance couverte, interets de la periode
      *> et paiement minimum (interets compris) exigible.
          05 W-REN-DATE-RELEVE  PIC 9(8).
          05 W-REN-INTERETS     PIC S9(11)V99 COMP-3.
          05 W-REN-MINIMUM      PIC S9(11)V99 COMP-3.
          05 W-REN-NB-IMPAYES   PIC 9(3).
          05 W-REN-STATUT       PIC X(1).
             88 REN-ACTIF       VALUE 'A'.
      *> Reconduction refusee (emprunteur inscrit au FICP) : plus de
      *> tirage, le capital du reste rembourse par les paiements
      *> minimum.
             88 REN-SUSPENDU    VALUE 'S'.
      *> Resiliee (demande du client ou inactivite) : meme regime.
             88 REN-RESILIE     VALUE 'R'.
          05 W-REN-DATE-FIN     PIC 9(8).
          05 W-REN-OPERATEUR    PIC X(8).
