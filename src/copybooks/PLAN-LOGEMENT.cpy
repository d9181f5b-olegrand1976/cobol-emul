      *>****************************************************************
      *> COPYBOOK : PLAN-LOGEMENT.cpy
      *> Description : Contrat de plan d'epargne logement (PEL ou CEL)
      *> souscrit a l'ecran EPARGNE-LOGEMENT sur un compte epargne
      *> d'un produit plan logement du catalogue (W-PRD-PLAN-LOGEMENT).
      *> Le versement mensuel contractuel est collecte par un ordre
      *> permanent du compte source vers le compte du plan ;
      *> EXEC-ORDRES en controle le montant et compte les versements
      *> faits et manques. Le taux est fige a l'ouverture (INTERETS
      *> l'applique au lieu du taux du produit) ; chaque credit
      *> d'interets augmente les interets acquis et les droits a pret
      *> (coefficient de PEL-PARAM.cpy) qu'un pret epargne logement
      *> ulterieur consomme (W-PEL-DROITS-UTILISES). Avant la fin de
      *> blocage, RETRAIT et VIREMENT refusent tout debit du compte
      *> d'un PEL ; apres, le premier retrait clot le plan (module
      *> PEL-CTRL). Le releve annuel des droits acquis part au spool a
      *> chaque anniversaire (etape RELEVE-PEL de BATCH-NUIT).
      *> Fichier indexe PLANS-LOGEMENT.dat
      *> Cle primaire    : W-PEL-CPT (compte du plan)
      *> Cle alternative : W-PEL-CLIENT (doublons : plans clos, CEL)
      *>****************************************************************
       01 W-PLAN-LOGEMENT.
          05 W-PEL-CPT          PIC 9(8).
          05 W-PEL-CLIENT       PIC 9(8).
          05 W-PEL-TYPE         PIC X(1).
             88 PEL-TYPE-PEL    VALUE 'P'.
             88 PEL-TYPE-CEL    VALUE 'C'.
          05 W-PEL-PRODUIT      PIC X(4).
      *> Compte source du versement et ordre permanent qui le porte.
          05 W-PEL-CPT-SOURCE   PIC 9(8).
          05 W-PEL-ORDRE        PIC 9(10) VALUE 0.
          05 W-PEL-VERSEMENT    PIC S9(11)V99 COMP-3.
      *> Taux mensuel fige (meme convention que W-PRD-TAUX).
          05 W-PEL-TAUX         PIC 9(3)V9(4) COMP-3.
          05 W-PEL-DATE-OUVERTURE PIC 9(8).
      *> Fin de blocage (0 = aucun blocage, cas du CEL).
          05 W-PEL-DATE-FIN-BLOCAGE PIC 9(8) VALUE 0.
          05 W-PEL-NB-VERSEMENTS PIC 9(4) VALUE 0.
          05 W-PEL-CUMUL-VERSEMENTS PIC S9(11)V99 COMP-3 VALUE 0.
      *> Versements manques : une fois par echeance de l'ordre
      *> (W-PEL-DATE-DERN-MANQUE = echeance deja comptee).
          05 W-PEL-NB-MANQUES   PIC 9(4) VALUE 0.
          05 W-PEL-DATE-DERN-MANQUE PIC 9(8) VALUE 0.
          05 W-PEL-INTERETS-ACQUIS PIC S9(11)V99 COMP-3 VALUE 0.
          05 W-PEL-DROITS-ACQUIS PIC S9(11)V99 COMP-3 VALUE 0.
          05 W-PEL-DROITS-UTILISES PIC S9(11)V99 COMP-3 VALUE 0.
          05 W-PEL-STATUT       PIC X(1).
             88 PEL-ACTIF       VALUE 'A'.
             88 PEL-CLOS        VALUE 'C'.
          05 W-PEL-DATE-CLOTURE PIC 9(8) VALUE 0.
          05 W-PEL-DATE-DERN-RELEVE PIC 9(8) VALUE 0.
          05 W-PEL-OPERATEUR    PIC X(8).
