      *> migration.
          05 W-PRD-AGE-LIMITE   PIC 9(2) VALUE 0.
          05 W-PRD-PRODUIT-SUCC PIC X(4) VALUE SPACES.
      *> Plans d'epargne logement : 'P' PEL, 'C' CEL, SPACE pour tout
      *> autre produit. Un compte d'un tel produit porte un contrat
      *> de PLANS-LOGEMENT.dat (ecran EPARGNE-LOGEMENT) : versement
      *> mensuel minimal collecte par ordre permanent, taux fige a
      *> l'ouverture, duree de blocage avant tout retrait (0 = pas
      *> de blocage). Les regles du contrat remplacent alors
      *> l'autorisation des retraits ci-dessus.
          05 W-PRD-PLAN-LOGEMENT PIC X(1) VALUE SPACE.
             88 PRD-PEL         VALUE 'P'.
             88 PRD-CEL         VALUE 'C'.
             88 PRD-HORS-PLAN   VALUE ' '.
          05 W-PRD-VERSEMENT-MIN PIC S9(7)V99 COMP-3 VALUE 0.
          05 W-PRD-BLOCAGE-MOIS PIC 9(3) VALUE 0.
      *> Conditions du personnel : produit du catalogue applique a un
      *> compte de ce produit quand son titulaire est lie a un
      *> operateur (LIEN-PERSONNEL.cpy) - tarifs de TARIF-FRAIS et
      *> taux d'INTERETS lus sur ce produit. SPACES = pas de
      *> conditions particulieres.
          05 W-PRD-PRODUIT-PERSONNEL PIC X(4) VALUE SPACES.
