      *>****************************************************************
      *> COPYBOOK : VIR-INTL-PARAM.cpy
      *> Description : Parametres des virements internationaux hors
      *> zone SEPA : codes motif du paiement admis a la saisie
      *> (nomenclature internationale des motifs, reprise dans le
      *> message emis) et plafond par virement au-dela duquel la
      *> derogation d'un superviseur est requise.
      *>****************************************************************
       01 VIN-PLAFOND           PIC S9(11)V99 COMP-3 VALUE 100000.00.

       01 VIN-TAB-MOTIFS.
          05 FILLER PIC X(34) VALUE "GDDSACHAT DE MARCHANDISES".
          05 FILLER PIC X(34) VALUE "SCVEACHAT DE SERVICES".
          05 FILLER PIC X(34) VALUE "SALAPAIEMENT DE SALAIRE".
          05 FILLER PIC X(34) VALUE "SUPPPAIEMENT FOURNISSEUR".
          05 FILLER PIC X(34) VALUE "TRADOPERATION COMMERCIALE".
          05 FILLER PIC X(34) VALUE "INTCOPERATION INTRA-GROUPE".
          05 FILLER PIC X(34) VALUE "FAMIENTRETIEN DE FAMILLE".
          05 FILLER PIC X(34) VALUE "OTHRAUTRE MOTIF".
       01 VIN-MOTIFS REDEFINES VIN-TAB-MOTIFS.
          05 VIN-MOTIF OCCURS 8 TIMES.
             10 VIN-MOTIF-CODE    PIC X(4).
             10 VIN-MOTIF-LIBELLE PIC X(30).
       01 VIN-NB-MOTIFS         PIC 9(2) VALUE 8.
