      *>****************************************************************
      *> COPYBOOK : CORRESPONDANT.cpy
      *> Description : Table des banques correspondantes par devise,
      *> pour l'acheminement des virements internationaux hors zone
      *> euro (VIREMENT-INTL, EMETTRE-INTERNATIONAUX) : un
      *> correspondant par devise, identifie par son BIC, chez qui
      *> l'etablissement tient un compte nostro dans cette devise
      *> (couverture des virements emis, frais du correspondant
      *> debites sur avis de frais par FRAIS-CORRESPONDANTS).
      *> Entretenue par l'ecran CORRESPONDANTS.
      *> Statuts : 'A' actif, 'S' suspendu (plus aucune emission dans
      *> la devise, les virements saisis restent en attente).
      *> Fichier indexe CORRESPONDANTS.dat
      *> Cle primaire : W-COR-DEVISE
      *>****************************************************************
       01 W-CORRESPONDANT.
          05 W-COR-DEVISE       PIC X(3).
          05 W-COR-BIC          PIC X(11).
          05 W-COR-NOM          PIC X(35).
          05 W-COR-NOSTRO       PIC X(34).
          05 W-COR-STATUT       PIC X(1).
             88 COR-ACTIF       VALUE 'A'.
             88 COR-SUSPENDU    VALUE 'S'.
          05 W-COR-DATE-MAJ     PIC 9(8).
          05 W-COR-OPERATEUR    PIC X(8).
