      *>****************************************************************
      *> COPYBOOK : ACCES-PORTAIL.cpy
      *> Description : Acces d'un compte a la banque en ligne (portail
      *> du front web). Seuls les comptes adherents figurent dans
      *> l'extraction de nuit EXPORT-PORTAIL (chaine BATCH-NUIT,
      *> apres SNAPSHOT-SOLDES) qui alimente les soldes, mouvements,
      *> reservations, echeances et encours affiches au client.
      *> Le premier extrait d'un compte est un chargement complet
      *> (90 jours de mouvements) ; les suivants ne portent que les
      *> mouvements d'identifiant superieur au dernier transmis.
      *> Une relance le meme jour reprend la borne de l'extrait
      *> precedent et reproduit le meme contenu.
      *> Entretenu par l'ecran ACCES-PORTAIL.
      *> Fichier indexe ACCES-PORTAIL.dat
      *> Cle primaire : W-APT-CPT
      *>****************************************************************
       01 W-ACCES-PORTAIL.
          05 W-APT-CPT          PIC 9(8).
          05 W-APT-STATUT       PIC X(1).
             88 APT-ACTIF       VALUE 'A'.
             88 APT-RESILIE     VALUE 'R'.
          05 W-APT-DATE-ADHESION PIC 9(8).
      *> Dernier extrait : date, plus grand identifiant de mouvement
      *> transmis, borne de depart de cet extrait (0 = chargement
      *> complet) et nature de l'extrait. W-APT-DERN-DATE a 0 force
      *> un chargement complet au prochain passage (adhesion,
      *> reprise apres resiliation).
          05 W-APT-DERN-DATE    PIC 9(8).
          05 W-APT-DERN-ID      PIC 9(10).
          05 W-APT-BORNE-ID     PIC 9(10).
          05 W-APT-CHARGEMENT   PIC X(1).
             88 APT-COMPLET     VALUE 'C'.
             88 APT-INCREMENTAL VALUE 'I'.
      *> Espace ferme au portail (acces resilie, compte clos ou en
      *> succession) : transmis une fois, pas de detail ensuite.
             88 APT-RETIRE      VALUE 'R'.
          05 W-APT-DATE-MAJ     PIC 9(8).
          05 W-APT-OPERATEUR    PIC X(8).
          05 FILLER             PIC X(18).
