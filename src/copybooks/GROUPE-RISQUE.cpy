      *>****************************************************************
      *> COPYBOOK : GROUPE-RISQUE.cpy
      *> Description : Appartenance d'un client a un groupe de clients
      *> lies (groupe de risque) : foyer ou famille, controle
      *> capitalistique, dependance economique. L'engagement d'un
      *> groupe est la somme des engagements de ses membres actifs
      *> (module EXPOSITION) ; il est confronte au plafond
      *> d'engagement par groupe (EXPO-PARAM.cpy) a l'octroi d'un pret
      *> (CREER-PRET) et a la hausse d'une autorisation de decouvert
      *> (MODIFIER-COMPTE). Tenu par RISQUES-GROUPES ; un client
      *> appartient a un seul groupe, une sortie est conservee
      *> (statut 'S') et la ligne reutilisee a une nouvelle entree.
      *> Fichier indexe GROUPES-RISQUE.dat
      *> Cle primaire    : W-GRP-CLIENT
      *> Cle alternative : W-GRP-ID (doublons)
      *>****************************************************************
       01 W-GROUPE-RISQUE.
          05 W-GRP-CLIENT       PIC 9(8).
          05 W-GRP-ID           PIC 9(6).
          05 W-GRP-NOM          PIC X(30).
          05 W-GRP-LIEN         PIC X(1).
             88 GRP-FOYER       VALUE 'F'.
             88 GRP-CONTROLE    VALUE 'C'.
             88 GRP-DEPENDANCE  VALUE 'D'.
          05 W-GRP-DATE-ENTREE  PIC 9(8).
          05 W-GRP-STATUT       PIC X(1).
             88 GRP-MEMBRE-ACTIF VALUE 'A'.
             88 GRP-MEMBRE-SORTI VALUE 'S'.
          05 W-GRP-DATE-SORTIE  PIC 9(8) VALUE 0.
          05 W-GRP-OPERATEUR    PIC X(8).
