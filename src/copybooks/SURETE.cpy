      *>****************************************************************
      *> COPYBOOK : SURETE.cpy
      *> Description : Surete garantissant un pret : caution
      *> personnelle, hypotheque ou nantissement d'un depot a terme
      *> de la banque. Saisie a l'ecran SURETES ; un nantissement
      *> bloque le DAT (W-DAT-PRET-NANTI). Quand le pret est solde
      *> (PRT-SOLDE-FIN), l'etape MAINLEVEES de BATCH-NUIT leve la
      *> surete, libere le DAT et edite la lettre de mainlevee ;
      *> l'etape INFO-CAUTIONS adresse chaque annee a la caution
      *> l'information sur l'encours garanti.
      *> Fichier indexe SURETES.dat
      *> Cle primaire    : W-SUR-ID
      *> Cle alternative : W-SUR-PRET (pret garanti, doublons)
      *>****************************************************************
       01 W-SURETE.
          05 W-SUR-ID           PIC 9(10).
          05 W-SUR-PRET         PIC 9(10).
          05 W-SUR-TYPE         PIC X(1).
             88 SUR-CAUTION     VALUE 'C'.
             88 SUR-HYPOTHEQUE  VALUE 'H'.
             88 SUR-NANTISSEMENT VALUE 'N'.
      *> Montant garanti (engagement de la caution, valeur retenue
      *> du bien hypotheque, capital du DAT nanti).
          05 W-SUR-MONTANT      PIC S9(11)V99 COMP-3.
      *> Caution : client de la banque (W-SUR-GARANT-CLIENT) ou
      *> tiers, nom et adresse portes ici pour les courriers.
          05 W-SUR-GARANT-CLIENT PIC 9(8) VALUE 0.
          05 W-SUR-GARANT-NOM   PIC X(40).
          05 W-SUR-GARANT-ADRESSE PIC X(40).
      *> Hypotheque : designation du bien et rang d'inscription.
          05 W-SUR-BIEN         PIC X(40).
          05 W-SUR-RANG         PIC 9(1) VALUE 0.
      *> Nantissement : depot a terme bloque.
          05 W-SUR-DAT          PIC 9(10) VALUE 0.
          05 W-SUR-DATE-CONSTITUTION PIC 9(8).
          05 W-SUR-OPERATEUR    PIC X(8).
          05 W-SUR-STATUT       PIC X(1).
             88 SUR-ACTIVE      VALUE 'A'.
             88 SUR-LEVEE       VALUE 'L'.
          05 W-SUR-DATE-MAINLEVEE PIC 9(8) VALUE 0.
      *> Derniere information annuelle adressee a la caution.
          05 W-SUR-DATE-INFO    PIC 9(8) VALUE 0.
