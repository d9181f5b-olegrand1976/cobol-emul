      *>****************************************************************
      *> COPYBOOK : LIEN-CLIENT.cpy
      *> Description : Lien entre un client personne morale (societe,
      *> association) et les personnes physiques qui la representent
      *> ou la detiennent :
      *>  - 'R' representant legal (gerant, president...), client
      *>    personne physique du referentiel ;
      *>  - 'B' beneficiaire effectif : personne physique detenant,
      *>    directement ou indirectement, plus de LIE-SEUIL-DETENTION
      *>    du capital ou des droits de vote (LIEN-PARAM.cpy), ou
      *>    exercant le controle par tout autre moyen. Le beneficiaire
      *>    effectif n'est pas forcement client : W-LIE-PERSONNE vaut
      *>    alors 0 et son identite est saisie sur le lien.
      *> Une detention indirecte passe par une societe intermediaire
      *> cliente (W-LIE-VIA) : c'est la chaine de detention affichee
      *> par CLIENT-360. Nom et date de naissance sont releves a la
      *> saisie pour le filtrage sanctions (SANCTIONS-CTRL) de
      *> SCORING-LBC et IMPORT-SANCTIONS. Un lien n'est jamais
      *> supprime : il prend fin a W-LIE-DATE-FIN.
      *> Saisie : CREER-CLIENT, choix (L).
      *> Fichier indexe LIENS-CLIENTS.dat
      *> Cle primaire    : W-LIE-ID
      *> Cle alternative : W-LIE-ENTITE (doublons)
      *>****************************************************************
       01 W-LIEN-CLIENT.
          05 W-LIE-ID           PIC 9(10).
          05 W-LIE-ENTITE       PIC 9(8).
          05 W-LIE-ROLE         PIC X(1).
             88 LIE-REPRESENTANT    VALUE 'R'.
             88 LIE-BENEF-EFFECTIF  VALUE 'B'.
          05 W-LIE-PERSONNE     PIC 9(8) VALUE 0.
          05 W-LIE-NOM          PIC X(40).
          05 W-LIE-DATE-NAISS   PIC 9(8) VALUE 0.
      *> Representant : qualite (GERANT, PRESIDENT, TRESORIER...).
          05 W-LIE-QUALITE      PIC X(20) VALUE SPACES.
      *> Beneficiaire effectif : part detenue (directe et indirecte
      *> cumulees) et modalite du controle.
          05 W-LIE-POURCENTAGE  PIC 9(3)V99 VALUE 0.
          05 W-LIE-MODE         PIC X(1) VALUE SPACE.
             88 LIE-DETENTION-DIRECTE   VALUE 'D'.
             88 LIE-DETENTION-INDIRECTE VALUE 'I'.
             88 LIE-AUTRE-CONTROLE      VALUE 'C'.
          05 W-LIE-VIA          PIC 9(8) VALUE 0.
          05 W-LIE-VIA-NOM      PIC X(40) VALUE SPACES.
          05 W-LIE-DATE-DEBUT   PIC 9(8).
          05 W-LIE-DATE-FIN     PIC 9(8) VALUE 0.
             88 LIE-EN-VIGUEUR  VALUE 0.
