      *>****************************************************************
      *> COPYBOOK : REPERTOIRE-ETAT.cpy
      *> Description : Etat produit, inscrit au repertoire des etats
      *> par le programme qui l'a edite (module REPERTOIRE-CTRL) :
      *> nom de l'etat, instant d'execution, date comptable, date et
      *> etape de la chaine de nuit (espaces hors chaine), agence
      *> (espaces = etat du siege, toutes agences), nombre de lignes.
      *> Le fichier edite sous un nom fixe ou date dans reports/ est
      *> recopie sous reports/repertoire/ avec l'identifiant en tete :
      *> la copie W-RPE-COPIE est celle que l'on reimprime, la nuit
      *> suivante ayant pu ecraser l'original W-RPE-FICHIER.
      *> La copie est conservee W-RPE-CONSERVATION jours selon le
      *> type de l'etat (ETAT-PARAM.cpy) puis supprimee par l'etape
      *> de nuit EPURER-ETATS ; l'inscription reste, statut 'E'.
      *> Fichier indexe REPERTOIRE-ETATS.dat
      *> Cle primaire    : W-RPE-ID
      *> Cle alternative : W-RPE-ETAT (doublons)
      *>****************************************************************
       01 W-REPERTOIRE-ETAT.
          05 W-RPE-ID           PIC 9(10).
          05 W-RPE-ETAT         PIC X(20).
          05 W-RPE-DATE-EXEC    PIC 9(8).
          05 W-RPE-HEURE-EXEC   PIC 9(6).
          05 W-RPE-DATE-COMPTA  PIC 9(8).
          05 W-RPE-DATE-CHAINE  PIC 9(8).
          05 W-RPE-ETAPE        PIC X(12).
          05 W-RPE-AGENCE       PIC X(4).
          05 W-RPE-NB-LIGNES    PIC 9(7).
      *> Type de l'etat : R reglementaire, C conformite, G gestion,
      *> X exploitation.
          05 W-RPE-TYPE         PIC X(1).
          05 W-RPE-CONSERVATION PIC 9(5).
          05 W-RPE-DATE-EXPIR   PIC 9(8).
          05 W-RPE-FICHIER      PIC X(50).
          05 W-RPE-COPIE        PIC X(80).
          05 W-RPE-STATUT       PIC X(1).
             88 RPE-CONSERVE    VALUE 'C'.
             88 RPE-NON-COPIE   VALUE 'N'.
             88 RPE-EPURE       VALUE 'E'.
