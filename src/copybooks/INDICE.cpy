      *>****************************************************************
      *> COPYBOOK : INDICE.cpy
      *> Description : Valeur publiee d'un indice de reference des
      *> prets a taux variable (EUR3M, EUR12M...) a une date d'effet.
      *> Alimente par IMPORT-INDICES depuis le fichier de publication ;
      *> le module INDICE-DU-JOUR restitue la valeur en vigueur a une
      *> date donnee (derniere date d'effet atteinte), lue a la mise
      *> en place (CREER-PRET) puis a chaque date anniversaire de
      *> revision (REVISION-PRETS). La valeur est un taux annuel en
      *> fraction (0.0325 pour 3,25 %), signee : un indice de marche
      *> peut passer sous zero.
      *> Fichier indexe INDICES.dat
      *> Cle primaire : W-IDX-CLE (code indice + date d'effet)
      *>****************************************************************
       01 W-INDICE.
          05 W-IDX-CLE.
             10 W-IDX-CODE      PIC X(8).
             10 W-IDX-DATE      PIC 9(8).
          05 W-IDX-VALEUR       PIC S9(3)V9(4) COMP-3.
