      *>****************************************************************
      *> COPYBOOK : ETAT-PRODUIT.cpy
      *> Description : Zone d'appel du module REPERTOIRE-CTRL.
      *>   "INSCRIRE" : le programme producteur renseigne le nom de
      *>                l'etat, le fichier edite (ferme) et l'agence
      *>                concernee (espaces = etat du siege) ;
      *>   "ETAPE"    : BATCH-NUIT renseigne l'etape lancee et la
      *>                date de la chaine avant chaque etape, les
      *>                inscriptions qui suivent leur sont rattachees ;
      *>   "FIN-ETAPE": retour hors chaine (etats a la demande).
      *>****************************************************************
       01 W-ETAT-PRODUIT.
          05 W-ETP-ETAT         PIC X(20).
          05 W-ETP-FICHIER      PIC X(50).
          05 W-ETP-AGENCE       PIC X(4).
          05 W-ETP-ETAPE        PIC X(12).
          05 W-ETP-DATE-CHAINE  PIC 9(8).
