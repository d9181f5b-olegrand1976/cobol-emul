      *>****************************************************************
      *> COPYBOOK : LBC-PARAM.cpy
      *> Description : Parametres des scenarios de surveillance LBC
      *> rejoues chaque nuit sur TRANS.dat par SCENARIOS-LBC (alertes
      *> ALERTES-LBC.dat, ecran ALERTES-LBC) :
      *>   - fractionnement d'especes sous le seuil unitaire de
      *>     AML-PARAM.cpy, sur plusieurs jours ou plusieurs agences ;
      *>   - transit rapide : fonds recus par virement entrant et
      *>     ressortis dans les 48 heures ;
      *>   - reveil d'un compte dormant (seuil d'inactivite de
      *>     DORMANT-PARAM.cpy) par des mouvements importants.
      *>****************************************************************
       01 LBC-PARAMETRES.
      *> Fractionnement : fenetre glissante en jours, nombre minimum
      *> de depots especes "juste sous le seuil" (a partir de ce
      *> pourcentage de AML-SEUIL-UNITAIRE) dont le cumul atteint le
      *> seuil unitaire.
          05 LBC-FRACT-JOURS         PIC 9(2) VALUE 7.
          05 LBC-FRACT-NB-MIN        PIC 9(2) VALUE 3.
          05 LBC-FRACT-PLANCHER-PCT  PIC 9(3) VALUE 50.
      *> Transit rapide : virements entrants cumules d'au moins ce
      *> montant, dont au moins ce pourcentage ressort du compte dans
      *> la fenetre (retraits, virements emis, cheques presentes).
          05 LBC-TRANSIT-HEURES      PIC 9(2) VALUE 48.
          05 LBC-TRANSIT-MIN         PIC S9(11)V99 COMP-3
                                     VALUE 5000.00.
          05 LBC-TRANSIT-PCT         PIC 9(3) VALUE 80.
      *> Reveil de compte dormant : mouvements du jour (entrees et
      *> sorties cumulees) a partir de ce montant sur un compte sans
      *> mouvement depuis DORM-JOURS-SEUIL jours.
          05 LBC-REVEIL-MONTANT      PIC S9(11)V99 COMP-3
                                     VALUE 5000.00.
