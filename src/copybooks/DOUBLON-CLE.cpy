      *>****************************************************************
      *> COPYBOOK : DOUBLON-CLE.cpy
      *> Description : Cle d'identite normalisee d'une fiche client,
      *> calculee par le module DOUBLON-SCORE (operation "CLE") et
      *> comparee paire a paire (operation "SCORE") pour detecter
      *> les doublons du referentiel CLIENTS.dat.
      *>****************************************************************
       01 W-DOUBLON-CLE.
      *> 'P' personne physique, 'M' personne morale : deux fiches de
      *> natures differentes ne sont jamais des doublons.
          05 W-DBL-NATURE       PIC X(1).
      *> Nom en majuscules, ponctuation retiree, mots tries.
          05 W-DBL-NOM          PIC X(40).
          05 W-DBL-NAISSANCE    PIC 9(8).
      *> 9 derniers chiffres du numero (indicatif 0 ou +33 ignore).
          05 W-DBL-TELEPHONE    PIC X(9).
          05 W-DBL-EMAIL        PIC X(40).
          05 W-DBL-ADRESSE      PIC X(40).
      *> SIREN (9 premiers chiffres de l'immatriculation).
          05 W-DBL-SIREN        PIC X(9).
