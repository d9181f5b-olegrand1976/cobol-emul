      *> Priorite d'emission : un virement urgent ('U') peut partir
      *> dans une emission intraday (EMETTRE-URGENTS, lancee du
      *> pupitre avant l'heure limite de la place LIM-HEURE-CUTOFF) ;
      *> un virement normal attend l'emission de la nuit. Un
      *> virement instantane ('I', ecran VIREMENT-INSTANT) est emis
      *> des la saisie, a toute heure, et nait donc au statut 'E' ;
      *> sa reponse (ou son absence au-dela du delai de la place) est
      *> traitee par REPONSES-INSTANT.
          05 W-VSO-PRIORITE     PIC X(1) VALUE 'N'.
             88 VSO-NORMAL      VALUE 'N'.
             88 VSO-URGENT      VALUE 'U'.
             88 VSO-INSTANTANE  VALUE 'I'.
      *> Horodatage de l'emission du message instantane, origine du
      *> delai de reponse de la place (LIM-DELAI-VIR-INSTANT).
          05 W-VSO-DATE-EMIS    PIC 9(8) VALUE 0.
          05 W-VSO-HEURE-EMIS   PIC 9(6) VALUE 0.
      *> Verification du beneficiaire faite a la saisie (VOP-CTRL) :
      *> 'M' concordance, 'C' concordance proche, 'N' discordance,
      *> 'U' verification impossible ; W-VSO-VOP-ACQUIT a 'O' quand
      *> le client a confirme l'envoi malgre une reponse autre que la
      *> concordance.
          05 W-VSO-VOP-RESULTAT PIC X(1) VALUE SPACE.
          05 W-VSO-VOP-ACQUIT   PIC X(1) VALUE SPACE.
             88 VSO-VOP-ACQUITTE VALUE 'O'.
