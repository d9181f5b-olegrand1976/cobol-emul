      *>****************************************************************
      *> COPYBOOK : FATCA-PARAM.cpy
      *> Description : Parametres de l'echange automatique
      *> d'informations fiscales (FATCA pour les personnes americaines,
      *> CRS/NCD pour les residents fiscaux etrangers). Un indice
      *> d'extraneite (adresse ou telephone a l'etranger, ordre
      *> permanent vers un beneficiaire etranger - module
      *> INDICES-FISCAUX) non couvert par l'auto-certification du
      *> client declenche, au passage de fin de mois de
      *> RESIDENCE-FISCALE, une demande d'auto-certification presentee
      *> au guichet (ALERTES.dat) ; faute de reponse dans le delai
      *> FAT-DELAI-AUTOCERT-JOURS, le client est declare recalcitrant
      *> (non documente). Le fichier annuel de declaration est produit
      *> par EXPORT-FATCA-CRS.
      *>****************************************************************
       01 FATCA-PARAMETRES.
      *> Pays de l'etablissement (code ISO 3166 alpha-2) et indicatif
      *> telephonique national : tout autre pays d'adresse, de
      *> residence ou d'etablissement du beneficiaire est etranger.
          05 FAT-PAYS-DOMESTIQUE     PIC X(2) VALUE "FR".
          05 FAT-INDICATIF-DOMESTIQUE PIC X(2) VALUE "33".
      *> Pays des personnes americaines (FATCA).
          05 FAT-PAYS-USA            PIC X(2) VALUE "US".
      *> Delai laisse au client pour retourner son auto-certification,
      *> en jours calendaires a compter de la demande.
          05 FAT-DELAI-AUTOCERT-JOURS PIC 9(3) VALUE 90.
