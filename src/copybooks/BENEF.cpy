          05 W-BEN-STATUT       PIC X(1).
             88 BEN-ACTIF       VALUE 'A'.
             88 BEN-REVOQUE     VALUE 'R'.
      *> Pays de l'etablissement teneur du compte du beneficiaire
      *> (code ISO alpha-2) : un ordre permanent vers un beneficiaire
      *> etranger est un indice d'extraneite fiscale du donneur
      *> d'ordre (module INDICES-FISCAUX).
          05 W-BEN-PAYS         PIC X(2) VALUE "FR".
