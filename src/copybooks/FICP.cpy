      *>****************************************************************
      *> COPYBOOK : FICP.cpy
      *> Description : Fichier national des incidents de remboursement
      *> des credits aux particuliers (FICP). Deux origines :
      *>   'E' : incident declare par l'etablissement sur un de ses
      *>         prets (module FICP-DECLARER, appele par
      *>         RELANCES-PRETS des que le seuil legal d'impayes est
      *>         atteint, et par RECOUVREMENT a la decheance du
      *>         terme). Cycle : 'P' preavis (lettre d'information
      *>         prealable de l'emprunteur) -> 'I' inscrit au terme
      *>         du delai de preavis -> 'R' radie a la regularisation
      *>         (declaration de radiation) ; une regularisation
      *>         intervenue pendant le preavis annule la declaration
      *>         ('A') sans inscription.
      *>   'N' : inscription nationale chargee par IMPORT-FICP depuis
      *>         la restitution du registre ; chaque livraison
      *>         remplace la precedente.
      *> La consultation avant octroi de credit (module
      *> FICP-CONSULTER) se fait sur la cle d'identification
      *> W-FIC-CLE-BDF : date de naissance et cinq premieres lettres
      *> du nom de naissance.
      *> Fichier indexe FICP.dat
      *> Cle primaire    : W-FIC-ID
      *> Cle alternative : W-FIC-PRET (pret declare, doublons)
      *> Cle alternative : W-FIC-CLE-BDF (emprunteur, doublons)
      *>****************************************************************
       01 W-FICP.
          05 W-FIC-ID           PIC 9(10).
          05 W-FIC-PRET         PIC 9(10) VALUE 0.
          05 W-FIC-CLE-BDF.
             10 W-FIC-CLE-NAISS PIC 9(8).
             10 W-FIC-CLE-NOM   PIC X(5).
          05 W-FIC-ORIGINE      PIC X(1).
             88 FIC-DECLARE     VALUE 'E'.
             88 FIC-NATIONAL    VALUE 'N'.
          05 W-FIC-CLIENT       PIC 9(8) VALUE 0.
          05 W-FIC-NOM          PIC X(40).
          05 W-FIC-DATE-NAISS   PIC 9(8) VALUE 0.
          05 W-FIC-MOTIF        PIC X(1).
             88 FIC-IMPAYES     VALUE 'R'.
             88 FIC-DECHEANCE   VALUE 'D'.
      *> Montant des impayes (ou capital restant du a la decheance)
      *> a la date de l'incident.
          05 W-FIC-MONTANT      PIC S9(11)V99 COMP-3 VALUE 0.
          05 W-FIC-DATE-INCIDENT PIC 9(8).
          05 W-FIC-DATE-PREAVIS PIC 9(8) VALUE 0.
          05 W-FIC-DATE-INSCRIPTION PIC 9(8) VALUE 0.
          05 W-FIC-DATE-RADIATION PIC 9(8) VALUE 0.
          05 W-FIC-STATUT       PIC X(1).
             88 FIC-PREAVIS     VALUE 'P'.
             88 FIC-ANNULE      VALUE 'A'.
             88 FIC-INSCRIT     VALUE 'I'.
             88 FIC-RADIE       VALUE 'R'.
             88 FIC-EN-COURS    VALUE 'P' 'I'.
