      *>****************************************************************
      *> COPYBOOK : FICOBA.cpy
      *> Description : Declaration au fichier national des comptes
      *> bancaires et assimiles (FICOBA) : toute ouverture, cloture
      *> ou modification de la titularite d'un compte est declaree a
      *> l'administration fiscale dans le delai legal
      *> (FICOBA-PARAM.cpy). L'evenement est enregistre a la source
      *> par le module FICOBA-DECLARER, appele par CREER et
      *> IMPORT-COMPTES (ouverture), VALIDER-MODIFS (cloture et
      *> changement de cotitulaires approuves), MOBILITE (cloture de
      *> l'ancien compte) et SUCCESSION (deces du titulaire, cloture
      *> au reglement). L'etape de nuit EXPORT-FICOBA emet les
      *> declarations a transmettre, integre les retours
      *> (acquittement ou rejet) et signale les declarations en
      *> retard. Cycle : 'P' a emettre -> 'E' emise -> 'A' acquittee,
      *> ou 'R' rejetee ; un rejet est re-emis des que l'identite du
      *> compte ou du titulaire a ete corrigee.
      *> Reference transmise (et attendue en retour) : identifiant,
      *> tiret, rang d'emission sur deux chiffres.
      *> Fichier indexe FICOBA.dat
      *> Cle primaire    : W-FCB-ID
      *> Cle alternative : W-FCB-CPT (doublons)
      *>****************************************************************
       01 W-FICOBA.
          05 W-FCB-ID           PIC 9(10).
          05 W-FCB-CPT          PIC 9(8).
          05 W-FCB-NATURE       PIC X(1).
             88 FCB-OUVERTURE   VALUE 'O'.
             88 FCB-CLOTURE     VALUE 'C'.
             88 FCB-MODIFICATION VALUE 'M'.
      *> Programme a l'origine de l'evenement (CREER, MOBILITE...).
          05 W-FCB-ORIGINE      PIC X(12).
          05 W-FCB-DATE-EVENEMENT PIC 9(8).
          05 W-FCB-DATE-LIMITE  PIC 9(8).
      *> Identite declaree, relevee a l'evenement puis rafraichie
      *> depuis COMPTES.dat / CLIENTS.dat apres un rejet.
          05 W-FCB-IBAN         PIC X(27).
          05 W-FCB-AGENCE       PIC X(4).
          05 W-FCB-TYPE-CPT     PIC X(1).
          05 W-FCB-CLIENT       PIC 9(8) VALUE 0.
          05 W-FCB-TITULAIRE    PIC X(40).
          05 W-FCB-DATE-NAISS   PIC 9(8) VALUE 0.
          05 W-FCB-NB-COTIT     PIC 9(1) VALUE 0.
          05 W-FCB-COTIT-NOM    PIC X(20) OCCURS 3 TIMES.
          05 W-FCB-STATUT       PIC X(1).
             88 FCB-A-EMETTRE   VALUE 'P'.
             88 FCB-EMISE       VALUE 'E'.
             88 FCB-ACQUITTEE   VALUE 'A'.
             88 FCB-REJETEE     VALUE 'R'.
          05 W-FCB-DATE-EMISSION PIC 9(8) VALUE 0.
          05 W-FCB-NB-EMISSIONS PIC 9(2) VALUE 0.
          05 W-FCB-DATE-RETOUR  PIC 9(8) VALUE 0.
          05 W-FCB-MOTIF-REJET  PIC X(40) VALUE SPACES.
