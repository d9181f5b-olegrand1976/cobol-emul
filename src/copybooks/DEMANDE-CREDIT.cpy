      *>****************************************************************
      *> COPYBOOK : DEMANDE-CREDIT.cpy
      *> Description : Demande de credit instruite avant toute mise en
      *> place de pret (ecran DEMANDES-CREDIT). Cycle de vie :
      *>   'S' saisie -> 'E' en etude (taux d'endettement calcule sur
      *>   les credits recurrents recus, les echeances de prets en
      *>   cours et les decouverts autorises du client) -> 'A'
      *>   accordee ou 'R' refusee (motif conserve pour le
      *>   regulateur) -> 'O' offre emise (TAEG et tableau
      *>   d'amortissement au spool) -> 'C' acceptee par le client
      *>   une fois le delai de reflexion ecoule -> 'D' debloquee
      *>   (CREER-PRET, numero du pret cree dans W-DMC-PRET).
      *>   'X' : offre caduque, non acceptee dans son delai de
      *>   validite.
      *> Les conditions du pret (capital, duree, nature du taux,
      *> assurance) sont figees a l'offre : CREER-PRET les reprend
      *> telles quelles.
      *> Fichier indexe DEMANDES-CREDIT.dat
      *> Cle primaire    : W-DMC-ID
      *> Cle alternative : W-DMC-CLIENT (doublons)
      *>****************************************************************
       01 W-DEMANDE-CREDIT.
          05 W-DMC-ID           PIC 9(10).
          05 W-DMC-CLIENT       PIC 9(8).
          05 W-DMC-CPT          PIC 9(8).
          05 W-DMC-CAPITAL      PIC S9(11)V99 COMP-3.
          05 W-DMC-DUREE-MOIS   PIC 9(3).
      *> Nature du taux et, pour un taux revisable, indice, marge et
      *> bornes (memes regles que PRET.cpy). W-DMC-TAUX est le taux
      *> nominal annuel de l'offre.
          05 W-DMC-TYPE-TAUX    PIC X(1) VALUE 'F'.
             88 DMC-TAUX-FIXE   VALUE 'F'.
             88 DMC-TAUX-REVISABLE VALUE 'V' 'C'.
          05 W-DMC-INDICE       PIC X(8) VALUE SPACES.
          05 W-DMC-MARGE        PIC S9(3)V9(4) COMP-3 VALUE 0.
          05 W-DMC-TAUX-PLANCHER PIC 9(3)V9(4) COMP-3 VALUE 0.
          05 W-DMC-TAUX-PLAFOND PIC 9(3)V9(4) COMP-3 VALUE 0.
          05 W-DMC-TAUX         PIC 9(3)V9(4) COMP-3 VALUE 0.
          05 W-DMC-MENSUALITE   PIC S9(11)V99 COMP-3 VALUE 0.
          05 W-DMC-ASSUREUR     PIC X(6) VALUE SPACES.
          05 W-DMC-PRIME-ASSUR  PIC S9(7)V99 COMP-3 VALUE 0.
          05 W-DMC-FRAIS-DOSSIER PIC S9(7)V99 COMP-3 VALUE 0.
      *> Taux annuel effectif global de l'offre (fraction), frais de
      *> dossier et assurance inclus.
          05 W-DMC-TAEG         PIC 9(3)V9(4) COMP-3 VALUE 0.
      *> Etude : revenus mensuels moyens (credits recurrents recus),
      *> charges mensuelles existantes et taux d'endettement en %
      *> apres le nouveau credit.
          05 W-DMC-REVENUS      PIC S9(11)V99 COMP-3 VALUE 0.
          05 W-DMC-CHARGES      PIC S9(11)V99 COMP-3 VALUE 0.
          05 W-DMC-TAUX-ENDET   PIC 9(3)V99 VALUE 0.
          05 W-DMC-STATUT       PIC X(1).
             88 DMC-SAISIE      VALUE 'S'.
             88 DMC-EN-ETUDE    VALUE 'E'.
             88 DMC-ACCORDEE    VALUE 'A'.
             88 DMC-REFUSEE     VALUE 'R'.
             88 DMC-OFFRE-EMISE VALUE 'O'.
             88 DMC-ACCEPTEE    VALUE 'C'.
             88 DMC-DEBLOQUEE   VALUE 'D'.
             88 DMC-CADUQUE     VALUE 'X'.
          05 W-DMC-MOTIF-REFUS  PIC X(40) VALUE SPACES.
          05 W-DMC-DATE-SAISIE  PIC 9(8).
          05 W-DMC-DATE-DECISION PIC 9(8) VALUE 0.
          05 W-DMC-DATE-OFFRE   PIC 9(8) VALUE 0.
          05 W-DMC-DATE-ACCEPTATION PIC 9(8) VALUE 0.
          05 W-DMC-OPERATEUR    PIC X(8).
      *> Auteur de la decision ; superviseur ayant deroge si le taux
      *> d'endettement depassait le seuil.
          05 W-DMC-DECIDEUR     PIC X(8) VALUE SPACES.
          05 W-DMC-SUPERVISEUR  PIC X(8) VALUE SPACES.
          05 W-DMC-PRET         PIC 9(10) VALUE 0.
      *> Consultation du FICP (module FICP-CONSULTER) a l'etude puis
      *> renouvelee a la decision : resultat et date de la derniere
      *> consultation ; un emprunteur inscrit ne peut etre accorde
      *> que sur derogation du superviseur porte ici.
          05 W-DMC-FICP         PIC X(1) VALUE SPACE.
             88 DMC-FICP-NON-CONSULTE VALUE SPACE.
             88 DMC-FICP-NON-INSCRIT  VALUE 'N'.
             88 DMC-FICP-INSCRIT      VALUE 'I'.
          05 W-DMC-DATE-FICP    PIC 9(8) VALUE 0.
          05 W-DMC-DEROG-FICP   PIC X(8) VALUE SPACES.
