      *>****************************************************************
      *> COPYBOOK : ORIGINE-FONDS.cpy
      *> Description : Origine des fonds declaree pour un depot
      *> important d'une personne politiquement exposee (seuil
      *> PPE-PARAM.cpy) : nature, justification et production d'un
      *> justificatif, recueillies au guichet par DEPOT avant le
      *> credit et rattachees au mouvement. Reprises sur la liste de
      *> revue annuelle REVUE-PPE (douze derniers mois).
      *> Fichier indexe ORIGINES-FONDS.dat
      *> Cle primaire    : W-ORF-ID
      *> Cle alternative : W-ORF-CLIENT (doublons)
      *>****************************************************************
       01 W-ORIGINE-FONDS.
          05 W-ORF-ID           PIC 9(10).
          05 W-ORF-CLIENT       PIC 9(8).
          05 W-ORF-CPT          PIC 9(8).
      *> Mouvement de depot (W-TRN-ID) auquel l'origine se rapporte.
          05 W-ORF-TRN          PIC 9(10).
          05 W-ORF-DATE         PIC 9(8).
          05 W-ORF-MONTANT      PIC S9(11)V99 COMP-3.
          05 W-ORF-DEVISE       PIC X(3).
          05 W-ORF-NATURE       PIC X(1).
             88 ORF-REVENUS          VALUE 'R'.
             88 ORF-EPARGNE          VALUE 'E'.
             88 ORF-CESSION          VALUE 'C'.
             88 ORF-SUCCESSION       VALUE 'S'.
             88 ORF-PRET             VALUE 'P'.
             88 ORF-AUTRE            VALUE 'A'.
             88 ORF-NATURE-VALIDE    VALUE 'R' 'E' 'C' 'S' 'P' 'A'.
          05 W-ORF-JUSTIFICATION PIC X(40).
          05 W-ORF-PIECE        PIC X(1).
             88 ORF-PIECE-PRODUITE   VALUE 'O'.
          05 W-ORF-OPERATEUR    PIC X(8).
