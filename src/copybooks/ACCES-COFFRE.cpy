      *>****************************************************************
      *> COPYBOOK : ACCES-COFFRE.cpy
      *> Description : Registre des acces aux coffres-forts loues :
      *> chaque presentation au coffre (acceptee ou refusee) avec la
      *> personne qui s'est presentee, sa qualite verifiee contre le
      *> contrat (locataire, cotitulaire du compte de facturation,
      *> mandataire d'une procuration active de PROCURATIONS.dat),
      *> la piece produite et l'operateur qui l'a accompagnee. Une
      *> ouverture forcee y est tracee avec la qualite 'F' et le nom
      *> de l'huissier ou du notaire present.
      *> Fichier indexe ACCES-COFFRES.dat
      *> Cle primaire    : W-ACF-ID
      *> Cle alternative : W-ACF-LOCATION (doublons)
      *>****************************************************************
       01 W-ACCES-COFFRE.
          05 W-ACF-ID           PIC 9(10).
          05 W-ACF-LOCATION     PIC 9(10).
          05 W-ACF-AGENCE       PIC X(4).
          05 W-ACF-COFFRE       PIC X(4).
          05 W-ACF-DATE         PIC 9(8).
          05 W-ACF-HEURE        PIC 9(6).
          05 W-ACF-VISITEUR     PIC X(20).
          05 W-ACF-PIECE        PIC X(20).
          05 W-ACF-QUALITE      PIC X(1).
             88 ACF-LOCATAIRE   VALUE 'T'.
             88 ACF-COTITULAIRE VALUE 'C'.
             88 ACF-MANDATAIRE  VALUE 'M'.
             88 ACF-FORCEE      VALUE 'F'.
             88 ACF-INCONNU     VALUE ' '.
          05 W-ACF-RESULTAT     PIC X(1).
             88 ACF-ACCEPTE     VALUE 'A'.
             88 ACF-REFUSE      VALUE 'R'.
          05 W-ACF-OPERATEUR    PIC X(8).
