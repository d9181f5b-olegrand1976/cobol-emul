      *> Surcharge a chaud par la cle HEURE-OUVERTURE des parametres
      *> d'exploitation.
       01 LIM-HEURE-OUVERTURE       PIC 9(6) VALUE 083000.

      *> Delai de valeur (jours calendaires apres le depot) du credit
      *> provisoire d'une enveloppe d'especes deposee en DAB
      *> (IMPORT-DEPOTS-DAB). Surcharge a chaud par la cle
      *> DAB-JOURS-VALEUR des parametres d'exploitation.
       01 LIM-DAB-JOURS-VALEUR      PIC 9(2) VALUE 01.

      *> Virement instantane : plafond par operation, emise
      *> (VIREMENT-INSTANT) comme recue (RECUS-INSTANT), au-dela
      *> duquel le virement est refuse sans derogation possible.
      *> Surcharge a chaud par la cle PLAF-VIR-INSTANT des parametres
      *> d'exploitation.
       01 LIM-PLAF-VIR-INSTANT      PIC S9(11)V99 COMP-3
                                    VALUE 15000.00.
      *> Delai de reponse de la place (en secondes) au-dela duquel un
      *> virement instantane emis reste sans reponse est repute
      *> rejete et le client re-credite (REPONSES-INSTANT).
       01 LIM-DELAI-VIR-INSTANT     PIC 9(3) VALUE 020.

      *> Mode degrade guichet (module SECOURS-GUICHET) : plafonds
      *> reduits par operation et par jour (compte et sens, depot ou
      *> retrait) appliques tant que COMPTES.dat est indisponible,
      *> sans derogation possible. Surcharge a chaud par les cles
      *> SECOURS-PLAF-OPE et SECOURS-PLAF-JOUR des parametres
      *> d'exploitation.
       01 LIM-SECOURS-PLAF-OPE      PIC S9(11)V99 COMP-3 VALUE 500.00.
       01 LIM-SECOURS-PLAF-JOUR     PIC S9(11)V99 COMP-3
                                    VALUE 1000.00.
