      *>****************************************************************
      *> COPYBOOK : TPE-PARAM.cpy
      *> Description : Parametres de l'acquisition des paiements par
      *>               carte des commercants (terminaux de paiement,
      *>               ecran COMMERCANTS, import IMPORT-REMISES-TPE) :
      *>               reseaux de cartes acceptes, dans l'ordre de la
      *>               table des taux du contrat (W-COM-TAUX de
      *>               COMMERCANT.cpy), et taux de commission proposes
      *>               par defaut a la creation d'un contrat (en
      *>               pourcentage du montant brut remis).
      *>****************************************************************
       01 TPE-TAB-RESEAUX.
          05 FILLER PIC X(24) VALUE "CB  CARTE BANCAIRE".
          05 FILLER PIC X(24) VALUE "VISAVISA".
          05 FILLER PIC X(24) VALUE "MC  MASTERCARD".
          05 FILLER PIC X(24) VALUE "AMEXAMERICAN EXPRESS".
       01 TPE-RESEAUX REDEFINES TPE-TAB-RESEAUX.
          05 TPE-RESEAU OCCURS 4 TIMES.
             10 TPE-RESEAU-CODE    PIC X(4).
             10 TPE-RESEAU-LIBELLE PIC X(20).
       01 TPE-NB-RESEAUX          PIC 9(1) VALUE 4.

       01 TPE-TAB-TAUX-DEFAUT.
          05 FILLER             PIC 9(2)V9(3) VALUE 00.500.
          05 FILLER             PIC 9(2)V9(3) VALUE 00.900.
          05 FILLER             PIC 9(2)V9(3) VALUE 00.900.
          05 FILLER             PIC 9(2)V9(3) VALUE 02.500.
       01 TPE-TAUX-DEFAUT REDEFINES TPE-TAB-TAUX-DEFAUT.
          05 TPE-TAUX-RESEAU OCCURS 4 TIMES PIC 9(2)V9(3).
