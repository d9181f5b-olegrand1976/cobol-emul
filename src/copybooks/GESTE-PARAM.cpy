      *>****************************************************************
      *> COPYBOOK : GESTE-PARAM.cpy
      *> Description : Parametres des gestes commerciaux (ecran
      *>               GESTES, module GESTE-EXEC) : plafond de
      *>               remboursement de frais accorde par role
      *>               d'operateur (au-dela, la demande part dans la
      *>               file a quatre yeux VALIDER-MODIFS), budget
      *>               annuel d'une agence tant qu'aucun budget propre
      *>               n'a ete fixe pour l'annee (BUDGETS-GESTES.dat) et
      *>               table des motifs de remboursement, repris sur le
      *>               mouvement de credit.
      *>****************************************************************
       01 GST-PLAFOND-GUICHETIER  PIC S9(7)V99 COMP-3 VALUE 30.00.
       01 GST-PLAFOND-SUPERVISEUR PIC S9(7)V99 COMP-3 VALUE 150.00.
       01 GST-BUDGET-DEFAUT       PIC S9(9)V99 COMP-3 VALUE 5000.00.

       01 GST-TAB-MOTIFS.
          05 FILLER PIC X(34) VALUE "ERRB ERREUR DE LA BANQUE".
          05 FILLER PIC X(34) VALUE "CONT CONTESTATION FONDEE".
          05 FILLER PIC X(34) VALUE "FIDE FIDELITE CLIENT".
          05 FILLER PIC X(34) VALUE "DIFF DIFFICULTES PASSAGERES".
          05 FILLER PIC X(34) VALUE "COMM GESTE COMMERCIAL".
       01 GST-MOTIFS REDEFINES GST-TAB-MOTIFS.
          05 GST-MOTIF OCCURS 5 TIMES.
             10 GST-MOTIF-CODE    PIC X(4).
             10 FILLER            PIC X(1).
             10 GST-MOTIF-LIBELLE PIC X(29).
       01 GST-NB-MOTIFS           PIC 9(2) VALUE 5.
