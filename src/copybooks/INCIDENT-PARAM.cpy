      *> Description : Tarif des frais d'incident factures au moment
      *>               ou le rejet est decide (module FRAIS-INCIDENT) :
      *>               rejet de prelevement sans provision, cheque
      *>               impaye, lettre d'information prealable, loyer
      *>               de coffre-fort rejete (LOYERS-COFFRES), debit
      *>               mensuel de carte a debit differe rejete
      *>               (DEBIT-DIFFERE), effet de commerce (LCR)
      *>               retourne impaye (EMETTRE-LCR). Le plafond
      *>               reglementaire borne le total des frais
      *>               d'incident d'un compte sur un mois calendaire
      *>               (categorie 'INCI' des mouvements 'F').
      *>****************************************************************
       01 INC-FRAIS-REJET-PRELEV PIC S9(11)V99 COMP-3 VALUE 8.00.
       01 INC-FRAIS-CHEQUE-IMPAYE PIC S9(11)V99 COMP-3 VALUE 30.00.
       01 INC-FRAIS-LETTRE-INFO  PIC S9(11)V99 COMP-3 VALUE 12.00.
       01 INC-FRAIS-REJET-LOYER  PIC S9(11)V99 COMP-3 VALUE 20.00.
       01 INC-FRAIS-REJET-CARTE  PIC S9(11)V99 COMP-3 VALUE 20.00.
       01 INC-FRAIS-IMPAYE-LCR   PIC S9(11)V99 COMP-3 VALUE 20.00.
       01 INC-PLAFOND-MENSUEL    PIC S9(11)V99 COMP-3 VALUE 80.00.
