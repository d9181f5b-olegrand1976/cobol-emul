      *>****************************************************************
      *> COPYBOOK : PROVISION.cpy
      *> Description : Classement mensuel d'un encours de credit et
      *> provision pour risque constituee (etape PROVISIONS de
      *> BATCH-NUIT, fin de mois). Un enregistrement par encours et
      *> par mois : pret actif ou dechu (W-PRV-REF = numero du pret)
      *> ou compte debiteur (W-PRV-REF = numero du compte). Classes :
      *>   'S' sain, 'E' sensible (sous surveillance), 'D' douteux,
      *>   'C' douteux compromis,
      *> selon l'anciennete de l'impaye (jours de retard, seuils de
      *> PROV-PARAM.cpy) ; la decheance du terme classe d'office en
      *> douteux compromis. La provision est le taux de la classe
      *> applique a l'encours brut diminue des garanties financieres
      *> (DAT nantis, SURETES.dat) ; le mouvement est l'ecart avec la
      *> provision du mois precedent (dotation si positif, reprise si
      *> negatif), exporte vers la comptabilite generale par
      *> EXPORT-GL. Un encours sorti (pret solde, compte revenu
      *> crediteur) encore provisionne le mois precedent donne un
      *> dernier enregistrement a encours nul portant la reprise.
      *> Fichier indexe PROVISIONS.dat
      *> Cle primaire : W-PRV-CLE (periode, nature, reference)
      *>****************************************************************
       01 W-PROVISION.
          05 W-PRV-CLE.
             10 W-PRV-PERIODE   PIC 9(6).
             10 W-PRV-NATURE    PIC X(1).
                88 PRV-PRET     VALUE 'P'.
                88 PRV-DECOUVERT VALUE 'D'.
             10 W-PRV-REF       PIC 9(10).
          05 W-PRV-CPT          PIC 9(8).
          05 W-PRV-AGENCE       PIC X(4).
          05 W-PRV-DATE-CALCUL  PIC 9(8).
      *> Date d'origine du retard : premiere echeance impayee d'un
      *> pret, debut du depassement d'un compte (reportee de mois en
      *> mois tant que le depassement dure).
          05 W-PRV-DATE-DEFAUT  PIC 9(8) VALUE 0.
          05 W-PRV-JOURS-RETARD PIC 9(5) VALUE 0.
          05 W-PRV-CLASSE       PIC X(1).
             88 PRV-SAIN        VALUE 'S'.
             88 PRV-SENSIBLE    VALUE 'E'.
             88 PRV-DOUTEUX     VALUE 'D'.
             88 PRV-COMPROMIS   VALUE 'C'.
             88 PRV-CLASSE-DOUTEUSE VALUE 'D' 'C'.
          05 W-PRV-CLASSE-PREC  PIC X(1) VALUE SPACE.
          05 W-PRV-ENCOURS      PIC S9(11)V99 COMP-3.
          05 W-PRV-GARANTIES    PIC S9(11)V99 COMP-3 VALUE 0.
          05 W-PRV-TAUX         PIC 9(3)V99 VALUE 0.
          05 W-PRV-MONTANT      PIC S9(11)V99 COMP-3.
          05 W-PRV-MONTANT-PREC PIC S9(11)V99 COMP-3 VALUE 0.
          05 W-PRV-MOUVEMENT    PIC S9(11)V99 COMP-3.
