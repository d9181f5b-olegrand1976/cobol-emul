      *>****************************************************************
      *> COPYBOOK : EXPOSITION.cpy
      *> Description : Engagement consolide rendu par le module
      *> EXPOSITION pour le perimetre d'un client : son groupe de
      *> risque (GROUPE-RISQUE.cpy) s'il en est membre actif, le
      *> client seul sinon, a defaut le compte seul. Comptes ouverts
      *> seulement ; montants des comptes en devise consolides en
      *> contre-valeur EUR au taux du jour.
      *>   - prets : capital restant du des prets en cours, echus ou
      *>     en deblocage (plus la part restant a debloquer) ;
      *>   - decouverts : par compte, le plus grand du decouvert
      *>     autorise et du decouvert utilise (solde debiteur) ;
      *>   - cheques de banque emis non encore payes ;
      *>   - moins les DAT actifs nantis en garantie d'un pret.
      *>****************************************************************
       01 W-EXPOSITION.
          05 W-EXP-CLIENT          PIC 9(8).
          05 W-EXP-GROUPE          PIC 9(6).
          05 W-EXP-GROUPE-NOM      PIC X(30).
          05 W-EXP-NB-CLIENTS      PIC 9(3).
          05 W-EXP-NB-COMPTES      PIC 9(4).
          05 W-EXP-PRETS           PIC S9(13)V99 COMP-3.
          05 W-EXP-DECOUV-AUTORISE PIC S9(13)V99 COMP-3.
          05 W-EXP-DECOUV-UTILISE  PIC S9(13)V99 COMP-3.
          05 W-EXP-DECOUVERTS      PIC S9(13)V99 COMP-3.
          05 W-EXP-CHQ-BANQUE      PIC S9(13)V99 COMP-3.
          05 W-EXP-DAT-NANTIS      PIC S9(13)V99 COMP-3.
      *> Engagement net du perimetre, jamais negatif.
          05 W-EXP-TOTAL           PIC S9(13)V99 COMP-3.
      *> Engagement net du seul client demande.
          05 W-EXP-TOTAL-CLIENT    PIC S9(13)V99 COMP-3.
      *> Plafond d'engagement du groupe en vigueur (EXPO-PARAM.cpy ou
      *> parametre d'exploitation EXPO-PLAFOND-GRP).
          05 W-EXP-PLAFOND         PIC S9(11)V99 COMP-3.
