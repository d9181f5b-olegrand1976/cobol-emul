      *>****************************************************************
      *> COPYBOOK : REMISE-TPE.cpy
      *> Description : Registre des remises carte des commercants et
      *> des impayes (chargebacks) de l'acquereur, tenu par
      *> IMPORT-REMISES-TPE :
      *>  - remise ('R') : brut des ventes d'un reseau, commission du
      *>    contrat, net credite ; le credit du net et la commission
      *>    sont deux mouvements distincts (W-RTP-TRN, W-RTP-TRN-COM) ;
      *>  - impaye ('I') : montant repris au commercant, lie a la
      *>    remise d'origine (W-RTP-REMISE-ORIGINE) dont le cumul
      *>    des impayes (W-RTP-IMPAYE) borne les reprises suivantes.
      *> Exploite par le releve mensuel RELEVE-COMMERCANTS et la
      *> consultation des remises de l'ecran COMMERCANTS.
      *> Fichier indexe REMISES-TPE.dat
      *> Cle primaire    : W-RTP-ID
      *> Cle alternative : W-RTP-CONTRAT (doublons)
      *>****************************************************************
       01 W-REMISE-TPE.
          05 W-RTP-ID           PIC 9(10).
          05 W-RTP-CONTRAT      PIC X(10).
          05 W-RTP-CPT          PIC 9(8).
          05 W-RTP-TYPE         PIC X(1).
             88 RTP-REMISE      VALUE 'R'.
             88 RTP-IMPAYE      VALUE 'I'.
             88 RTP-TYPE-VALIDE VALUE 'R' 'I'.
          05 W-RTP-RESEAU       PIC X(4).
          05 W-RTP-REFERENCE    PIC X(20).
          05 W-RTP-DATE         PIC 9(8).
          05 W-RTP-DATE-TRAITEMENT PIC 9(8).
          05 W-RTP-BRUT         PIC S9(11)V99 COMP-3.
          05 W-RTP-COMMISSION   PIC S9(11)V99 COMP-3.
          05 W-RTP-NET          PIC S9(11)V99 COMP-3.
          05 W-RTP-TRN          PIC 9(10).
          05 W-RTP-TRN-COM      PIC 9(10).
          05 W-RTP-REMISE-ORIGINE PIC 9(10).
          05 W-RTP-IMPAYE       PIC S9(11)V99 COMP-3.
