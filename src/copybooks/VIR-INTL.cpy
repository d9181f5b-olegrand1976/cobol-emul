      *>****************************************************************
      *> COPYBOOK : VIR-INTL.cpy
      *> Description : Virement international hors zone SEPA (USD,
      *> GBP... vers une banque hors Europe), saisi par l'ecran
      *> VIREMENT-INTL et emis par EMETTRE-INTERNATIONAUX via la
      *> banque correspondante de la devise (CORRESPONDANTS.dat) au
      *> format interbancaire international (message client 103).
      *> Le montant est saisi dans la devise du virement ; il est
      *> converti au taux du jour de l'emission (TAUX-DU-JOUR) et
      *> debite alors du compte du client (W-VIN-MONTANT-DEBIT, dans
      *> la devise du compte).
      *> Option de frais : OUR (tous les frais au donneur d'ordre,
      *> frais du correspondant debites a reception de son avis de
      *> frais), SHA (frais partages : nos frais au donneur d'ordre,
      *> ceux du correspondant preleves sur le montant), BEN (tous
      *> les frais au beneficiaire : nos frais sont deduits du
      *> montant transfere).
      *> Cycle de vie : 'A' (en attente d'emission) -> 'E' (emis,
      *> client debite) -> 'R' (avis de frais du correspondant recu)
      *> ; 'K' rejete a l'emission (fonds insuffisants, compte non
      *> actif, taux indisponible), le client n'a pas ete debite.
      *> Fichier indexe VIREMENTS-INTL.dat
      *> Cle primaire : W-VIN-ID
      *>****************************************************************
       01 W-VIR-INTL.
          05 W-VIN-ID           PIC 9(10).
          05 W-VIN-CPT-SOURCE   PIC 9(8).
          05 W-VIN-DEVISE       PIC X(3).
          05 W-VIN-MONTANT      PIC S9(11)V99 COMP-3.
          05 W-VIN-BIC          PIC X(11).
          05 W-VIN-BANQUE-NOM   PIC X(35).
          05 W-VIN-BANQUE-ADR   PIC X(35).
          05 W-VIN-BENEF-COMPTE PIC X(34).
          05 W-VIN-BENEF-NOM    PIC X(35).
          05 W-VIN-BENEF-ADR    PIC X(35).
          05 W-VIN-OPTION-FRAIS PIC X(3).
             88 VIN-FRAIS-OUR   VALUE "OUR".
             88 VIN-FRAIS-SHA   VALUE "SHA".
             88 VIN-FRAIS-BEN   VALUE "BEN".
      *> Code motif du paiement (table VIN-MOTIFS de VIR-INTL-PARAM).
          05 W-VIN-MOTIF        PIC X(4).
          05 W-VIN-REFERENCE    PIC X(20).
          05 W-VIN-STATUT       PIC X(1).
             88 VIN-EN-ATTENTE  VALUE 'A'.
             88 VIN-EMIS        VALUE 'E'.
             88 VIN-REGLE       VALUE 'R'.
             88 VIN-REJETE      VALUE 'K'.
          05 W-VIN-DATE-SAISIE  PIC 9(8).
          05 W-VIN-OPERATEUR    PIC X(8).
      *> Renseignes a l'emission : correspondant retenu, taux
      *> applique (unites de devise pour 1 unite de la devise du
      *> compte), montant debite dans la devise du compte, nos frais
      *> deduits du montant transfere (option BEN, dans la devise du
      *> virement), motif d'un rejet.
          05 W-VIN-DATE-EMIS    PIC 9(8) VALUE 0.
          05 W-VIN-BIC-CORRESP  PIC X(11) VALUE SPACES.
          05 W-VIN-TAUX         PIC 9(5)V9(6) VALUE 0.
          05 W-VIN-MONTANT-DEBIT PIC S9(11)V99 COMP-3 VALUE 0.
          05 W-VIN-FRAIS-DEDUITS PIC S9(7)V99 COMP-3 VALUE 0.
          05 W-VIN-MOTIF-REJET  PIC X(30) VALUE SPACES.
      *> Renseignes a reception de l'avis de frais du correspondant :
      *> frais dans la devise du virement et, option OUR, montant
      *> debite au client dans la devise du compte.
          05 W-VIN-DATE-AVIS    PIC 9(8) VALUE 0.
          05 W-VIN-FRAIS-CORR   PIC S9(7)V99 COMP-3 VALUE 0.
          05 W-VIN-FRAIS-CORR-DEBIT PIC S9(7)V99 COMP-3 VALUE 0.
