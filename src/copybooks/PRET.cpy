      *> ECHEANCES-PRETS la preleve en une fois des que la provision
      *> du compte le permet.
             88 PRT-DECHU       VALUE 'T'.
      *> Pret immobilier a deblocage progressif (VEFA, construction) :
      *> rien n'est deverse a la mise en place, les fonds partent par
      *> tranches sur factures (ecran DEBLOCAGES) en virement sortant
      *> vers le promoteur ou constructeur. Voir W-PRT-DEBLOCAGE.
             88 PRT-EN-DEBLOCAGE VALUE 'D'.
      *> Assurance emprunteur obligatoire, saisie a la mise en place
      *> (CREER-PRET) : code assureur, prime mensuelle prelevee par
      *> ECHEANCES-PRETS dans le meme passage que la mensualite mais
          05 W-PRT-ASSUREUR     PIC X(6) VALUE SPACES.
          05 W-PRT-PRIME-ASSUR  PIC S9(7)V99 COMP-3 VALUE 0.
          05 W-PRT-QUOTITE OCCURS 2 TIMES PIC 9(3).
      *> Nature du taux. Un pret variable suit un indice de reference
      *> (INDICES.dat, module INDICE-DU-JOUR) augmente de la marge
      *> contractuelle ; un pret capee borne en plus le taux revise
      *> entre un plancher et un plafond. A chaque date anniversaire
      *> de revision l'etape REVISION-PRETS de BATCH-NUIT recalcule
      *> le taux et la mensualite sur la duree restante, avance la
      *> date de la periode PRT-REVISION-MOIS (PRET-PARAM) et adresse
      *> l'avis de revision au client. Un pret anterieur (nature a
      *> blanc) reste a taux fixe.
          05 W-PRT-TYPE-TAUX    PIC X(1) VALUE 'F'.
             88 PRT-TAUX-FIXE   VALUE 'F' ' '.
             88 PRT-TAUX-VARIABLE VALUE 'V'.
             88 PRT-TAUX-CAPE   VALUE 'C'.
             88 PRT-TAUX-REVISABLE VALUE 'V' 'C'.
          05 W-PRT-INDICE       PIC X(8) VALUE SPACES.
          05 W-PRT-MARGE        PIC S9(3)V9(4) COMP-3 VALUE 0.
          05 W-PRT-TAUX-PLANCHER PIC 9(3)V9(4) COMP-3 VALUE 0.
          05 W-PRT-TAUX-PLAFOND PIC 9(3)V9(4) COMP-3 VALUE 0.
          05 W-PRT-DATE-REVISION PIC 9(8) VALUE 0.
      *> Phase de deblocage progressif (statut PRT-EN-DEBLOCAGE) :
      *> chaque tranche est controlee sur le reliquat non debloque
      *> (capital initial moins montant debloque) et emise en virement
      *> sortant vers le compte du promoteur, enregistre comme
      *> beneficiaire du compte de rattachement. Le capital restant du
      *> suit le montant debloque. Chaque mois ECHEANCES-PRETS preleve
      *> les interets intercalaires sur le seul montant debloque ;
      *> apres la derniere tranche, ou a la date limite de deblocage
      *> (le reliquat non appele est alors annule), le pret passe en
      *> amortissement avec une mensualite recalculee sur le capital
      *> debloque et la duree contractuelle.
          05 W-PRT-DEBLOCAGE.
             10 W-PRT-MONTANT-DEBLOQUE PIC S9(11)V99 COMP-3 VALUE 0.
             10 W-PRT-DATE-LIMITE-DEBLOC PIC 9(8) VALUE 0.
             10 W-PRT-CPT-PROMOTEUR PIC 9(8) VALUE 0.
             10 W-PRT-NB-TRANCHES PIC 9(2) VALUE 0.
