      *> active et non expiree, au lieu d'un simple code canal que
      *> n'importe qui pouvait selectionner. Entretenue par l'ecran
      *> CARTES (creation, blocage, carte avalee, reactivation).
      *> Renouvelee avant son expiration par le batch de fin de mois
      *> RENOUV-CARTES (CARTE-PARAM.cpy).
      *> Carte a debit immediat ou differe : les reglements d'une
      *> carte a debit differe s'accumulent sur son encours et sont
      *> debites en une fois en fin de mois (batch DEBIT-DIFFERE).
      *> Fichier indexe CARTES.dat
      *> Cle primaire    : W-CAR-NUMERO (16 chiffres)
      *> Cle alternative : W-CAR-CPT (doublons)
             88 CAR-ACTIVE      VALUE 'A'.
             88 CAR-BLOQUEE     VALUE 'B'.
             88 CAR-AVALEE      VALUE 'V'.
      *> 'R' : carte remplacee par sa renouvelee, desactivee a la
      *> premiere utilisation de celle-ci ou a son expiration.
             88 CAR-REMPLACEE   VALUE 'R'.
      *> Plafonds de retrait DAB propres a la carte (cartes premium,
      *> cartes jeunes...), appliques par RETRAIT EN PLUS des
      *> controles du compte et du plafond de canal de LIMITES.cpy.
      *> (W-TRN-CARTE) et affichee par l'ecran CARTES.
          05 W-CAR-PLAFOND-JOUR PIC S9(9)V99 COMP-3 VALUE 0.
          05 W-CAR-PLAFOND-SEMAINE PIC S9(9)V99 COMP-3 VALUE 0.
      *> Renouvellement : la carte renouvelee porte le numero de la
      *> carte qu'elle remplace et celle-ci le numero de sa
      *> remplacante (0 sinon). Une carte inutilisee depuis
      *> CAR-MOIS-INACTIVITE mois n'est renouvelee que sur
      *> confirmation du client, saisie a l'ecran CARTES.
          05 W-CAR-REMPLACE     PIC 9(16) VALUE 0.
          05 W-CAR-REMPLACANTE  PIC 9(16) VALUE 0.
          05 W-CAR-DATE-EMISSION PIC 9(8) VALUE 0.
          05 W-CAR-RENOUV-CONFIRME PIC X(1) VALUE 'N'.
             88 CAR-RENOUV-CONFIRME VALUE 'O'.
      *> Mode de debit des reglements carte (COMPENSER-CARTES) :
      *> immediat, chaque reglement debite le compte ; differe, il
      *> s'ajoute a l'encours de la carte, deduit du disponible
      *> (module DISPONIBLE) jusqu'au debit mensuel de DEBIT-DIFFERE
      *> qui le remet a zero (un encours rejete faute de provision
      *> reste du et est represente le mois suivant).
          05 W-CAR-MODE-DEBIT   PIC X(1) VALUE 'I'.
             88 CAR-DEBIT-IMMEDIAT VALUE 'I'.
             88 CAR-DEBIT-DIFFERE  VALUE 'D'.
          05 W-CAR-ENCOURS-DIFFERE PIC S9(11)V99 COMP-3 VALUE 0.
