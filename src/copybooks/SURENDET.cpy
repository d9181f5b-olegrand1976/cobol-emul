      *>****************************************************************
      *> COPYBOOK : SURENDET.cpy
      *> Description : Dossier de surendettement d'un client, ouvert
      *> a l'ecran SURENDETTEMENT des que la Banque de France declare
      *> le dossier recevable. Tant que le dossier est recevable
      *> (moratoire), les poursuites et frais sont suspendus : ni
      *> prelevement des creanciers declares (PRELEVEMENTS, motif
      *> M08), ni frais de tenue (FRAIS), ni agios (AGIOS), ni frais
      *> d'incident (FRAIS-INCIDENT), ni relance ni decheance sur ses
      *> prets (RELANCES-PRETS, RECOUVREMENT), ni echeance de pret
      *> (ECHEANCES-PRETS). Une fois le plan impose par la commission
      *> enregistre, ECHEANCES-PRETS preleve chaque pret du plan a la
      *> mensualite et au taux reechelonnes a compter de la date de
      *> premiere echeance du plan. Le module SURENDET-CTRL rend le
      *> dossier en vigueur d'un client.
      *> Fichier indexe SURENDETTEMENTS.dat
      *> Cle primaire    : W-SDT-ID
      *> Cle alternative : W-SDT-CLIENT (doublons : dossiers clos)
      *>****************************************************************
       01 W-SURENDET.
          05 W-SDT-ID           PIC 9(10).
          05 W-SDT-CLIENT       PIC 9(8).
      *> Reference du dossier a la Banque de France.
          05 W-SDT-REF-BDF      PIC X(15).
          05 W-SDT-DATE-DEPOT   PIC 9(8).
          05 W-SDT-DATE-RECEVABILITE PIC 9(8).
      *> Fin du moratoire prononce (0 = jusqu'au plan).
          05 W-SDT-DATE-FIN-MORATOIRE PIC 9(8) VALUE 0.
          05 W-SDT-STATUT       PIC X(1).
             88 SDT-RECEVABLE   VALUE 'R'.
             88 SDT-PLAN        VALUE 'P'.
             88 SDT-CLOS        VALUE 'C'.
             88 SDT-EN-COURS    VALUE 'R' 'P'.
      *> Creanciers de prelevement declares au dossier (identifiant
      *> place, comme W-MAN-CREANCIER) : leurs demandes sont rejetees
      *> tant que le dossier est en cours.
          05 W-SDT-NB-CREANCIERS PIC 9(2) VALUE 0.
          05 W-SDT-CREANCIER    PIC X(10) OCCURS 10 TIMES.
      *> Plan impose : premiere echeance, duree, et pour chaque pret
      *> de la banque la mensualite et le taux reechelonnes (une
      *> mensualite nulle prolonge la suspension du pret).
          05 W-SDT-DATE-PLAN    PIC 9(8) VALUE 0.
          05 W-SDT-DUREE-PLAN   PIC 9(3) VALUE 0.
          05 W-SDT-NB-PRETS     PIC 9(1) VALUE 0.
          05 W-SDT-LIGNE-PLAN OCCURS 5 TIMES.
             10 W-SDT-PRET      PIC 9(10).
             10 W-SDT-MENSUALITE PIC S9(11)V99 COMP-3.
             10 W-SDT-TAUX      PIC 9(3)V9(4) COMP-3.
      *> Plan reporte sur le pret par ECHEANCES-PRETS a la premiere
      *> echeance du plan (mensualite, taux fixe, duree restante).
             10 W-SDT-REPORT    PIC X(1).
                88 SDT-PLAN-REPORTE VALUE 'O'.
          05 W-SDT-DATE-CLOTURE PIC 9(8) VALUE 0.
          05 W-SDT-OPERATEUR    PIC X(8).
