      *>****************************************************************
      *> COPYBOOK : SCELLE.cpy
      *> Description : Maillon de la chaine de scellement des journaux
      *> AUDIT.dat et TRANS.dat. Chaque ecriture, modification ou
      *> suppression d'un enregistrement par AUDIT-IO / TRANS-IO
      *> ajoute un maillon : empreinte de l'image de l'enregistrement
      *> et sceau calcule sur le sceau du maillon precedent, le rang,
      *> la reference et l'empreinte (module SCELLEMENT). Modifier un
      *> enregistrement ou un maillon hors de ces modules, en retirer
      *> ou en inserer un, rompt la chaine a partir de ce point ;
      *> CONTROLES-FICHIERS en signale le premier maillon rompu.
      *> Une chaine par journal (W-SCL-FICHIER "AUDIT" / "TRANS").
      *> Le rang 0 est la tete de chaine : W-SCL-ID = rang du dernier
      *> maillon, W-SCL-SCEAU = son sceau, W-SCL-SCEAU-PREC = sceau
      *> de base (dernier maillon purge, 0 si aucun), W-SCL-BASE-RANG
      *> = rang de ce maillon purge, W-SCL-ID-ORIGINE = premier
      *> identifiant scelle (les enregistrements anterieurs a la mise
      *> en place du scellement n'ont pas de maillon).
      *> La tete de chaque journal est recopiee chaque nuit dans
      *> BATCH-RUN.dat (etapes SCEAU-AUDIT / SCEAU-TRANS) par
      *> BATCH-NUIT : un maillon deja scelle un jour ne peut plus
      *> etre recalcule sans que l'ecart n'apparaisse.
      *> Fichier indexe SCELLES.dat
      *> Cle primaire    : W-SCL-CLE (journal + rang)
      *> Cle alternative : W-SCL-REF (journal + identifiant, doublons)
      *>****************************************************************
       01 W-SCELLE.
          05 W-SCL-CLE.
             10 W-SCL-FICHIER   PIC X(5).
             10 W-SCL-RANG      PIC 9(10).
          05 W-SCL-REF.
             10 W-SCL-REF-FICHIER PIC X(5).
             10 W-SCL-ID        PIC 9(10).
          05 W-SCL-OPERATION    PIC X(1).
             88 SCL-ECRITURE    VALUE 'W'.
             88 SCL-MODIFICATION VALUE 'M'.
             88 SCL-SUPPRESSION VALUE 'S'.
             88 SCL-TETE        VALUE 'T'.
          05 W-SCL-DATE         PIC 9(8).
          05 W-SCL-HEURE        PIC 9(6).
          05 W-SCL-EMPREINTE    PIC 9(18).
          05 W-SCL-SCEAU-PREC   PIC 9(18).
          05 W-SCL-SCEAU        PIC 9(18).
          05 W-SCL-BASE-RANG    PIC 9(10) VALUE 0.
          05 W-SCL-ID-ORIGINE   PIC 9(10) VALUE 0.
