      *>****************************************************************
      *> COPYBOOK : SCEAU-PARAM.cpy
      *> Description : Parametres du calcul d'empreinte et de sceau
      *>               du module SCELLEMENT (chaine de scellement de
      *>               AUDIT.dat et TRANS.dat, cf SCELLE.cpy).
      *> La cle de scellement entre dans chaque sceau : sans elle, un
      *> maillon falsifie ne peut pas etre recalcule. Elle est propre
      *> a l'etablissement et ne change pas sans re-scellement
      *> complet des chaines.
      *>****************************************************************
       01 SCE-CLE               PIC X(32)
                                VALUE "K7Q2-BNQ-SCELLEMENT-9F41-C03DX8".
      *> Modules et multiplicateurs des deux accumulateurs de
      *> l'empreinte.
       01 SCE-MODULE-1          PIC 9(12) VALUE 999999999989.
       01 SCE-MODULE-2          PIC 9(12) VALUE 999999999959.
       01 SCE-MULT-1            PIC 9(3) VALUE 257.
       01 SCE-MULT-2            PIC 9(3) VALUE 263.
