      *> et a la projection de fin de chaine affichee au pupitre.
          05 W-RUN-HEURE-DEBUT  PIC 9(6) VALUE 0.
          05 W-RUN-DUREE-SEC    PIC 9(6) VALUE 0.
      *> Lignes SCEAU-AUDIT et SCEAU-TRANS : rang et sceau de tete de
      *> la chaine de scellement du journal en fin de chaine de nuit
      *> (cf SCELLE.cpy). CONTROLES-FICHIERS verifie que le maillon de
      *> ce rang porte toujours ce sceau.
          05 W-RUN-SCEAU-RANG   PIC 9(10) VALUE 0.
          05 W-RUN-SCEAU        PIC 9(18) VALUE 0.
