      *>             TRANS.dat plus ancienne que le seuil de retention
      *>             de ARCHIVE-PARAM.cpy, et supprime ces entrees de
      *>             TRANS.dat pour que le fichier courant reste petit.
      *>             Chaque suppression passe par TRANS-IO "DELETE",
      *>             qui la scelle dans la chaine "TRANS" : la chaine
      *>             reste verifiable apres archivage (le mouvement
      *>             archive n'est plus attendu dans TRANS.dat).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVER.
       FILE SECTION.
       FD F-ARCHIVE.
       01 F-ARC-TRANS.
          05 F-ARC-RESTE        PIC X(199).

       WORKING-STORAGE SECTION.
       COPY TRANSACT.
