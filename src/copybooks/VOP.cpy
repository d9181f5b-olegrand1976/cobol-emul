      *>****************************************************************
      *> COPYBOOK : VOP.cpy
      *> Description : Demande et reponse de verification du
      *> beneficiaire (concordance entre le compte ou l'IBAN de
      *> destination et le nom indique par le donneur d'ordre),
      *> echangee avec le module VOP-CTRL. Le resultat suit les quatre
      *> reponses de la place : concordance, concordance proche (le
      *> nom exact du titulaire est alors restitue pour etre montre
      *> au client), discordance, verification impossible.
      *>****************************************************************
       01 W-VOP.
          05 W-VOP-COMPTE       PIC 9(8).
          05 W-VOP-IBAN         PIC X(27).
          05 W-VOP-NOM-SAISI    PIC X(40).
          05 W-VOP-NOM-EXACT    PIC X(40).
          05 W-VOP-RESULTAT     PIC X(1).
             88 VOP-CONCORDANT  VALUE 'M'.
             88 VOP-PROCHE      VALUE 'C'.
             88 VOP-DISCORDANT  VALUE 'N'.
             88 VOP-INDISPONIBLE VALUE 'U'.
