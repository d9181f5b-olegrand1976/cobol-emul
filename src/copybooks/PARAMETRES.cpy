      *> Code banque attribue par la place, premier element du BBAN
      *> des IBAN derives par le module IBAN.
       01 PARAM-CODE-BANQUE     PIC X(5)  VALUE "30077".
      *> BIC de l'etablissement, emetteur des messages interbancaires
      *> internationaux (EMETTRE-INTERNATIONAUX).
       01 PARAM-BIC-BANQUE      PIC X(11) VALUE "BCOBFRPPXXX".
       01 PARAM-ADRESSE         PIC X(40)
                          VALUE "1 PLACE DE LA BOURSE 75002 PARIS".
       01 PARAM-TEL-ASSISTANCE  PIC X(14) VALUE "0800 00 00 00".
