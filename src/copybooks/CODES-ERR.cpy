          88 RC-ERR-OPPOSITION    VALUE '41'.
          88 RC-ERR-DEJA-TRAITE   VALUE '43'.
          88 RC-ERR-SIGNATURE-ET  VALUE '44'.
          88 RC-ERR-ENDETTEMENT   VALUE '45'.
          88 RC-ERR-NANTI         VALUE '46'.
          88 RC-ERR-FICP          VALUE '47'.
          88 RC-ERR-SURENDET      VALUE '48'.
          88 RC-ERR-RESERVE       VALUE '49'.
          88 RC-ERR-PLAN-BLOQUE   VALUE '50'.
          88 RC-PLAN-A-CLOTURER   VALUE '51'.
          88 RC-ERR-EXPOSITION    VALUE '52'.
          88 RC-ERR-ORIGINE-FONDS VALUE '53'.
          88 RC-ERR-COFFRE-LOUE   VALUE '54'.
          88 RC-ERR-PLAFOND-ESCOMPTE VALUE '55'.
          88 RC-ERR-EXERCICE-CLOS VALUE '56'.
          88 RC-ERR-CARENCE-ADRESSE VALUE '57'.
          88 RC-ERR-CONFLIT-PERSONNEL VALUE '58'.
          88 RC-ERR-ACCES-SENSIBLE VALUE '59'.
