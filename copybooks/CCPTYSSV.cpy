      ******************************************************************
      *  COPY : CCPTYSSV                                                *
      *  Instructions permanentes de reglement (CPTYSSI) : beneficiaire *
      *  et compte de reglement par correspondant et devise, indexe     *
      *  par SSI-CLE (code correspondant + code devise)                 *
      ******************************************************************
       01 SSI-ENR.
          05 SSI-CLE.
             10 SSI-CPTY              PIC X(8).
             10 SSI-DEV               PIC X(3).
          05 SSI-BIC-BENEF            PIC X(11).
          05 SSI-COMPTE               PIC X(34).
      *--- BIC de l'intermediaire eventuel (espaces = reglement direct)
          05 SSI-BIC-INTERM           PIC X(11).
      *--- Date d'effet de l'instruction (AAAAMMJJ) : avant cette date
      *    l'instruction n'est pas en vigueur
          05 SSI-DATE-EFFET           PIC X(8).
          05 SSI-ETAT                 PIC X(1).
             88 SSI-ETAT-ACTIF           VALUE 'A'.
             88 SSI-ETAT-INACTIF         VALUE 'I'.
