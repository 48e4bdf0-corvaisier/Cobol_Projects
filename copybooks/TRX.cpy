      *    Entite juridique de l'article d'origine (blanc = entite
      *    par defaut) - les cumuls aval ne se melangent plus
         10 TRANS-ENTITE       PIC X(02).
      *    Code contrepartie de l'article d'origine (FIC1-CODE-CTP,
      *    blanc s'il n'est pas renseigne) : la compensation FOREX070
      *    regroupe par contrepartie, FOREX056 en tire beneficiaire
      *    et compte des instructions nettes
         10 TRANS-CODE-CTP     PIC X(06).
         10 FILLER             PIC X(31).
