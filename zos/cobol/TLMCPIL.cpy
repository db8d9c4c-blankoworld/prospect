      *      rapporte dans son compte-rendu (un chiffre qui monte
      *      signale une contention a investiguer).
          05 tlmcpil-retry     PIC 9(3).
      *      Superviseur ayant valide un changement sensible (cf.
      *      TLMVAL, ecran TLMC) : positionne par l'appelant avant
      *      l'UPDATE qui applique le changement valide, l'origine
      *      portant alors le demandeur, et stocke avec elle sur la
      *      ligne d'audit TLMPROH/TLMCONH. Espace (ou basse valeur,
      *      jamais positionne) hors validation.
          05 tlmcpil-valideur  PIC X(8).
      *      Restitution en clair des telephones et adresses
      *      electroniques (jetonnes au repos, cf. TLMTOK) : 'O'
      *      positionne par l'appelant qui en a besoin (export,
      *      ecran d'un operateur habilite) ; la couche physique ne
      *      l'honore que si l'origine y est habilitee (parametre
      *      'CLAIR' de TLMCFG). Toute autre valeur (espace, basse
      *      valeur, jamais positionne) : les jetons sont restitues.
          05 tlmcpil-clair     PIC X(1).
              88 tlmcpil-clair-oui        VALUE 'O'.
