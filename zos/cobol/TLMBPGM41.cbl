      *    CETTE SUBSTITUTION EST UNE PSEUDONYMISATION DESTINEE AUX
      *    JEUX D'ESSAI, PAS UN CHIFFREMENT : LE FICHIER PRODUIT
      *    RESTE A TRAITER COMME UNE DONNEE INTERNE.
      *    TELEPHONES ET COURRIELS SONT EXTRAITS SOUS LEUR FORME
      *    STOCKEE, LE JETON (CF. TLMTOK), JAMAIS RESOLUS EN CLAIR :
      *    L'ENVIRONNEMENT DE FORMATION N'A PAS ACCES AU COFFRE. LA
      *    SUBSTITUTION S'Y APPLIQUE PAR-DESSUS (ELLE PRESERVE LA FORME
      *    DU JETON ET COUVRE UNE VALEUR PAS ENCORE JETONNEE).
      *
      *    UN ENREGISTREMENT PAR COUPLE PROSPECT/CONTACT ACTIF, OU UN
      *    SEUL A CONTACT BLANC POUR UN PROSPECT SANS CONTACT (MEME
