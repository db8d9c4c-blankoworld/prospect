      *      couche physique (CURRENT TIMESTAMP).
      *****************************************************************
        05 :PROG:-ENT-AJO REDEFINES :PROG:-ENT.
      *       Rang du candidat dans le fichier DOUBLONS (zero pour
      *       une creation forcee)
           10 :PROG:-ENT-AJO-CLE    PIC  9(7).
      *       Origine du rapprochement ('T' telephone, 'M' mel ;
      *       creation forcee : 'S' SIRET, 'N' nom + CP, 'T' tel.)
           10 :PROG:-ENT-AJO-TYPE   PIC  X(1).
      *       Valeur partagee par les deux prospects
           10 :PROG:-ENT-AJO-VALEUR PIC  X(80).
           10 :PROG:-ENT-AJO-NOM2   PIC  X(35).
      *       Decision remplacee (espace = paire en attente)
           10 :PROG:-ENT-AJO-DECAVANT PIC X(1).
      *       Decision posee ('F', 'G' ou 'I' ; 'C' creation forcee
      *       sur TLM2 : PRO1 le prospect existant, PRO2 le cree)
           10 :PROG:-ENT-AJO-DECISION PIC X(1).
      *       Identite signee et nom de l'arbitre (profil TLMOPR)
           10 :PROG:-ENT-AJO-OPERATEUR PIC X(8).
