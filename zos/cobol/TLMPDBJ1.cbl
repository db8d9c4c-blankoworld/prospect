      *                  ----------------------------
      *****************************************************************
      * Acces au journal durable des arbitrages doublons (TLMDBJ) :
      * journalisation d'une decision posee a l'ecran TLM4 ou d'une
      * creation forcee malgre un doublon possible sur TLM2 (fonction
      * ADD, validee par le point de synchronisation de fin de tache
      * CICS) et restitution des arbitrages des sept derniers jours
      * pour l'edition hebdomadaire de supervision TLMBPGM86
             WHEN cpdbj1-ent-ajo-decision NOT = 'F'
              AND cpdbj1-ent-ajo-decision NOT = 'G'
              AND cpdbj1-ent-ajo-decision NOT = 'I'
              AND cpdbj1-ent-ajo-decision NOT = 'C'
               MOVE '01'                         TO tlmcpil-rc
               MOVE 'PHY-DBJ-AJO: decision invalide.'
                                                 TO tlmcpil-msg
