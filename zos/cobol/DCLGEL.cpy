      * tout doit etre preserve). Un prospect ou un contact gele est
      * ignore par la purge TLMBPGM9, la retention d'audit TLMBPGM29
      * et l'effacement RGPD TLMBPGM40, avec une ligne explicite dans
      * leurs comptes-rendus. Il n'est jamais transmis a un partenaire
      * (TLMBPGM155). Charge et edite par TLMBPGM76.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMGEL TABLE
           ( TYPE                           CHAR(1) NOT NULL,
