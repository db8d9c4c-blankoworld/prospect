      *    TLMSRC (REFERENTIEL DES SOURCES D'ACQUISITION ESTAMPILLEES
      *    A LA CREATION DES PROSPECTS, CF. TLMPRO.SOURCE) DEPUIS LE
      *    FICHIER SOURCES FOURNI PAR LE MARKETING (CODE EN COL.1-3,
      *    LIBELLE EN COL.4-38, INDICATEUR SLA EN COL.39 : 'O' =
      *    PROSPECTS DE CETTE SOURCE A RAPPELER DANS LE DELAI DE
      *    PREMIER CONTACT, 'N' OU ESPACE = SANS DELAI).
      *    LE CONTENU PRECEDENT EST ENTIEREMENT REMPLACE : LE FICHIER
      *    EST LA VERITE DU REFERENTIEL (MEME PRINCIPE QUE TLMBPGM36
      *    POUR LES SECTEURS).
       01 f-source.
           05 f-src-code                  PIC  X(03).
           05 f-src-libelle               PIC  X(35).
           05 f-src-sla                   PIC  X(01).
           05 FILLER                      PIC  X(41).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
           .

      *****************************************************************
      * Chargement d'une ligne de source : code renseigne et
      * indicateur SLA 'O', 'N' ou espace exiges.
      *****************************************************************
       CHARGE-SOURCE.
           ADD 1                           TO w-cpt-lec
           IF f-src-code = SPACES
              OR (f-src-sla NOT = 'O' AND f-src-sla NOT = 'N'
                  AND f-src-sla NOT = SPACE) THEN
             ADD 1                         TO w-cpt-rejet
             STRING
               'REJET, ligne invalide <'   DELIMITED SIZE
           ELSE
             MOVE f-src-code               TO tlmsrc-code
             MOVE f-src-libelle            TO tlmsrc-libelle
             IF f-src-sla = 'O' THEN
               MOVE 'O'                    TO tlmsrc-sla
             ELSE
               MOVE 'N'                    TO tlmsrc-sla
             END-IF
             EXEC SQL
               INSERT INTO TRAIN04.TLMSRC (
                   CODE, LIBELLE, SLA)
                 VALUES (
                   :tlmsrc-code, :tlmsrc-libelle, :tlmsrc-sla)
             END-EXEC
             IF SQLCODE = 0 THEN
               ADD 1                       TO w-cpt-charge
