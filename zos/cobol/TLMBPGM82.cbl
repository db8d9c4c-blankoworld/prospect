      *    TLMCPV (REFERENTIEL POSTAL CODE POSTAL -> VILLE, CONSULTE
      *    PAR L'ECRAN DE MAINTENANCE TLM2 VIA TLMPCPV1) DEPUIS LE
      *    FICHIER CPVILLE (CODE POSTAL EN COL.1-5, VILLE EN
      *    COL.6-40, LATITUDE EN COL.41-49 ET LONGITUDE EN COL.50-58
      *    DU CENTRE DE LA COMMUNE : SIGNE '-' OU BLANC PUIS 8
      *    CHIFFRES DONT 5 DECIMALES ; COORDONNEES A BLANC OU
      *    INVALIDES = CODE POSTAL NON GEOCODE, CHARGE A 0/0).
      *    LE CONTENU PRECEDENT EST ENTIEREMENT REMPLACE : LE FICHIER
      *    EST LA VERITE DU REFERENTIEL (MEME PRINCIPE QUE TLMBPGM36
      *    POUR LES SECTEURS).
      *    LES COORDONNEES DES PROSPECTS (TLMPRO) ET DE LEURS ADRESSES
      *    COMPLEMENTAIRES (TLMADR) SONT ENSUITE REALIGNEES SUR LE
      *    NOUVEAU REFERENTIEL DANS LA MEME UNITE DE TRAVAIL : LES
      *    ECRITURES COURANTES D'ADRESSE LES GEOCODENT AU FIL DE L'EAU
      *    (TLMPPRO1, TLMPADR6, TLMPMAS7), CE PASSAGE COUVRE LES
      *    ADRESSES ANTERIEURES ET LES CODES POSTAUX DONT LES
      *    COORDONNEES ONT CHANGE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM82.
       01 f-source.
           05 f-src-cp                    PIC  X(05).
           05 f-src-ville                 PIC  X(35).
           05 f-src-coord.
              10 f-src-lat-signe          PIC  X(01).
              10 f-src-lat                PIC  9(03)V9(05).
              10 f-src-lon-signe          PIC  X(01).
              10 f-src-lon                PIC  9(03)V9(05).
           05 FILLER                      PIC  X(22).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-charge                PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
           05 w-cpt-non-geo               PIC  S9(07) COMP-3.
           05 w-cpt-geo-pro               PIC  S9(07) COMP-3.
           05 w-cpt-geo-adr               PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes du referentiel lues :     '.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes rejetees :                '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
       01 w-rap-non-geo.
           05 FILLER                     PIC   X(43) VALUE
                'dont codes postaux sans coordonnees :      '.
           05 w-rap-non-geo-nbr           PIC   ZZZZZZ9.
       01 w-rap-geo-pro.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de prospects regeocodes :           '.
           05 w-rap-geo-pro-nbr           PIC   ZZZZZZ9.
       01 w-rap-geo-adr.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''adresses complementaires regeoc. :'.
           05 w-rap-geo-adr-nbr           PIC   ZZZZZZ9.
      *    Fin de validite d'une adresse complementaire en cours (cf.
      *    TLMPADR6)
       77 w-haute-date                   PIC   X(26) VALUE
            '9999-12-31-23.59.59.999999'.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

           PERFORM INIT
           PERFORM VIDE-TABLE
           PERFORM TRT-SOURCES
           PERFORM REGEOCODE
           PERFORM FIN
           GOBACK
           .
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-charge
                                               w-cpt-rejet w-cpt-non-geo
                                               w-cpt-geo-pro
                                               w-cpt-geo-adr
           PERFORM ENTETE
           .

           SET w-eof-src-non                TO TRUE
           PERFORM LEC-SOURCE
           PERFORM CHARGE-SOURCE            UNTIL w-eof-src-oui
           .

       LEC-SOURCE.
           ELSE
             MOVE f-src-cp                 TO tlmcpv-cp
             MOVE f-src-ville              TO tlmcpv-ville
             PERFORM COORDONNEES
             EXEC SQL
               INSERT INTO TRAIN04.TLMCPV (
                   CP, VILLE, LATITUDE, LONGITUDE)
                 VALUES (
                   :tlmcpv-cp, :tlmcpv-ville, :tlmcpv-latitude,
                   :tlmcpv-longitude)
             END-EXEC
             IF SQLCODE = 0 THEN
               ADD 1                       TO w-cpt-charge
               IF tlmcpv-latitude = 0 AND tlmcpv-longitude = 0 THEN
                 ADD 1                     TO w-cpt-non-geo
               END-IF
             ELSE
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR INSERT TLMCPV <' tlmcpv-cp
           PERFORM LEC-SOURCE
           .

      *****************************************************************
      * Coordonnees du centre de la commune : une zone a blanc ou non
      * numerique (ou une latitude hors de -90/+90, une longitude
      * hors de -180/+180) laisse le code postal non geocode (0/0),
      * sans rejeter la ligne : la verification CP/ville de TLM2 n'a
      * pas besoin des coordonnees.
      *****************************************************************
       COORDONNEES.
           MOVE 0                          TO tlmcpv-latitude
                                               tlmcpv-longitude
           IF f-src-coord NOT = SPACES THEN
             IF f-src-lat NUMERIC AND f-src-lon NUMERIC
                AND (f-src-lat-signe = SPACE OR '+' OR '-')
                AND (f-src-lon-signe = SPACE OR '+' OR '-')
                AND f-src-lat NOT > 90
                AND f-src-lon NOT > 180 THEN
               MOVE f-src-lat              TO tlmcpv-latitude
               MOVE f-src-lon              TO tlmcpv-longitude
               IF f-src-lat-signe = '-' THEN
                 COMPUTE tlmcpv-latitude = 0 - tlmcpv-latitude
               END-IF
               IF f-src-lon-signe = '-' THEN
                 COMPUTE tlmcpv-longitude = 0 - tlmcpv-longitude
               END-IF
             ELSE
               STRING
                 'COORDONNEES invalides <'  DELIMITED SIZE
                 f-src-cp                  DELIMITED SIZE
                 '>, non geocode'          DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
             END-IF
           END-IF
           .

      *****************************************************************
      * Realignement des coordonnees des prospects (adresse
      * principale) et des adresses complementaires en cours sur le
      * referentiel qui vient d'etre charge : seules les lignes dont
      * les coordonnees changent sont reecrites (un code postal
      * absent du referentiel ramene a 0/0). La date de mise a jour
      * du prospect n'est pas touchee : l'adresse saisie ne change
      * pas. Une seule validation pour le chargement et le
      * realignement ; en cas d'erreur tout est annule et l'ancien
      * referentiel reste en place.
      *****************************************************************
       REGEOCODE.
           EXEC SQL
             UPDATE TRAIN04.TLMPRO P
               SET LATITUDE  = COALESCE(
                     (SELECT C.LATITUDE FROM TRAIN04.TLMCPV C
                       WHERE C.CP = P.ADDR_CP), 0),
                   LONGITUDE = COALESCE(
                     (SELECT C.LONGITUDE FROM TRAIN04.TLMCPV C
                       WHERE C.CP = P.ADDR_CP), 0)
               WHERE P.LATITUDE  <> COALESCE(
                     (SELECT C.LATITUDE FROM TRAIN04.TLMCPV C
                       WHERE C.CP = P.ADDR_CP), 0)
                  OR P.LONGITUDE <> COALESCE(
                     (SELECT C.LONGITUDE FROM TRAIN04.TLMCPV C
                       WHERE C.CP = P.ADDR_CP), 0)
           END-EXEC
           IF SQLCODE = 0 OR SQLCODE = 100 THEN
             IF SQLCODE = 0 THEN
               MOVE sqlerrd (3)            TO w-cpt-geo-pro
             END-IF
             EXEC SQL
               UPDATE TRAIN04.TLMADR A
                 SET LATITUDE  = COALESCE(
                       (SELECT C.LATITUDE FROM TRAIN04.TLMCPV C
                         WHERE C.CP = A.CP), 0),
                     LONGITUDE = COALESCE(
                       (SELECT C.LONGITUDE FROM TRAIN04.TLMCPV C
                         WHERE C.CP = A.CP), 0)
                 WHERE A.DTFIN = :w-haute-date
                   AND (A.LATITUDE  <> COALESCE(
                       (SELECT C.LATITUDE FROM TRAIN04.TLMCPV C
                         WHERE C.CP = A.CP), 0)
                    OR A.LONGITUDE <> COALESCE(
                       (SELECT C.LONGITUDE FROM TRAIN04.TLMCPV C
                         WHERE C.CP = A.CP), 0))
             END-EXEC
           END-IF
           IF SQLCODE = 0 OR SQLCODE = 100 THEN
             IF SQLCODE = 0 THEN
               MOVE sqlerrd (3)            TO w-cpt-geo-adr
             END-IF
             EXEC SQL
               COMMIT
             END-EXEC
           ELSE
             DISPLAY 'MET-ERR REGEOCODAGE <' sqlcode '>'
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 0                        TO w-cpt-geo-pro
                                               w-cpt-geo-adr
             MOVE 'ERREUR au realignement des coordonnees, ANNULE'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Ecriture d'une ligne dans le fichier de log, avec verification
      * du code d'etat du fichier JOURNAUX.
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-non-geo          TO w-rap-non-geo-nbr
           MOVE w-rap-non-geo          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-geo-pro          TO w-rap-geo-pro-nbr
           MOVE w-rap-geo-pro          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-geo-adr          TO w-rap-geo-adr-nbr
           MOVE w-rap-geo-adr          TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE srcfic
           IF w-srcfic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE CPVILLE <' w-srcfic '>'
