      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : VIOLATION DE DONNEES PERSONNELLES
      * NOM DU PROGRAMME : TLMBPGM129
      * DESCRIPTION      : PROGRAMME BATCH D'ETUDE D'IMPACT D'UNE
      *    VIOLATION DE DONNEES (BANDE, EXTRAIT OU FLUX PARTENAIRE
      *    PERDU OU DIVULGUE), POUR LA NOTIFICATION A L'AUTORITE DE
      *    CONTROLE DANS LES 72 HEURES. LE PERIMETRE EST LU SUR LE
      *    FICHIER DE CONTROLE PERIMETRE : PERIODE (DATES DE DEBUT ET
      *    DE FIN, AAAAMMJJ), TYPES D'EXTRACTION EN CAUSE (DIX AU
      *    PLUS), ET FACULTATIVEMENT UN EMETTEUR ET/OU UNE AGENCE :
      *       - CRM, ORI, CSV, PUB, NOM : EXPORT CRM (TLMBPGM7),
      *         FICHIER ORIGINE (TLMBPGM42), EXPORT CSV (TLMBPGM28),
      *         PUBLIPOSTAGE (TLMBPGM27), PAQUETS NOMADES DES
      *         COMMERCIAUX (TLMBPGM140) ; LES PASSAGES DE LA PERIODE
      *         SONT LUS DANS LE JOURNAL DES EXTRACTIONS TLMEXT, ET LA
      *         POPULATION DE CHAQUE PASSAGE EST RECONSTITUEE A
      *         L'INSTANT DE SES DONNEES : CONTACT ACTIF A CET INSTANT
      *         SELON SA VERSION COURANTE OU SES IMAGES D'AUDIT
      *         TLMCONH ; FAUTE D'IMAGE COUVRANT L'INSTANT (CONTACT
      *         CREE DEPUIS, HISTORIQUE PURGE PAR TLMBPGM29), LE
      *         CONTACT EST RETENU. LES CRITERES DE SELECTION DES
      *         PASSAGES NE SONT PAS REAPPLIQUES (ILS SONT EDITES) ;
      *       - CIB, TEL, MEL, COU : CIBLES DE CAMPAGNE (TLMBPGM20,
      *         TLMBPGM77, TLMBPGM115) ET LISTES TELEPHONE, COURRIEL
      *         ET COURRIER QUI EN SONT TIREES (TLMBPGM57) : CONTACTS
      *         SOLLICITES (TLMCAMR) PAR UNE CAMPAGNE CREEE AVANT LA
      *         FIN DE LA PERIODE ET DONT LA DERNIERE SOLLICITATION
      *         EST POSTERIEURE A SON DEBUT ;
      *       - NPS : ENQUETES DE SATISFACTION ENVOYEES AU PRESTATAIRE
      *         DANS LA PERIODE (TLMNPS, TLMBPGM125) ;
      *       - PAR : EXTRAITS REMIS AUX PARTENAIRES DE CO-MARKETING
      *         (TLMBPGM155) : CONTACTS TRANSMIS DANS LA PERIODE
      *         (TLMEPA), AVEC LES RUBRIQUES REELLEMENT TRANSMISES ;
      *         UN EMETTEUR RESTREINT AUX EXTRAITS DE CE PARTENAIRE.
      *    L'EMETTEUR RESTREINT AUX CONTACTS DONT LE PARTENAIRE A
      *    FOURNI DES VALEURS (TLMPRV) OU UNE CLE (TLMXRF), POUR EUX
      *    OU LEUR PROSPECT ; L'AGENCE (EQUIPE OU REGION, TLMEQU)
      *    AUX PROSPECTS DONT LE COMMERCIAL ACTUEL Y ETAIT RATTACHE
      *    PENDANT LA PERIODE (TLMHIE).
      *    LE RESULTAT EST UN MAJORANT : MIEUX VAUT NOTIFIER UNE
      *    PERSONNE DE TROP QU'EN OUBLIER UNE.
      *    LE COMPTE-RENDU EDITE LES PASSAGES JOURNALISES DE LA
      *    PERIODE, PUIS LE NOMBRE DE PERSONNES CONCERNEES PAR
      *    CATEGORIE DE DONNEES (NOM, TELEPHONE, ADRESSE
      *    ELECTRONIQUE, ADRESSE POSTALE, STATUT D'OPPOSITION : LA
      *    PRESENCE DANS UN FICHIER FILTRE SUR L'OPPOSITION REVELE CE
      *    STATUT). LA LISTE DE NOTIFICATION (FICHIER NOTIF, COPY
      *    TLMCVIO1) PORTE LES COORDONNEES ACTUELLES EN CLAIR, JETONS
      *    RESOLUS PAR TLMPCON2 SI TLMBPGM129 Y EST HABILITE (TLMCFG,
      *    PARAMETRE 'CLAIR') ; A DEFAUT ELLES RESTENT EN JETONS,
      *    DECOMPTES, ET LE PROGRAMME REND RC 4. PERIMETRE ABSENT OU
      *    INVALIDE : RC 16, RIEN N'EST PRODUIT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM129.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200629.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant le perimetre de la violation
           SELECT perimetre ASSIGN TO PERIMETRE
             FILE STATUS IS w-perimetre.
      *    Liste de notification des personnes concernees (TLMCVIO1)
           SELECT notif     ASSIGN TO NOTIF
             FILE STATUS IS w-notif.
      *    Fichier de journalisation (etude d'impact)
           SELECT log       ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD perimetre RECORDING MODE F.
       01 f-perimetre.
      *    Periode de la violation, bornes comprises (AAAAMMJJ)
           05 f-per-dtdeb                 PIC  X(08).
           05 f-per-dtfin                 PIC  X(08).
      *    Emetteur partenaire en cause (espace = tous)
           05 f-per-emetteur              PIC  X(08).
      *    Agence en cause, equipe ou region (espace = toutes)
           05 f-per-agence                PIC  X(04).
      *    Types d'extraction en cause (CRM, ORI, CSV, PUB, NOM, CIB,
      *    TEL, MEL, COU, NPS, PAR), cadres a gauche, espace = poste
      *    inutilise
           05 f-per-type                  PIC  X(03) OCCURS 10.
           05 FILLER                      PIC  X(22).
       FD notif RECORDING MODE F.
       COPY TLMCVIO1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour le journal des
      *    extractions nominatives (TLMEXT)
           EXEC SQL
             INCLUDE DCLEXT
           END-EXEC.
      *    Clause COPY pour echange prog./ss-prog. avec la couche
      *    physique TLMPCON2 (resolution des jetons, fct CLAIR)
           COPY TLMCPIL.
           COPY TLMCCON2 REPLACING ==:PROG:== BY ==cpcon2==.
      *    Codes d'etat des fichiers
       01 w-perimetre                    PIC   X(02).
       01 w-notif                        PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Perimetre exploitable ?
       01 w-per-ok                       PIC   9.
           88 w-per-ok-oui                       VALUE 1.
           88 w-per-ok-non                       VALUE 0.
      *    Perimetre retenu : periode en dates et en horodatages,
      *    emetteur, agence
       01 w-per-dtdeb                    PIC   X(08).
       01 w-per-dtfin                    PIC   X(08).
       01 w-deb-ts.
           05 w-deb-aaaa                 PIC   X(04).
           05 FILLER                     PIC   X(01) VALUE '-'.
           05 w-deb-mm                   PIC   X(02).
           05 FILLER                     PIC   X(01) VALUE '-'.
           05 w-deb-jj                   PIC   X(02).
           05 FILLER                     PIC   X(16) VALUE
                '-00.00.00.000000'.
       01 w-fin-ts.
           05 w-fin-aaaa                 PIC   X(04).
           05 FILLER                     PIC   X(01) VALUE '-'.
           05 w-fin-mm                   PIC   X(02).
           05 FILLER                     PIC   X(01) VALUE '-'.
           05 w-fin-jj                   PIC   X(02).
           05 FILLER                     PIC   X(16) VALUE
                '-23.59.59.999999'.
       01 w-emetteur                     PIC   X(08).
       01 w-agence                       PIC   X(04).
      *    Types d'extraction retenus ('O' = en cause)
       01 w-sel-crm                      PIC   X(01).
       01 w-sel-ori                      PIC   X(01).
       01 w-sel-csv                      PIC   X(01).
       01 w-sel-pub                      PIC   X(01).
       01 w-sel-nom                      PIC   X(01).
       01 w-sel-cam                      PIC   X(01).
       01 w-sel-nps                      PIC   X(01).
       01 w-sel-par                      PIC   X(01).
      *    Categories exposees par les fichiers de campagne retenus
      *    (cibles, listes telephone / courriel / courrier)
       01 w-cam-tel                      PIC   X(01).
       01 w-cam-mel                      PIC   X(01).
       01 w-cam-adr                      PIC   X(01).
      *    Rang du type d'extraction en cours d'examen, et nombre de
      *    types retenus
       77 w-rang                         PIC  S9(04) COMP.
       77 w-nbr-type                     PIC  S9(04) COMP.
      *    Fin de parcours des curseurs
       01 w-eot-ext                      PIC   9.
           88 w-eot-ext-oui                      VALUE 1.
           88 w-eot-ext-non                      VALUE 0.
       01 w-eot-per                      PIC   9.
           88 w-eot-per-oui                      VALUE 1.
           88 w-eot-per-non                      VALUE 0.
      *    Personne courante du curseur CURS-PERS : categories
      *    exposees ('1' oui, '0' non) puis fiche actuelle
       01 w-con-id                       PIC   X(06).
       01 w-fl-nom                       PIC   X(01).
       01 w-fl-tel                       PIC   X(01).
       01 w-fl-mel                       PIC   X(01).
       01 w-fl-adr                       PIC   X(01).
       01 w-fl-opt                       PIC   X(01).
       01 w-con-statut                   PIC   X(01).
       01 w-con-nom                      PIC   X(35).
       01 w-con-prenom                   PIC   X(35).
       01 w-con-tel                      PIC   X(10).
       01 w-con-mel                      PIC   X(80).
       01 w-con-langue                   PIC   X(02).
       01 w-pro-id                       PIC   X(06).
       01 w-pro-nom                      PIC   X(35).
       01 w-pro-rue                      PIC   X(40).
       01 w-pro-cp                       PIC   X(05).
       01 w-pro-ville                    PIC   X(35).
      *    Ligne d'edition d'un passage journalise
       01 w-det-ext.
           05 w-det-ext-type              PIC   X(03).
           05 FILLER                      PIC   X(01) VALUE SPACES.
           05 w-det-ext-date              PIC   X(10).
           05 FILLER                      PIC   X(01) VALUE SPACES.
           05 w-det-ext-nbenr             PIC   ZZZZZZ9.
           05 FILLER                      PIC   X(01) VALUE SPACES.
           05 w-det-ext-critere           PIC   X(57).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-ext                   PIC  S9(07) COMP-3.
           05 w-cpt-pers                  PIC  S9(07) COMP-3.
           05 w-cpt-nom                   PIC  S9(07) COMP-3.
           05 w-cpt-tel                   PIC  S9(07) COMP-3.
           05 w-cpt-mel                   PIC  S9(07) COMP-3.
           05 w-cpt-adr                   PIC  S9(07) COMP-3.
           05 w-cpt-opt                   PIC  S9(07) COMP-3.
           05 w-cpt-arc                   PIC  S9(07) COMP-3.
           05 w-cpt-jet                   PIC  S9(07) COMP-3.
       01 w-rap-ext.
           05 FILLER                     PIC   X(43) VALUE
                'Passages journalises dans la periode :     '.
           05 w-rap-ext-nbr               PIC   ZZZZZZ9.
       01 w-rap-pers.
           05 FILLER                     PIC   X(43) VALUE
                'Personnes concernees :                     '.
           05 w-rap-pers-nbr              PIC   ZZZZZZ9.
       01 w-rap-nom.
           05 FILLER                     PIC   X(43) VALUE
                '  dont nom et prenom exposes :             '.
           05 w-rap-nom-nbr               PIC   ZZZZZZ9.
       01 w-rap-tel.
           05 FILLER                     PIC   X(43) VALUE
                '  dont telephone expose :                  '.
           05 w-rap-tel-nbr               PIC   ZZZZZZ9.
       01 w-rap-mel.
           05 FILLER                     PIC   X(43) VALUE
                '  dont adresse electronique exposee :      '.
           05 w-rap-mel-nbr               PIC   ZZZZZZ9.
       01 w-rap-adr.
           05 FILLER                     PIC   X(43) VALUE
                '  dont adresse postale exposee :           '.
           05 w-rap-adr-nbr               PIC   ZZZZZZ9.
       01 w-rap-opt.
           05 FILLER                     PIC   X(43) VALUE
                '  dont statut d''opposition expose :        '.
           05 w-rap-opt-nbr               PIC   ZZZZZZ9.
       01 w-rap-arc.
           05 FILLER                     PIC   X(43) VALUE
                'Personnes archivees depuis :               '.
           05 w-rap-arc-nbr               PIC   ZZZZZZ9.
       01 w-rap-jet.
           05 FILLER                     PIC   X(43) VALUE
                'Coordonnees restees en jetons :            '.
           05 w-rap-jet-nbr               PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des passages journalises de la periode, pour les
      * types d'extraction en cause
      *****************************************************************
           EXEC SQL
             DECLARE CURS-EXT CURSOR FOR
               SELECT TYPEEXT, CHAR(DTEXEC), CRITERE, NBENR
               FROM TRAIN04.TLMEXT
               WHERE DTEXEC BETWEEN :w-deb-ts AND :w-fin-ts
                 AND (   (TYPEEXT = 'CRM' AND :w-sel-crm = 'O')
                      OR (TYPEEXT = 'ORI' AND :w-sel-ori = 'O')
                      OR (TYPEEXT = 'CSV' AND :w-sel-csv = 'O')
                      OR (TYPEEXT = 'PUB' AND :w-sel-pub = 'O')
                      OR (TYPEEXT = 'NOM' AND :w-sel-nom = 'O'))
               ORDER BY DTEXEC
           END-EXEC.

      *****************************************************************
      * Curseur des personnes concernees : une ligne par contact, avec
      * les categories exposees par l'ensemble des fichiers en cause
      * ('1' des qu'un fichier les contient). Quatre sources :
      *   - passages journalises (TLMEXT) : contacts actifs a
      *     l'instant des donnees (version courante deja en place et
      *     active, ou image d'audit couvrant l'instant et active, ou
      *     aucune image couvrant l'instant : retenu par prudence) ;
      *     le publipostage ne porte que le contact principal ;
      *   - sollicitations de campagne (TLMCAMR) ;
      *   - enquetes de satisfaction envoyees (TLMNPS) ;
      *   - extraits partenaires (TLMEPA) : rubriques transmises ; la
      *     selection sur le consentement revele le statut
      *     d'opposition.
      * Filtres facultatifs sur l'emetteur et l'agence.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PERS CURSOR FOR
               SELECT C.ID, MAX(X.FNOM), MAX(X.FTEL), MAX(X.FMEL),
                      MAX(X.FADR), MAX(X.FOPT)
               FROM (SELECT C1.ID AS CONID,
                            '1' AS FNOM,
                            CASE WHEN R.TYPEEXT = 'PUB' THEN '0'
                                 ELSE '1' END AS FTEL,
                            CASE WHEN R.TYPEEXT = 'PUB' THEN '0'
                                 ELSE '1' END AS FMEL,
                            '1' AS FADR,
                            CASE WHEN R.TYPEEXT = 'PUB' THEN '1'
                                 ELSE '0' END AS FOPT
                       FROM TRAIN04.TLMEXT R,
                            TRAIN04.TLMCON C1
                       WHERE R.DTEXEC BETWEEN :w-deb-ts
                                          AND :w-fin-ts
                         AND (   (R.TYPEEXT = 'CRM'
                                  AND :w-sel-crm = 'O')
                              OR (R.TYPEEXT = 'ORI'
                                  AND :w-sel-ori = 'O')
                              OR (R.TYPEEXT = 'CSV'
                                  AND :w-sel-csv = 'O')
                              OR (R.TYPEEXT = 'PUB'
                                  AND :w-sel-pub = 'O')
                              OR (R.TYPEEXT = 'NOM'
                                  AND :w-sel-nom = 'O'))
                         AND (R.TYPEEXT <> 'PUB'
                              OR C1.PRINCIPAL = 'O')
                         AND (   (C1.DTMAJ <= R.DTDONNEES
                                  AND C1.STATUT = 'A')
                              OR (C1.DTMAJ > R.DTDONNEES
                                  AND (EXISTS
                                        (SELECT 1
                                           FROM TRAIN04.TLMCONH H
                                          WHERE H.ID = C1.ID
                                            AND H.STATUT = 'A'
                                            AND H.DTMAJ
                                                <= R.DTDONNEES
                                            AND H.DTAUDIT
                                                > R.DTDONNEES)
                                       OR NOT EXISTS
                                        (SELECT 1
                                           FROM TRAIN04.TLMCONH H
                                          WHERE H.ID = C1.ID
                                            AND H.DTMAJ
                                                <= R.DTDONNEES
                                            AND H.DTAUDIT
                                                > R.DTDONNEES))))
                     UNION ALL
                     SELECT S.CONID, '1',
                            CAST(:w-cam-tel AS CHAR(1)),
                            CAST(:w-cam-mel AS CHAR(1)),
                            CAST(:w-cam-adr AS CHAR(1)), '1'
                       FROM TRAIN04.TLMCAMR S,
                            TRAIN04.TLMCAM M
                       WHERE :w-sel-cam = 'O'
                         AND M.ID = S.CAMID
                         AND M.DTCREA <= :w-fin-ts
                         AND S.DTSOL >= :w-deb-ts
                     UNION ALL
                     SELECT N.CONID, '1', '1', '1', '0', '1'
                       FROM TRAIN04.TLMNPS N
                       WHERE :w-sel-nps = 'O'
                         AND N.STATUT IN ('E', 'R')
                         AND N.DTENVOI BETWEEN :w-per-dtdeb
                                           AND :w-per-dtfin
                     UNION ALL
                     SELECT E.CONID,
                            CASE WHEN E.FNOM = 'O' THEN '1'
                                 ELSE '0' END,
                            CASE WHEN E.FTEL = 'O' THEN '1'
                                 ELSE '0' END,
                            CASE WHEN E.FMEL = 'O' THEN '1'
                                 ELSE '0' END,
                            CASE WHEN E.FADR = 'O' THEN '1'
                                 ELSE '0' END,
                            '1'
                       FROM TRAIN04.TLMEPA E
                       WHERE :w-sel-par = 'O'
                         AND E.DTEXT BETWEEN :w-deb-ts AND :w-fin-ts
                         AND (:w-emetteur = ' '
                              OR E.PARTENAIRE = :w-emetteur)) X
                 INNER JOIN TRAIN04.TLMCON C
                   ON C.ID = X.CONID
                 INNER JOIN TRAIN04.TLMPRO P
                   ON P.ID = C.PID
               WHERE (:w-emetteur = ' '
                      OR EXISTS
                          (SELECT 1
                             FROM TRAIN04.TLMPRV V
                            WHERE V.EMETTEUR = :w-emetteur
                              AND (   (V.PRVTYPE = 'C'
                                       AND V.ID = C.ID)
                                   OR (V.PRVTYPE = 'P'
                                       AND V.ID = C.PID)))
                      OR EXISTS
                          (SELECT 1
                             FROM TRAIN04.TLMXRF F
                            WHERE F.EMETTEUR = :w-emetteur
                              AND (   (F.TYPE = 'C'
                                       AND F.IDREEL = C.ID)
                                   OR (F.TYPE = 'P'
                                       AND F.IDREEL = C.PID))))
                 AND (:w-agence = ' '
                      OR EXISTS
                          (SELECT 1
                             FROM TRAIN04.TLMHIE HC
                            WHERE HC.NIVEAU = 'C'
                              AND HC.CODE = P.COMMERCIAL
                              AND HC.DTDEBUT <= :w-per-dtfin
                              AND HC.DTFIN >= :w-per-dtdeb
                              AND (HC.PARENT = :w-agence
                                   OR EXISTS
                                       (SELECT 1
                                          FROM TRAIN04.TLMHIE HE
                                         WHERE HE.NIVEAU = 'E'
                                           AND HE.CODE = HC.PARENT
                                           AND HE.PARENT = :w-agence
                                           AND HE.DTDEBUT
                                               <= :w-per-dtfin
                                           AND HE.DTFIN
                                               >= :w-per-dtdeb))))
               GROUP BY C.PID, C.ID
               ORDER BY C.PID, C.ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, ETUDE D''IMPACT D''UNE VIOLATION DE DONNEES'
           PERFORM INIT
           IF w-per-ok-oui THEN
             PERFORM TRT-PASSAGES
             PERFORM TRT-PERSONNES
           ELSE
             MOVE 16                       TO RETURN-CODE
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Lecture et controle du perimetre, ouverture des fichiers et
      * entete du compte-rendu.
      *****************************************************************
       INIT.
           MOVE 0                          TO w-cpt-ext w-cpt-pers
                                              w-cpt-nom w-cpt-tel
                                              w-cpt-mel w-cpt-adr
                                              w-cpt-opt w-cpt-arc
                                              w-cpt-jet
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           PERFORM ENTETE
           PERFORM LEC-PERIMETRE
           IF w-per-ok-oui THEN
             OPEN OUTPUT notif
             IF w-notif NOT = '00' THEN
               DISPLAY 'MET-ERR OUVERTURE NOTIF <' w-notif '>'
               SET w-per-ok-non            TO TRUE
             END-IF
           END-IF
      *    Coordonnees demandees en clair a la couche physique, au nom
      *    de ce programme
           MOVE 'TLMBPGM129'               TO tlmcpil-origine
           SET tlmcpil-clair-oui           TO TRUE
           .

      *****************************************************************
      * Perimetre : periode valide (dates numeriques, debut <= fin),
      * au moins un type d'extraction, tous connus.
      *****************************************************************
       LEC-PERIMETRE.
           SET w-per-ok-non                TO TRUE
           OPEN INPUT perimetre
           IF w-perimetre = '00' THEN
             READ perimetre
                 AT END     CONTINUE
                 NOT AT END
                   SET w-per-ok-oui        TO TRUE
             END-READ
             CLOSE perimetre
           END-IF
           IF w-per-ok-non THEN
             DISPLAY 'MET-ERR PERIMETRE ABSENT OU VIDE'
           ELSE
             PERFORM CTL-PERIMETRE
           END-IF
           .

       CTL-PERIMETRE.
           MOVE f-per-dtdeb                TO w-per-dtdeb
           MOVE f-per-dtfin                TO w-per-dtfin
           MOVE f-per-emetteur             TO w-emetteur
           MOVE f-per-agence               TO w-agence
           IF w-per-dtdeb NOT NUMERIC OR w-per-dtfin NOT NUMERIC
              OR w-per-dtdeb > w-per-dtfin THEN
             DISPLAY 'MET-ERR PERIODE INVALIDE <' w-per-dtdeb '/'
                     w-per-dtfin '>'
             SET w-per-ok-non              TO TRUE
           END-IF
           MOVE w-per-dtdeb (1 : 4)        TO w-deb-aaaa
           MOVE w-per-dtdeb (5 : 2)        TO w-deb-mm
           MOVE w-per-dtdeb (7 : 2)        TO w-deb-jj
           MOVE w-per-dtfin (1 : 4)        TO w-fin-aaaa
           MOVE w-per-dtfin (5 : 2)        TO w-fin-mm
           MOVE w-per-dtfin (7 : 2)        TO w-fin-jj
           MOVE 'N'                        TO w-sel-crm w-sel-ori
                                              w-sel-csv w-sel-pub
                                              w-sel-nom
                                              w-sel-cam w-sel-nps
                                              w-sel-par
                                              w-cam-tel w-cam-mel
                                              w-cam-adr
           MOVE 0                          TO w-nbr-type
           PERFORM CTL-TYPE
             VARYING w-rang FROM 1 BY 1
             UNTIL w-rang > 10
           IF w-nbr-type = 0 THEN
             DISPLAY 'MET-ERR AUCUN TYPE D''EXTRACTION EN CAUSE'
             SET w-per-ok-non              TO TRUE
           END-IF
      *    Les drapeaux de categorie passent a DB2 en '1' / '0'
           INSPECT w-cam-tel REPLACING ALL 'O' BY '1' ALL 'N' BY '0'
           INSPECT w-cam-mel REPLACING ALL 'O' BY '1' ALL 'N' BY '0'
           INSPECT w-cam-adr REPLACING ALL 'O' BY '1' ALL 'N' BY '0'
           IF w-per-ok-oui THEN
             PERFORM ECRIT-PERIMETRE
           END-IF
           .

      *****************************************************************
      * Un type d'extraction du perimetre. Les fichiers de campagne
      * partagent la meme source (TLMCAMR) et n'exposent pas les
      * memes categories : cibles completes, liste telephone (nom et
      * telephone), courriel (nom et adresse electronique), courrier
      * (nom et adresse postale).
      *****************************************************************
       CTL-TYPE.
           IF f-per-type (w-rang) NOT = SPACES THEN
             ADD 1                         TO w-nbr-type
             EVALUATE f-per-type (w-rang)
               WHEN 'CRM'
                 MOVE 'O'                  TO w-sel-crm
               WHEN 'ORI'
                 MOVE 'O'                  TO w-sel-ori
               WHEN 'CSV'
                 MOVE 'O'                  TO w-sel-csv
               WHEN 'PUB'
                 MOVE 'O'                  TO w-sel-pub
               WHEN 'NOM'
                 MOVE 'O'                  TO w-sel-nom
               WHEN 'CIB'
                 MOVE 'O'                  TO w-sel-cam w-cam-tel
                                              w-cam-mel w-cam-adr
               WHEN 'TEL'
                 MOVE 'O'                  TO w-sel-cam w-cam-tel
               WHEN 'MEL'
                 MOVE 'O'                  TO w-sel-cam w-cam-mel
               WHEN 'COU'
                 MOVE 'O'                  TO w-sel-cam w-cam-adr
               WHEN 'NPS'
                 MOVE 'O'                  TO w-sel-nps
               WHEN 'PAR'
                 MOVE 'O'                  TO w-sel-par
               WHEN OTHER
                 DISPLAY 'MET-ERR TYPE D''EXTRACTION INCONNU <'
                         f-per-type (w-rang) '>'
                 SET w-per-ok-non          TO TRUE
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * Rappel du perimetre en tete du compte-rendu
      *****************************************************************
       ECRIT-PERIMETRE.
           STRING 'Periode du ' w-per-dtdeb ' au ' w-per-dtfin
             DELIMITED BY SIZE             INTO w-enr-log
           PERFORM ECRIT-LOG
           STRING 'Types en cause : ' f-per-type (1) ' '
                  f-per-type (2) ' ' f-per-type (3) ' '
                  f-per-type (4) ' ' f-per-type (5) ' '
                  f-per-type (6) ' ' f-per-type (7) ' '
                  f-per-type (8) ' ' f-per-type (9) ' '
                  f-per-type (10)
             DELIMITED BY SIZE             INTO w-enr-log
           PERFORM ECRIT-LOG
           IF w-emetteur NOT = SPACES THEN
             STRING 'Emetteur : ' w-emetteur
               DELIMITED BY SIZE           INTO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           IF w-agence NOT = SPACES THEN
             STRING 'Agence : ' w-agence
               DELIMITED BY SIZE           INTO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Section 1 : passages journalises de la periode (extractions de
      * masse en cause), avec leurs criteres de selection
      *****************************************************************
       TRT-PASSAGES.
           MOVE 'Type Date       Volume Criteres'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-EXT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-EXT SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
             SET w-eot-ext-oui             TO TRUE
           ELSE
             SET w-eot-ext-non             TO TRUE
             PERFORM LEC-EXT
           END-IF
           PERFORM EDITE-PASSAGE           UNTIL w-eot-ext-oui
           EXEC SQL
             CLOSE CURS-EXT
           END-EXEC
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

       LEC-EXT.
           EXEC SQL
             FETCH CURS-EXT
               INTO :tlmext-typeext, :tlmext-dtexec,
                    :tlmext-critere, :tlmext-nbenr
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-eot-ext-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR FETCH CURS-EXT SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

       EDITE-PASSAGE.
           ADD 1                           TO w-cpt-ext
           MOVE tlmext-typeext             TO w-det-ext-type
           MOVE tlmext-dtexec (1 : 10)     TO w-det-ext-date
           MOVE tlmext-nbenr               TO w-det-ext-nbenr
           MOVE tlmext-critere             TO w-det-ext-critere
           MOVE w-det-ext                  TO w-enr-log
           PERFORM ECRIT-LOG
           PERFORM LEC-EXT
           .

      *****************************************************************
      * Section 2 : personnes concernees, decompte par categorie et
      * liste de notification
      *****************************************************************
       TRT-PERSONNES.
           EXEC SQL
             OPEN CURS-PERS
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-PERS SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
             SET w-eot-per-oui             TO TRUE
           ELSE
             SET w-eot-per-non             TO TRUE
             PERFORM LEC-PERS
           END-IF
           PERFORM TRT-PERSONNE            UNTIL w-eot-per-oui
           EXEC SQL
             CLOSE CURS-PERS
           END-EXEC
           .

       LEC-PERS.
           EXEC SQL
             FETCH CURS-PERS
               INTO :w-con-id, :w-fl-nom, :w-fl-tel, :w-fl-mel,
                    :w-fl-adr, :w-fl-opt
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-eot-per-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR FETCH CURS-PERS SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Une personne concernee : fiche actuelle, categories exposees
      * (une coordonnee vide aujourd'hui n'est comptee que si le
      * contact a ete archive depuis : elle a pu etre effacee), puis
      * ligne de notification.
      *****************************************************************
       TRT-PERSONNE.
           EXEC SQL
             SELECT C.STATUT, COALESCE(C.NOM, ' '),
                    COALESCE(C.PRENOM, ' '), COALESCE(C.TEL, ' '),
                    COALESCE(C.MEL, ' '), C.LANGUE, P.ID,
                    COALESCE(P.NOM, ' '), COALESCE(P.ADDR_RUE, ' '),
                    COALESCE(P.ADDR_CP, ' '),
                    COALESCE(P.ADDR_VILLE, ' ')
               INTO :w-con-statut, :w-con-nom, :w-con-prenom,
                    :w-con-tel, :w-con-mel, :w-con-langue,
                    :w-pro-id, :w-pro-nom, :w-pro-rue, :w-pro-cp,
                    :w-pro-ville
               FROM TRAIN04.TLMCON C
                 INNER JOIN TRAIN04.TLMPRO P
                   ON P.ID = C.PID
               WHERE C.ID = :w-con-id
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR LECTURE CONTACT <' w-con-id
                     '> SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             PERFORM COMPTE-CATEGORIES
             IF w-con-tel NOT = SPACES OR w-con-mel NOT = SPACES THEN
               PERFORM CLAIR-CON
             END-IF
             PERFORM ECRIT-NOTIF
           END-IF
           PERFORM LEC-PERS
           .

       COMPTE-CATEGORIES.
           ADD 1                           TO w-cpt-pers
           IF w-con-statut NOT = 'A' THEN
             ADD 1                         TO w-cpt-arc
           END-IF
           MOVE SPACES                     TO f-vio
           MOVE 'N'                        TO f-vio-cat-nom
                                              f-vio-cat-tel
                                              f-vio-cat-mel
                                              f-vio-cat-adr
                                              f-vio-cat-opt
           IF w-fl-nom = '1' THEN
             ADD 1                         TO w-cpt-nom
             MOVE 'O'                      TO f-vio-cat-nom
           END-IF
           IF w-fl-tel = '1'
              AND (w-con-tel NOT = SPACES OR w-con-statut NOT = 'A')
           THEN
             ADD 1                         TO w-cpt-tel
             MOVE 'O'                      TO f-vio-cat-tel
           END-IF
           IF w-fl-mel = '1'
              AND (w-con-mel NOT = SPACES OR w-con-statut NOT = 'A')
           THEN
             ADD 1                         TO w-cpt-mel
             MOVE 'O'                      TO f-vio-cat-mel
           END-IF
           IF w-fl-adr = '1' THEN
             ADD 1                         TO w-cpt-adr
             MOVE 'O'                      TO f-vio-cat-adr
           END-IF
           IF w-fl-opt = '1' THEN
             ADD 1                         TO w-cpt-opt
             MOVE 'O'                      TO f-vio-cat-opt
           END-IF
           .

      *****************************************************************
      * Telephone et adresse electronique du contact resolus en clair
      * par TLMPCON2 ; refus ou incident : jetons conserves, et
      * decomptes.
      *****************************************************************
       CLAIR-CON.
           MOVE SPACES                     TO cpcon2-ent
           MOVE w-con-tel                  TO cpcon2-ent-jet-tel
           MOVE w-con-mel                  TO cpcon2-ent-jet-mel
           MOVE 'CLAIR'                    TO tlmcpil-fct
           CALL 'TLMPCON2' USING tlmcpil cpcon2
           IF tlmcpil-rc = '00' THEN
             MOVE cpcon2-sor-jet-tel       TO w-con-tel
             MOVE cpcon2-sor-jet-mel       TO w-con-mel
           ELSE
             ADD 1                         TO w-cpt-jet
             IF RETURN-CODE < 4 THEN
               MOVE 4                      TO RETURN-CODE
             END-IF
           END-IF
           .

       ECRIT-NOTIF.
           MOVE w-con-id                   TO f-vio-con-id
           MOVE w-con-statut               TO f-vio-con-statut
           MOVE w-con-nom                  TO f-vio-con-nom
           MOVE w-con-prenom               TO f-vio-con-prenom
           MOVE w-con-mel                  TO f-vio-con-mel
           MOVE w-con-tel                  TO f-vio-con-tel
           MOVE w-con-langue               TO f-vio-con-langue
           MOVE w-pro-id                   TO f-vio-pro-id
           MOVE w-pro-nom                  TO f-vio-pro-nom
           MOVE w-pro-rue                  TO f-vio-pro-rue
           MOVE w-pro-cp                   TO f-vio-pro-cp
           MOVE w-pro-ville                TO f-vio-pro-ville
           WRITE f-vio
           IF w-notif NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE NOTIF <' w-notif '>'
           END-IF
           .

      *****************************************************************
      * Ecriture d'une ligne dans le fichier de log, avec verification
      * du code d'etat du fichier JOURNAUX.
      *****************************************************************
       ECRIT-LOG.
           WRITE f-log                     FROM w-enr-log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE JOURNAUX <' w-log '>'
           END-IF
           MOVE SPACES                     TO w-enr-log
           .

      *****************************************************************
      * Entete du compte-rendu
      *****************************************************************
       ENTETE.
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   ETUDE D''IMPACT D''UNE VIOLATION DE DONNEES    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   -----------------------------------------    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Compte-rendu final et fermeture des fichiers
      *****************************************************************
       FIN.
           IF w-per-ok-oui THEN
             MOVE '-------------------------------------------------'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE w-cpt-ext            TO w-rap-ext-nbr
             MOVE w-rap-ext            TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE w-cpt-pers           TO w-rap-pers-nbr
             MOVE w-rap-pers           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE w-cpt-nom            TO w-rap-nom-nbr
             MOVE w-rap-nom            TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE w-cpt-tel            TO w-rap-tel-nbr
             MOVE w-rap-tel            TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE w-cpt-mel            TO w-rap-mel-nbr
             MOVE w-rap-mel            TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE w-cpt-adr            TO w-rap-adr-nbr
             MOVE w-rap-adr            TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE w-cpt-opt            TO w-rap-opt-nbr
             MOVE w-rap-opt            TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE w-cpt-arc            TO w-rap-arc-nbr
             MOVE w-rap-arc            TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE w-cpt-jet            TO w-rap-jet-nbr
             MOVE w-rap-jet            TO w-enr-log
             PERFORM ECRIT-LOG
             CLOSE notif
             IF w-notif NOT = '00' THEN
               DISPLAY 'MET-ERR FERMETURE NOTIF <' w-notif '>'
             END-IF
           ELSE
             MOVE 'Perimetre absent ou invalide : rien n''est produit.'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM129.
