      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : CRIBLAGE BLOCTEL DES TELEPHONES
      * NOM DU PROGRAMME : TLMBPGM98
      * DESCRIPTION      : PROGRAMME BATCH DE CRIBLAGE DES NUMEROS DE
      *    TELEPHONE DES CONTACTS ACTIFS CONTRE LA LISTE NATIONALE
      *    D'OPPOSITION AU DEMARCHAGE TELEPHONIQUE (BLOCTEL), QUE LA
      *    LOI INTERDIT D'APPELER A FROID. L'OPPOSITION EXPRIMEE
      *    AUPRES DE NOUS (TLMCON.OPTOUT, TLMBPGM10) NE LA COUVRE PAS.
      *    LE FICHIER DU REGISTRE (DD BLOCTEL) PORTE :
      *       - UN ENREGISTREMENT D'ENTETE 'E' AVEC LA DATE DU
      *         REGISTRE (AAAAMMJJ) EN COL.2-9 ;
      *       - UN ENREGISTREMENT 'D' PAR NUMERO OPPOSE EN COL.2-21,
      *         TRIE PAR NUMERO CROISSANT ; LE NUMERO EST RAMENE A LA
      *         FORME CANONIQUE DE TLMCON.TEL (DIX CHIFFRES, +33 OU
      *         0033 REMPLACE PAR LE ZERO DE TETE) ;
      *       - UN ENREGISTREMENT DE FIN 'F' AVEC LE NOMBRE DE
      *         NUMEROS 'D' EN COL.2-10.
      *    LE CRIBLAGE EST REFUSE (RC 16, OPPOSITIONS DU CRIBLAGE
      *    PRECEDENT CONSERVEES) SI LE REGISTRE EST PLUS VIEUX QUE SA
      *    DUREE LEGALE DE VALIDITE (30 JOURS), DATE DU FUTUR, SANS
      *    ENTETE, INCOMPLET (FIN ABSENTE OU NOMBRE DIFFERENT) OU MAL
      *    TRIE. SINON LE REGISTRE EST APPAREILLE PAR NUMERO AVEC LES
      *    TELEPHONES TLMCON.TEL ET LES CANAUX FIXE/MOBILE TLMCAN DES
      *    CONTACTS ACTIFS, ET LA TABLE TLMBLO EST ENTIEREMENT
      *    RECONSTRUITE (UNE LIGNE PAR NUMERO TROUVE, AVEC LA DATE DU
      *    REGISTRE). LE COMPTE-RENDU DONNE PAR COMMERCIAL LES
      *    CONTACTS TOUCHES ET CEUX QUI N'ONT PLUS AUCUN NUMERO
      *    APPELABLE. TLMBPGM57 ECARTE LES NUMEROS OPPOSES DE LA
      *    LISTE D'APPELS SORTANTS.
      *    LES NUMEROS DES CONTACTS SONT STOCKES EN JETONS (CF. TLMTOK)
      *    ALORS QUE LE REGISTRE EST EN CLAIR : CHAQUE NUMERO EST
      *    RESOLU PAR LA COUCHE PHYSIQUE TLMPCON2 (FCT CLAIR, TLMBPGM98
      *    DOIT Y ETRE HABILITE DANS TLMCFG) PUIS TRIE EN CLAIR POUR
      *    L'APPAREILLAGE ; TLMBLO GARDE LE JETON. LES NUMEROS DU
      *    REGISTRE NE SONT JAMAIS JETONNES (ILS N'ONT PAS A ENTRER
      *    DANS LE COFFRE). UN REFUS DE RESOLUTION FAIT ECHOUER LE
      *    CRIBLAGE (RC 16), QUI SINON NE TROUVERAIT PLUS RIEN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM98.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200106.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier du registre national d'opposition (DD BLOCTEL)
           SELECT registre ASSIGN TO BLOCTEL
             FILE STATUS IS w-registre.
      *    Fichier de journalisation (compte-rendu de criblage)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
      *    Fichier de travail du tri des numeros de contacts en clair
           SELECT tritrav  ASSIGN TO TRITRAV.
       DATA DIVISION.
       FILE SECTION.
       FD registre RECORDING MODE F.
       01 f-reg.
           05 f-reg-type                  PIC  X(01).
               88 f-reg-entete                    VALUE 'E'.
               88 f-reg-detail                    VALUE 'D'.
               88 f-reg-fin                       VALUE 'F'.
           05 f-reg-donnee                PIC  X(79).
      *    Entete : date du registre
           05 f-reg-ent REDEFINES f-reg-donnee.
               10 f-reg-dtreg             PIC  X(08).
               10 FILLER                  PIC  X(71).
      *    Detail : numero oppose, tel que fourni
           05 f-reg-det REDEFINES f-reg-donnee.
               10 f-reg-numero            PIC  X(20).
               10 FILLER                  PIC  X(59).
      *    Fin : nombre de numeros du fichier
           05 f-reg-fin-enr REDEFINES f-reg-donnee.
               10 f-reg-nbr               PIC  9(09).
               10 FILLER                  PIC  X(70).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       SD tritrav.
       01 t-tri.
      *    Cle de tri : numero en clair (ordre du registre), contact,
      *    canal
           05 t-tri-numero                PIC  X(10).
           05 t-tri-conid                 PIC  X(06).
           05 t-tri-canal                 PIC  X(01).
      *    Jeton du numero, tel que stocke en base
           05 t-tri-jeton                 PIC  X(10).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMBLO
           EXEC SQL
             INCLUDE DCLBLO
           END-EXEC.
      *    Clause COPY pour echange prog./ss-prog. avec la couche
      *    physique TLMPCON2 (resolution des jetons, fct CLAIR)
           COPY TLMCPIL.
           COPY TLMCCON2 REPLACING ==:PROG:== BY ==cpcon2==.
      *    Codes d'etat des fichiers
       01 w-registre                     PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Registre exploitable (entete presente, date dans la duree
      *    de validite) ?
       01 w-reg-ok                       PIC   9.
           88 w-reg-ok-oui                       VALUE 1.
           88 w-reg-ok-non                       VALUE 0.
      *    Fin du fichier registre, numero valide lu, fin 'F' vue
       01 w-eof-reg                      PIC   9.
           88 w-eof-reg-oui                      VALUE 1.
           88 w-eof-reg-non                      VALUE 0.
       01 w-reg-lu                       PIC   9.
           88 w-reg-lu-oui                       VALUE 1.
           88 w-reg-lu-non                       VALUE 0.
       01 w-reg-fin                      PIC   9.
           88 w-reg-fin-oui                      VALUE 1.
           88 w-reg-fin-non                      VALUE 0.
      *    Fins de parcours des curseurs
       01 w-eot-num                      PIC   9.
           88 w-eot-num-oui                      VALUE 1.
           88 w-eot-num-non                      VALUE 0.
       01 w-fin-tri                      PIC   9.
           88 w-fin-tri-oui                      VALUE 1.
           88 w-fin-tri-non                      VALUE 0.
       01 w-eot-opp                      PIC   9.
           88 w-eot-opp-oui                      VALUE 1.
           88 w-eot-opp-non                      VALUE 0.
      *    Date du registre et sa forme ISO pour DB2 (AAAA-MM-JJ)
       01 w-dtreg                        PIC   X(08).
       01 w-dtreg-iso.
           05 w-iso-aaaa                 PIC   X(04).
           05 FILLER                     PIC   X(01) VALUE '-'.
           05 w-iso-mm                   PIC   X(02).
           05 FILLER                     PIC   X(01) VALUE '-'.
           05 w-iso-jj                   PIC   X(02).
      *    Age du registre en jours et duree legale de validite
       77 w-age-reg                      PIC  S9(09) COMP.
       77 w-age-reg-aff                  PIC   ZZZZZZ9.
       77 w-validite                     PIC   9(03) VALUE 030.
      *    Numero courant du registre (forme canonique) et precedent,
      *    pour le controle de tri
       01 w-reg-num                      PIC   X(10).
       01 w-reg-prec                     PIC   X(10).
      *    Normalisation d'un numero du registre : chiffres extraits
       77 w-tel-net                      PIC   X(20).
       77 w-tel-nbr                      PIC   9(02).
       77 w-tel-i                        PIC   9(02).
      *    Numero de contact courant (curseur CURS-NUM, puis en clair
      *    en sortie du tri) et son jeton
       01 w-con-numero                   PIC   X(10).
       01 w-con-jeton                    PIC   X(10).
       01 w-con-id                       PIC   X(06).
       01 w-con-canal                    PIC   X(01).
      *    Rupture par commercial du compte-rendu des pertes
       01 w-com                          PIC   X(04).
       01 w-com-prec                     PIC   X(04) VALUE '????'.
       77 SQLCNT                         PIC  S9(07) COMP-3.
       77 w-con-libres                   PIC  S9(07) COMP-3.
       77 w-com-opp-aff                  PIC   ZZZZZZ9.
       77 w-com-perdu-aff                PIC   ZZZZZZ9.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-reg                   PIC  S9(07) COMP-3.
           05 w-cpt-rej                   PIC  S9(07) COMP-3.
           05 w-cpt-num                   PIC  S9(07) COMP-3.
           05 w-cpt-blo                   PIC  S9(07) COMP-3.
           05 w-cpt-opp                   PIC  S9(07) COMP-3.
           05 w-cpt-perdu                 PIC  S9(07) COMP-3.
           05 w-cpt-com-opp               PIC  S9(07) COMP-3.
           05 w-cpt-com-perdu             PIC  S9(07) COMP-3.
       01 w-rap-reg.
           05 FILLER                     PIC   X(43) VALUE
                'Numeros lus sur le registre :              '.
           05 w-rap-reg-nbr               PIC   ZZZZZZ9.
       01 w-rap-rej.
           05 FILLER                     PIC   X(43) VALUE
                '  dont numeros inexploitables :            '.
           05 w-rap-rej-nbr               PIC   ZZZZZZ9.
       01 w-rap-num.
           05 FILLER                     PIC   X(43) VALUE
                'Numeros de contacts compares :             '.
           05 w-rap-num-nbr               PIC   ZZZZZZ9.
       01 w-rap-blo.
           05 FILLER                     PIC   X(43) VALUE
                'Numeros opposes (lignes TLMBLO) :          '.
           05 w-rap-blo-nbr               PIC   ZZZZZZ9.
       01 w-rap-opp.
           05 FILLER                     PIC   X(43) VALUE
                'Contacts ayant un numero oppose :          '.
           05 w-rap-opp-nbr               PIC   ZZZZZZ9.
       01 w-rap-perdu.
           05 FILLER                     PIC   X(43) VALUE
                '  dont contacts devenus injoignables :     '.
           05 w-rap-perdu-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des numeros de telephone des contacts actifs :
      * TLMCON.TEL (canal 'T') et canaux fixe/mobile TLMCAN, tous
      * deux tenus en jetons par les couches physiques. L'ordre du
      * registre (numero en clair) est donne par le tri apres
      * resolution, pas par DB2.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-NUM CURSOR FOR
               SELECT X.NUMERO, X.CONID, X.CANAL
               FROM (SELECT C.TEL AS NUMERO, C.ID AS CONID,
                            'T' AS CANAL
                       FROM TRAIN04.TLMCON C
                       WHERE C.STATUT = 'A'
                         AND C.TEL <> ' '
                     UNION ALL
                     SELECT SUBSTR(N.VALEUR, 1, 10), N.CONID,
                            N.CANTYPE
                       FROM TRAIN04.TLMCAN N,
                            TRAIN04.TLMCON C
                       WHERE C.ID = N.CONID
                         AND C.STATUT = 'A'
                         AND N.CANTYPE IN ('F', 'M')) X
           END-EXEC.

      *****************************************************************
      * Curseur des contacts actifs touches par le criblage, par
      * charge de compte de leur prospect.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-OPP CURSOR FOR
               SELECT P.COMMERCIAL, C.ID
               FROM TRAIN04.TLMCON C,
                    TRAIN04.TLMPRO P
               WHERE P.ID = C.PID
                 AND C.STATUT = 'A'
                 AND EXISTS (SELECT 1
                               FROM TRAIN04.TLMBLO B
                               WHERE B.CONID = C.ID)
               ORDER BY P.COMMERCIAL, C.ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CRIBLAGE BLOCTEL DES TELEPHONES'
           PERFORM INIT
           IF w-reg-ok-oui THEN
             PERFORM TRT-CRIBLAGE
           ELSE
             MOVE 16                      TO RETURN-CODE
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, entete du log, lecture de l'entete du
      * registre et controle de sa validite.
      *****************************************************************
       INIT.
           SET w-reg-ok-non                TO TRUE
           SET w-eof-reg-non               TO TRUE
           SET w-reg-fin-non               TO TRUE
           MOVE SPACES                     TO w-dtreg w-reg-prec
      *    Numeros demandes en clair a la couche physique, au nom de
      *    ce programme
           MOVE 'TLMBPGM98'                TO tlmcpil-origine
           SET tlmcpil-clair-oui           TO TRUE
           MOVE 0                          TO w-cpt-reg w-cpt-rej
                                              w-cpt-num w-cpt-blo
                                              w-cpt-opp w-cpt-perdu
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           PERFORM ENTETE
           OPEN INPUT registre
           IF w-registre NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE BLOCTEL <' w-registre '>'
             SET w-eof-reg-oui             TO TRUE
           ELSE
             READ registre
               AT END     SET w-eof-reg-oui TO TRUE
             END-READ
           END-IF
           IF w-eof-reg-oui OR NOT f-reg-entete
           OR f-reg-dtreg NOT NUMERIC THEN
             DISPLAY 'MET-ERR REGISTRE VIDE OU SANS ENTETE'
             MOVE 'Registre vide ou sans entete : criblage refuse.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           ELSE
             MOVE f-reg-dtreg              TO w-dtreg
             PERFORM VRF-VALIDITE
           END-IF
           .

      *****************************************************************
      * Age du registre en jours (DB2, qui valide aussi la date) : un
      * registre date du futur ou plus vieux que la duree legale de
      * validite n'est pas utilise.
      *****************************************************************
       VRF-VALIDITE.
           MOVE w-dtreg (1 : 4)            TO w-iso-aaaa
           MOVE w-dtreg (5 : 2)            TO w-iso-mm
           MOVE w-dtreg (7 : 2)            TO w-iso-jj
           EXEC SQL
             SELECT DAYS(CURRENT DATE) - DAYS(DATE(:w-dtreg-iso))
               INTO :w-age-reg
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               DISPLAY 'MET-ERR DATE REGISTRE <' w-dtreg
                       '> SQLCODE <' SQLCODE '>'
               STRING
                 'Date de registre invalide <' DELIMITED SIZE
                 w-dtreg                   DELIMITED SIZE
                 '> : criblage refuse.'    DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
             WHEN w-age-reg < 0
               DISPLAY 'MET-ERR REGISTRE DATE DU FUTUR <' w-dtreg '>'
               STRING
                 'Registre date du futur <' DELIMITED SIZE
                 w-dtreg                   DELIMITED SIZE
                 '> : criblage refuse.'    DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
             WHEN w-age-reg > w-validite
               MOVE w-age-reg              TO w-age-reg-aff
               DISPLAY 'MET-ERR REGISTRE PERIME <' w-dtreg '>'
               STRING
                 'Registre du '            DELIMITED SIZE
                 w-dtreg                   DELIMITED SIZE
                 ' perime ('               DELIMITED SIZE
                 w-age-reg-aff             DELIMITED SIZE
                 ' jours > 30) : criblage refuse.'
                                           DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
             WHEN OTHER
               SET w-reg-ok-oui            TO TRUE
               MOVE w-age-reg              TO w-age-reg-aff
               STRING
                 'Registre d''opposition du ' DELIMITED SIZE
                 w-dtreg                   DELIMITED SIZE
                 ' ('                      DELIMITED SIZE
                 w-age-reg-aff             DELIMITED SIZE
                 ' jours)'                 DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
           END-EVALUATE
           .

      *****************************************************************
      * Reconstruction de TLMBLO par appareillage registre/contacts,
      * dans une seule unite de travail : en cas d'anomalie (SQL,
      * registre mal trie ou incomplet, numero non resolu), rien
      * n'est valide et les oppositions du criblage precedent
      * restent en place. Les numeros des contacts passent par le
      * tri (resolus en clair a l'entree, appareilles a la sortie).
      *****************************************************************
       TRT-CRIBLAGE.
           EXEC SQL
             DELETE FROM TRAIN04.TLMBLO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR DELETE TLMBLO SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           SORT tritrav
             ON ASCENDING KEY t-tri-numero
                              t-tri-conid
                              t-tri-canal
             INPUT PROCEDURE  ALIMENTE-TRI
             OUTPUT PROCEDURE RESTITUE-TRI
      *    le reste du registre est lu pour controler tri et fin
           PERFORM LEC-REG                 UNTIL w-eof-reg-oui
           IF w-reg-fin-non THEN
             DISPLAY 'MET-ERR REGISTRE INCOMPLET (PAS DE FIN)'
             MOVE 'Registre incomplet (pas d''enregistrement F).'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 16                       TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0 THEN
             PERFORM EDITE-PERTES
           END-IF
           IF RETURN-CODE = 0 THEN
             EXEC SQL
               COMMIT
             END-EXEC
           ELSE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 0                        TO w-cpt-blo w-cpt-opp
                                              w-cpt-perdu
             MOVE 'Criblage en echec, oppositions precedentes gardees.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Procedure d'entree du tri : chaque numero de contact lu en
      * jeton est resolu en clair par TLMPCON2 (fct CLAIR). Un refus
      * (origine non habilitee) ou un incident arrete la lecture :
      * sans les numeros en clair, rien ne pourrait etre apparie.
      *****************************************************************
       ALIMENTE-TRI.
           EXEC SQL
             OPEN CURS-NUM
           END-EXEC
           SET w-eot-num-non               TO TRUE
           PERFORM LEC-NUM
           PERFORM TRT-NUM                 UNTIL w-eot-num-oui
           EXEC SQL
             CLOSE CURS-NUM
           END-EXEC
           .

       TRT-NUM.
           MOVE SPACES                     TO cpcon2-ent
           MOVE w-con-numero               TO cpcon2-ent-jet-tel
           MOVE 'CLAIR'                    TO tlmcpil-fct
           CALL 'TLMPCON2' USING tlmcpil cpcon2
           IF tlmcpil-rc = '00' THEN
             MOVE cpcon2-sor-jet-tel       TO t-tri-numero
             MOVE w-con-id                 TO t-tri-conid
             MOVE w-con-canal              TO t-tri-canal
             MOVE w-con-numero             TO t-tri-jeton
             RELEASE t-tri
             PERFORM LEC-NUM
           ELSE
             DISPLAY 'MET-ERR RESOLUTION NUMERO <' w-con-id
                     '> RC <' tlmcpil-rc '> ' tlmcpil-msg
             MOVE 'Numeros non resolus en clair : criblage abandonne.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 16                       TO RETURN-CODE
             SET w-eot-num-oui             TO TRUE
           END-IF
           .

      *****************************************************************
      * Procedure de sortie du tri : appareillage avec le registre.
      *****************************************************************
       RESTITUE-TRI.
           SET w-fin-tri-non               TO TRUE
           PERFORM LEC-REG
           PERFORM RETOUR-TRI
           PERFORM APPAREILLE
             UNTIL w-eof-reg-oui OR w-fin-tri-oui
           .

       RETOUR-TRI.
           RETURN tritrav
             AT END     SET w-fin-tri-oui  TO TRUE
             NOT AT END
               MOVE t-tri-numero           TO w-con-numero
               MOVE t-tri-conid            TO w-con-id
               MOVE t-tri-canal            TO w-con-canal
               MOVE t-tri-jeton            TO w-con-jeton
           END-RETURN
           .

      *****************************************************************
      * Appareillage par numero en clair (registre et tri dans le
      * meme ordre) : un numero de contact egal au numero courant du
      * registre est oppose ; le registre n'avance que lorsqu'il est
      * depasse, plusieurs contacts pouvant porter le meme numero.
      *****************************************************************
       APPAREILLE.
           EVALUATE TRUE
             WHEN w-reg-num < w-con-numero
               PERFORM LEC-REG
             WHEN w-reg-num > w-con-numero
               PERFORM RETOUR-TRI
             WHEN OTHER
               PERFORM ECRIT-OPPOSITION
               PERFORM RETOUR-TRI
           END-EVALUATE
           .

      *****************************************************************
      * Numero suivant du registre, sous forme canonique : les
      * numeros inexploitables sont comptes et sautes ; la fin 'F'
      * arrete la lecture apres controle du nombre annonce.
      *****************************************************************
       LEC-REG.
           SET w-reg-lu-non                TO TRUE
           PERFORM LEC-REG-ENR
             UNTIL w-reg-lu-oui OR w-eof-reg-oui
           .

       LEC-REG-ENR.
           READ registre
             AT END     SET w-eof-reg-oui  TO TRUE
             NOT AT END PERFORM TRT-REG-ENR
           END-READ
           .

       TRT-REG-ENR.
           EVALUATE TRUE
             WHEN f-reg-detail
               ADD 1                       TO w-cpt-reg
               PERFORM NORMALISE-REG
               IF w-reg-num NOT = SPACES THEN
                 PERFORM VRF-TRI-REG
               ELSE
                 ADD 1                     TO w-cpt-rej
               END-IF
             WHEN f-reg-fin
               SET w-reg-fin-oui           TO TRUE
               SET w-eof-reg-oui           TO TRUE
               IF f-reg-nbr NOT NUMERIC
               OR f-reg-nbr NOT = w-cpt-reg THEN
                 DISPLAY 'MET-ERR REGISTRE INCOMPLET <' f-reg-nbr
                         '> LUS <' w-cpt-reg '>'
                 MOVE 'Registre incomplet (nombre de la fin F).'
                                           TO w-enr-log
                 PERFORM ECRIT-LOG
                 MOVE 16                   TO RETURN-CODE
               END-IF
             WHEN OTHER
               ADD 1                       TO w-cpt-rej
           END-EVALUATE
           .

      *****************************************************************
      * Controle de tri : un numero inferieur au precedent rendrait
      * l'appareillage faux, le criblage est abandonne.
      *****************************************************************
       VRF-TRI-REG.
           IF w-reg-num < w-reg-prec THEN
             DISPLAY 'MET-ERR REGISTRE NON TRIE <' w-reg-num
                     '> APRES <' w-reg-prec '>'
             MOVE 'Registre non trie par numero : criblage abandonne.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 16                       TO RETURN-CODE
             SET w-eof-reg-oui             TO TRUE
           ELSE
             MOVE w-reg-num                TO w-reg-prec
             SET w-reg-lu-oui              TO TRUE
           END-IF
           .

      *****************************************************************
      * NORMALISE-REG : f-reg-numero ramene a la forme canonique de
      * TLMCON.TEL (cf. TLMPCON2/NORMALISE-TEL) : chiffres seuls, neuf
      * chiffres recoivent le zero de tete, l'indicatif 33 ou 0033
      * est remplace par ce zero. Toute autre forme donne un numero a
      * espace (inexploitable).
      *****************************************************************
       NORMALISE-REG.
           MOVE SPACES                     TO w-tel-net w-reg-num
           MOVE ZERO                       TO w-tel-nbr
           PERFORM NORMALISE-REG-CAR
             VARYING w-tel-i FROM 1 BY 1
             UNTIL w-tel-i > 20
           EVALUATE TRUE
             WHEN w-tel-nbr = 10 AND w-tel-net (1 : 1) = '0'
               MOVE w-tel-net (1 : 10)     TO w-reg-num
             WHEN w-tel-nbr = 9
               MOVE '0'                    TO w-reg-num (1 : 1)
               MOVE w-tel-net (1 : 9)      TO w-reg-num (2 : 9)
             WHEN w-tel-nbr = 11 AND w-tel-net (1 : 2) = '33'
               MOVE '0'                    TO w-reg-num (1 : 1)
               MOVE w-tel-net (3 : 9)      TO w-reg-num (2 : 9)
             WHEN w-tel-nbr = 13 AND w-tel-net (1 : 4) = '0033'
               MOVE '0'                    TO w-reg-num (1 : 1)
               MOVE w-tel-net (5 : 9)      TO w-reg-num (2 : 9)
             WHEN OTHER
               MOVE SPACES                 TO w-reg-num
           END-EVALUATE
           .

       NORMALISE-REG-CAR.
           IF f-reg-numero (w-tel-i : 1) >= '0'
              AND f-reg-numero (w-tel-i : 1) <= '9' THEN
             ADD 1                         TO w-tel-nbr
             MOVE f-reg-numero (w-tel-i : 1)
               TO w-tel-net (w-tel-nbr : 1)
           END-IF
           .

       LEC-NUM.
           EXEC SQL
             FETCH CURS-NUM
               INTO :w-con-numero, :w-con-id, :w-con-canal
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-cpt-num
           ELSE
             SET w-eot-num-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR FETCH CURS-NUM SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Un numero de contact trouve sur le registre : ligne TLMBLO
      * datee du registre, portant le jeton du numero (meme valeur
      * que TLMCON.TEL / TLMCAN.VALEUR, cf. CPT-NUM-LIBRES).
      *****************************************************************
       ECRIT-OPPOSITION.
           MOVE w-con-id                   TO tlmblo-conid
           MOVE w-con-canal                TO tlmblo-canal
           MOVE w-con-jeton                TO tlmblo-numero
           MOVE w-dtreg                    TO tlmblo-dtreg
           EXEC SQL
             INSERT INTO TRAIN04.TLMBLO (
                 CONID, CANAL, NUMERO, DTREG, DTCRIBLE)
               VALUES (
                 :tlmblo-conid, :tlmblo-canal, :tlmblo-numero,
                 :tlmblo-dtreg, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-cpt-blo
           ELSE
             DISPLAY 'MET-ERR INSERT TLMBLO <' tlmblo-conid '><'
                     tlmblo-numero '> SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Compte-rendu des pertes par commercial : contacts touches
      * (au moins un numero oppose) et, parmi eux, contacts devenus
      * injoignables par telephone (plus aucun numero appelable).
      *****************************************************************
       EDITE-PERTES.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'CONTACTS TOUCHES PAR LE CRIBLAGE, PAR COMMERCIAL'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'Commercial   Contacts touches   dont injoignables'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 0                          TO w-cpt-com-opp
                                              w-cpt-com-perdu
           EXEC SQL
             OPEN CURS-OPP
           END-EXEC
           SET w-eot-opp-non               TO TRUE
           PERFORM LEC-OPP
           PERFORM TRT-OPP                 UNTIL w-eot-opp-oui
           EXEC SQL
             CLOSE CURS-OPP
           END-EXEC
           IF w-com-prec NOT = '????' THEN
             PERFORM EDITE-LIGNE-COM
           ELSE
             MOVE '   (aucun contact touche)'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

       LEC-OPP.
           EXEC SQL
             FETCH CURS-OPP
               INTO :w-com, :w-con-id
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-eot-opp-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR FETCH CURS-OPP SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

       TRT-OPP.
           IF w-com NOT = w-com-prec THEN
             IF w-com-prec NOT = '????' THEN
               PERFORM EDITE-LIGNE-COM
             END-IF
             MOVE w-com                    TO w-com-prec
             MOVE 0                        TO w-cpt-com-opp
                                              w-cpt-com-perdu
           END-IF
           ADD 1                           TO w-cpt-com-opp w-cpt-opp
           PERFORM CPT-NUM-LIBRES
           IF w-con-libres = 0 THEN
             ADD 1                         TO w-cpt-com-perdu
                                              w-cpt-perdu
           END-IF
           PERFORM LEC-OPP
           .

      *****************************************************************
      * Nombre de numeros encore appelables du contact w-con-id :
      * canaux fixe/mobile TLMCAN et telephone TLMCON non opposes.
      *****************************************************************
       CPT-NUM-LIBRES.
           MOVE 0                          TO w-con-libres
           EXEC SQL
             SELECT COUNT(*)
               INTO :SQLCNT
               FROM TRAIN04.TLMCAN N
               WHERE N.CONID = :w-con-id
                 AND N.CANTYPE IN ('F', 'M')
                 AND NOT EXISTS (SELECT 1
                                   FROM TRAIN04.TLMBLO B
                                   WHERE B.CONID  = N.CONID
                                     AND B.CANAL  = N.CANTYPE
                                     AND B.NUMERO =
                                         SUBSTR(N.VALEUR, 1, 10))
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD SQLCNT                    TO w-con-libres
           END-IF
           EXEC SQL
             SELECT COUNT(*)
               INTO :SQLCNT
               FROM TRAIN04.TLMCON C
               WHERE C.ID   = :w-con-id
                 AND C.TEL <> ' '
                 AND NOT EXISTS (SELECT 1
                                   FROM TRAIN04.TLMBLO B
                                   WHERE B.CONID = C.ID
                                     AND B.CANAL = 'T')
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD SQLCNT                    TO w-con-libres
           END-IF
           .

       EDITE-LIGNE-COM.
           MOVE w-cpt-com-opp              TO w-com-opp-aff
           MOVE w-cpt-com-perdu            TO w-com-perdu-aff
           IF w-com-prec = SPACES THEN
             MOVE '(aucun)'                TO w-enr-log (1 : 10)
           ELSE
             MOVE w-com-prec               TO w-enr-log (1 : 4)
           END-IF
           MOVE w-com-opp-aff              TO w-enr-log (17 : 7)
           MOVE w-com-perdu-aff            TO w-enr-log (36 : 7)
           PERFORM ECRIT-LOG
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
           MOVE '|      CRIBLAGE BLOCTEL DES TELEPHONES           |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|      -------------------------------           |'
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
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-reg              TO w-rap-reg-nbr
           MOVE w-rap-reg              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rej              TO w-rap-rej-nbr
           MOVE w-rap-rej              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-num              TO w-rap-num-nbr
           MOVE w-rap-num              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-blo              TO w-rap-blo-nbr
           MOVE w-rap-blo              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-opp              TO w-rap-opp-nbr
           MOVE w-rap-opp              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-perdu            TO w-rap-perdu-nbr
           MOVE w-rap-perdu            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE registre
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM98.
