      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : MELS RECUS DANS LES BOITES PARTAGEES
      * NOM DU PROGRAMME : TLMBPGM153
      * DESCRIPTION      : PROGRAMME BATCH QUOTIDIEN DE CHARGEMENT DE
      *    L'EXPORT DES BOITES AUX LETTRES COMMERCIALES PARTAGEES
      *    (DD BOITES, FORMAT TLMCMEL1 : EXPEDITEUR, DATE, OBJET,
      *    BOITE). L'EXPEDITEUR EST JETONNE EN RECHERCHE SEULE PAR
      *    TLMPCON2 (AUCUN JETON CREE, CF. TLMTOK) PUIS RAPPROCHE DES
      *    CONTACTS ACTIFS PAR TLMCON.MEL ET PAR LES CANAUX 'E' DE
      *    TLMCAN :
      *       - EXPEDITEUR CONNU : ACTIVITE 'MEL RECU' (TYPE 'E',
      *         DATE DE RECEPTION, OBJET EN NOTE) CREEE VIA TLMPACT3
      *         SUR LE CONTACT ; UNE ADRESSE PORTEE PAR PLUSIEURS
      *         CONTACTS VA AU PLUS PETIT IDENTIFIANT ET EST SIGNALEE
      *         AU JOURNAL. UN MESSAGE DEJA CHARGE (MEME CONTACT, MEME
      *         DATE DE RECEPTION) N'EST PAS RECHARGE ;
      *       - EXPEDITEUR INCONNU D'UN DOMAINE D'ENTREPRISE CONNU
      *         (DOMAINE PORTE PAR LES CONTACTS ACTIFS D'UN PROSPECT
      *         ACTIF, HORS DOMAINES GRAND PUBLIC TLMDOM, MEME REGLE
      *         QUE TLMBPGM121 ; LE PROSPECT QUI EN PORTE LE PLUS EST
      *         RETENU) : LISTE "NOUVEAU CONTACT ?" DU COMMERCIAL DU
      *         PROSPECT, UNE LIGNE PAR EXPEDITEUR AVEC SON NOMBRE DE
      *         MESSAGES ET LE DERNIER RECU, CHAQUE PARTIE PRECEDEE
      *         D'UNE BALISE DE DIFFUSION A SON CODE (CF. TLMCDIF1)
      *         POUR L'ECLATEMENT TLMBPGM117 ;
      *       - AUTRES EXPEDITEURS INCONNUS (GRAND PUBLIC, DOMAINE
      *         SANS PROSPECT) : SEULEMENT COMPTES.
      *    SONT ECARTES : LES LIGNES SANS EXPEDITEUR, A L'ADRESSE
      *    MALFORMEE OU A LA DATE ABSENTE OU INVALIDE.
      *    VALIDATION UNIQUE EN FIN DE TRAITEMENT ; EN CAS D'ANOMALIE
      *    SQL RIEN N'EST VALIDE (MEME PRINCIPE QUE TLMBPGM149).
      *    RC 4 : LIGNE(S) ECARTEE(S) ; RC 16 : RIEN DE VALIDE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM153.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20201005.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Export des boites partagees (DD BOITES)
           SELECT boites   ASSIGN TO BOITES
             FILE STATUS IS w-boites.
      *    Fichier de journalisation (compte-rendu et listes par
      *    commercial)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
      *    Fichier de travail du tri des expediteurs a examiner
           SELECT tritrav  ASSIGN TO TRITRAV.
       DATA DIVISION.
       FILE SECTION.
       FD boites RECORDING MODE F.
       COPY TLMCMEL1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       SD tritrav.
       01 t-tri.
      *    Cle de tri : commercial, prospect, expediteur, reception
           05 t-tri-com                   PIC  X(04).
           05 t-tri-pid                   PIC  X(06).
           05 t-tri-exped                 PIC  X(80).
           05 t-tri-dtrec                 PIC  X(14).
      *    Nom du prospect, boite et objet du message
           05 t-tri-pnom                  PIC  X(35).
           05 t-tri-boite                 PIC  X(40).
           05 t-tri-objet                 PIC  X(100).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clauses COPY pour echange prog./ss-prog. avec les couches
      *    physiques TLMPCON2 (jetonnage) et TLMPACT3 (activites)
           COPY TLMCPIL.
           COPY TLMCCON2 REPLACING ==:PROG:== BY ==cpcon2==.
           COPY TLMCACT3 REPLACING ==:PROG:== BY ==cpact3==.
      *    Codes d'etat des fichiers
       01 w-boites                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier BOITES
       01 w-eof-mel                      PIC   9.
           88 w-eof-mel-oui                      VALUE 1.
           88 w-eof-mel-non                      VALUE 0.
      *    Fin du tri
       01 w-fin-tri                      PIC   9.
           88 w-fin-tri-oui                      VALUE 1.
           88 w-fin-tri-non                      VALUE 0.
      *    Date du jour
       01 w-date-jour                    PIC   X(08).
      *    Date et heure de reception lues et leurs composants, pour
      *    le controle
       01 w-dtrec                        PIC   X(14).
       01 FILLER REDEFINES w-dtrec.
           05 w-rec-date                 PIC   X(08).
           05 FILLER REDEFINES w-rec-date.
              10 w-rec-aaaa              PIC   9(04).
              10 w-rec-mm                PIC   9(02).
              10 w-rec-jj                PIC   9(02).
           05 w-rec-hh                   PIC   9(02).
           05 w-rec-mi                   PIC   9(02).
           05 w-rec-ss                   PIC   9(02).
      *    Horodatage DB2 de la reception (AAAA-MM-JJ-HH.MM.SS.000000)
       01 w-ts-rec                       PIC   X(26).
      *    Adresse de l'expediteur : partie locale, domaine (en
      *    minuscules), nombre de '@', formes en clair et jetonnee
       01 w-mel-loc                      PIC   X(80).
       01 w-mel-dom                      PIC   X(40).
       01 w-mel-clair                    PIC   X(80).
       01 w-mel-jeton                    PIC   X(80).
       77 w-nb-arobase                   PIC  S9(04) COMP.
       77 w-minuscules                   PIC   X(26) VALUE
            'abcdefghijklmnopqrstuvwxyz'.
       77 w-majuscules                   PIC   X(26) VALUE
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *    Contact rapproche et nombre de contacts portant l'adresse
       01 w-con-id                       PIC   X(06).
       77 w-nb-con                       PIC  S9(09) COMP.
      *    Message deja charge (activite 'E' du contact a la date) ?
       77 w-nb-act                       PIC  S9(09) COMP.
      *    Domaine grand public (TLMDOM) ?
       77 w-nb-web                       PIC  S9(09) COMP.
      *    Prospect dont les contacts portent le domaine
       01 w-pro-com                      PIC   X(04).
       01 w-pro-id                       PIC   X(06).
       01 w-pro-nom                      PIC   X(35).
      *    Ruptures de la liste : commercial, prospect, expediteur
       01 w-com-prec                     PIC   X(04).
       01 w-pid-prec                     PIC   X(06).
       01 w-exp-prec                     PIC   X(80).
       01 w-premier                      PIC   9.
           88 w-premier-oui                      VALUE 1.
           88 w-premier-non                      VALUE 0.
      *    Expediteur en cours : nombre de messages, dernier recu
       01 w-rev.
           05 w-rev-nb                    PIC  S9(05) COMP-3.
           05 w-rev-dtrec                 PIC  X(14).
           05 w-rev-boite                 PIC  X(40).
           05 w-rev-objet                 PIC  X(100).
       77 w-rev-nb-aff                   PIC   ZZZZ9.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-act                   PIC  S9(07) COMP-3.
           05 w-cpt-deja                  PIC  S9(07) COMP-3.
           05 w-cpt-partage               PIC  S9(07) COMP-3.
           05 w-cpt-rev                   PIC  S9(07) COMP-3.
           05 w-cpt-exp                   PIC  S9(07) COMP-3.
           05 w-cpt-web                   PIC  S9(07) COMP-3.
           05 w-cpt-horsdom               PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
           05 w-cpt-com-exp               PIC  S9(07) COMP-3.
       77 w-cpt-aff                      PIC   ZZZZZZ9.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de messages lus :                   '.
           05 w-rap-lec-nbr              PIC   ZZZZZZ9.
       01 w-rap-act.
           05 FILLER                     PIC   X(43) VALUE
                'Activites mel recu creees :                '.
           05 w-rap-act-nbr              PIC   ZZZZZZ9.
       01 w-rap-deja.
           05 FILLER                     PIC   X(43) VALUE
                'Messages deja charges (ignores) :          '.
           05 w-rap-deja-nbr             PIC   ZZZZZZ9.
       01 w-rap-partage.
           05 FILLER                     PIC   X(43) VALUE
                'dont adresse commune a plusieurs contacts :'.
           05 w-rap-partage-nbr          PIC   ZZZZZZ9.
       01 w-rap-rev.
           05 FILLER                     PIC   X(43) VALUE
                'Messages d''inconnus a examiner :           '.
           05 w-rap-rev-nbr              PIC   ZZZZZZ9.
       01 w-rap-exp.
           05 FILLER                     PIC   X(43) VALUE
                'Expediteurs proposes en nouveau contact :  '.
           05 w-rap-exp-nbr              PIC   ZZZZZZ9.
       01 w-rap-web.
           05 FILLER                     PIC   X(43) VALUE
                'Inconnus sur domaine grand public :        '.
           05 w-rap-web-nbr              PIC   ZZZZZZ9.
       01 w-rap-horsdom.
           05 FILLER                     PIC   X(43) VALUE
                'Inconnus sur domaine sans prospect :       '.
           05 w-rap-horsdom-nbr          PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Messages ecartes :                         '.
           05 w-rap-rejet-nbr            PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).
       COPY TLMCDIF1 REPLACING ==:PROG:== BY ==w==.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DES MELS DES BOITES PARTAGEES'
           PERFORM INIT
           SORT tritrav
             ON ASCENDING KEY t-tri-com
                              t-tri-pid
                              t-tri-exped
                              t-tri-dtrec
             INPUT PROCEDURE  ALIMENTE-TRI
             OUTPUT PROCEDURE RESTITUE-TRI
           PERFORM VALIDATION
           PERFORM FIN
      *    Code retour : 16 = rien de valide, 4 = lignes ecartees
           IF RETURN-CODE = 0 AND w-cpt-rejet > 0 THEN
             MOVE 4                        TO RETURN-CODE
           END-IF
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           OPEN INPUT boites
           IF w-boites NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE BOITES <' w-boites '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 'TLMBPGM153'               TO tlmcpil-origine
           MOVE SPACES                     TO w-dif
           MOVE 0                          TO w-cpt-lec w-cpt-act
                                              w-cpt-deja w-cpt-partage
                                              w-cpt-rev w-cpt-exp
                                              w-cpt-web w-cpt-horsdom
                                              w-cpt-rejet
                                              w-cpt-com-exp
           PERFORM ENTETE
           .

      *****************************************************************
      * Procedure d'entree du tri : parcours de l'export. Les
      * expediteurs connus sont charges en activite ; les inconnus
      * d'un domaine d'entreprise connu passent au tri pour la liste
      * par commercial. Un incident SQL arrete la lecture.
      *****************************************************************
       ALIMENTE-TRI.
           SET w-eof-mel-non               TO TRUE
           IF w-boites = '00' THEN
             PERFORM LEC-BOITES
           ELSE
             SET w-eof-mel-oui             TO TRUE
           END-IF
           PERFORM TRT-MEL-ENR             UNTIL w-eof-mel-oui
           .

       LEC-BOITES.
           READ boites
             AT END     SET w-eof-mel-oui  TO TRUE
             NOT AT END SET w-eof-mel-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle d'un message : expediteur present et bien forme
      * (un seul '@', partie locale et domaine renseignes), date et
      * heure de reception valides et non futures.
      *****************************************************************
       TRT-MEL-ENR.
           ADD 1                           TO w-cpt-lec
           MOVE f-mel-dtrec                TO w-dtrec
           MOVE 0                          TO w-nb-arobase
           INSPECT f-mel-exped TALLYING w-nb-arobase FOR ALL '@'
           MOVE SPACES                     TO w-mel-loc w-mel-dom
           UNSTRING f-mel-exped DELIMITED BY '@'
             INTO w-mel-loc w-mel-dom
           END-UNSTRING
           INSPECT w-mel-dom CONVERTING w-majuscules
                                     TO w-minuscules
           EVALUATE TRUE
             WHEN f-mel-exped = SPACES
               MOVE 'expediteur absent'    TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN w-nb-arobase NOT = 1
               OR f-mel-exped (1 : 1) = SPACE
               OR w-mel-loc = SPACES
               OR w-mel-dom = SPACES
               MOVE 'adresse invalide'     TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN w-dtrec NOT NUMERIC
               MOVE 'date invalide'        TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN w-rec-mm < 1 OR w-rec-mm > 12
               OR w-rec-jj < 1 OR w-rec-jj > 31
               OR w-rec-hh > 23 OR w-rec-mi > 59 OR w-rec-ss > 59
               OR w-rec-date > w-date-jour
               MOVE 'date invalide'        TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM RAPPROCHE-EXPED
           END-EVALUATE
           IF RETURN-CODE = 16 THEN
             SET w-eof-mel-oui             TO TRUE
           ELSE
             PERFORM LEC-BOITES
           END-IF
           .

      *****************************************************************
      * Rapprochement de l'expediteur : l'adresse est jetonnee en
      * recherche seule (une adresse absente du coffre revient en
      * clair, elle n'est alors portee par aucun contact jetonne) ;
      * la forme en clair est aussi comparee, pour les coordonnees
      * pas encore balayees par TLMBPGM128.
      *****************************************************************
       RAPPROCHE-EXPED.
           MOVE f-mel-exped                TO w-mel-clair
                                              w-mel-jeton
           MOVE SPACES                     TO cpcon2-ent
           MOVE f-mel-exped                TO cpcon2-ent-jet-mel
           MOVE 'O'                        TO cpcon2-ent-jet-rech
           MOVE 'JETON'                    TO tlmcpil-fct
           CALL 'TLMPCON2' USING tlmcpil cpcon2
           IF tlmcpil-rc = '00' THEN
             MOVE cpcon2-sor-jet-mel       TO w-mel-jeton
           ELSE
             DISPLAY 'MET-ERR JETON TLMPCON2 <' tlmcpil-rc '> '
                     tlmcpil-msg
             MOVE 16                       TO RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 16 THEN
             EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(C.ID), ' ')
                 INTO :w-nb-con, :w-con-id
                 FROM TRAIN04.TLMCON C
                 WHERE C.STATUT = 'A'
                   AND (C.MEL IN (:w-mel-jeton, :w-mel-clair)
                        OR EXISTS
                           (SELECT 1 FROM TRAIN04.TLMCAN N
                              WHERE N.CONID   = C.ID
                                AND N.CANTYPE = 'E'
                                AND N.VALEUR IN (:w-mel-jeton,
                                                 :w-mel-clair)))
             END-EXEC
             EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                 DISPLAY 'MET-ERR RAPPROCHEMENT EXPEDITEUR SQLCODE <'
                         SQLCODE '>'
                 MOVE 16                   TO RETURN-CODE
               WHEN w-nb-con > 0
                 PERFORM CHARGE-ACTIVITE
               WHEN OTHER
                 PERFORM TRT-INCONNU
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * Expediteur connu : activite 'mel recu' sur le contact, a la
      * date de reception, l'objet en note. Un message deja charge
      * (rechargement de l'export) est compte sans etre recharge.
      *****************************************************************
       CHARGE-ACTIVITE.
           STRING
             w-dtrec (1 : 4)               DELIMITED SIZE
             '-'                           DELIMITED SIZE
             w-dtrec (5 : 2)               DELIMITED SIZE
             '-'                           DELIMITED SIZE
             w-dtrec (7 : 2)               DELIMITED SIZE
             '-'                           DELIMITED SIZE
             w-dtrec (9 : 2)               DELIMITED SIZE
             '.'                           DELIMITED SIZE
             w-dtrec (11 : 2)              DELIMITED SIZE
             '.'                           DELIMITED SIZE
             w-dtrec (13 : 2)              DELIMITED SIZE
             '.000000'                     DELIMITED SIZE
             INTO w-ts-rec
           END-STRING
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-nb-act
               FROM TRAIN04.TLMACT
               WHERE CONID  = :w-con-id
                 AND DTACT  = :w-ts-rec
                 AND TYPACT = 'E'
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               DISPLAY 'MET-ERR SELECT TLMACT <' w-con-id
                       '> SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             WHEN w-nb-act > 0
               ADD 1                       TO w-cpt-deja
             WHEN OTHER
               PERFORM AJOUTE-ACTIVITE
           END-EVALUATE
           .

       AJOUTE-ACTIVITE.
           MOVE SPACES                     TO cpact3-ent
           MOVE w-con-id                   TO cpact3-ent-ajo-conid
           MOVE w-ts-rec                   TO cpact3-ent-ajo-dtact
           MOVE 'E'                        TO cpact3-ent-ajo-typact
           MOVE f-mel-objet                TO cpact3-ent-ajo-note
           MOVE 'ADD'                      TO tlmcpil-fct
           CALL 'TLMPACT3' USING tlmcpil cpact3
           IF tlmcpil-rc = '00' THEN
             ADD 1                         TO w-cpt-act
             IF w-nb-con > 1 THEN
               ADD 1                       TO w-cpt-partage
               MOVE w-nb-con               TO w-cpt-aff
               STRING
                 'COMMUNE <'               DELIMITED SIZE
                 f-mel-exped (1 : 38)      DELIMITED SIZE
                 '> '                      DELIMITED SIZE
                 w-cpt-aff                 DELIMITED SIZE
                 ' contacts, pris <'       DELIMITED SIZE
                 w-con-id                  DELIMITED SIZE
                 '>'                       DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
             END-IF
           ELSE
             DISPLAY 'MET-ERR AJOUT ACTIVITE <' w-con-id '> RC <'
                     tlmcpil-rc '> ' tlmcpil-msg
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Expediteur inconnu : domaine grand public (TLMDOM) compte
      * seul ; sinon le prospect actif dont les contacts actifs
      * portent le plus ce domaine (partie de TLMCON.MEL apres le
      * '@', lisible derriere le jeton) recoit l'expediteur dans la
      * liste de son commercial.
      *****************************************************************
       TRT-INCONNU.
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-nb-web
               FROM TRAIN04.TLMDOM
               WHERE DOMAINE = :w-mel-dom
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               DISPLAY 'MET-ERR LECTURE TLMDOM <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             WHEN w-nb-web > 0
               ADD 1                       TO w-cpt-web
             WHEN OTHER
               PERFORM CHERCHE-PROSPECT
           END-EVALUATE
           .

       CHERCHE-PROSPECT.
           EXEC SQL
             SELECT P.COMMERCIAL, P.ID, P.NOM
               INTO :w-pro-com, :w-pro-id, :w-pro-nom
               FROM TRAIN04.TLMCON C
                 INNER JOIN TRAIN04.TLMPRO P
                   ON P.ID = C.PID
               WHERE C.STATUT = 'A'
                 AND P.STATUT = 'A'
                 AND LOCATE('@', C.MEL) > 1
                 AND LOWER(RTRIM(SUBSTR(C.MEL,
                           LOCATE('@', C.MEL) + 1))) = :w-mel-dom
               GROUP BY P.COMMERCIAL, P.ID, P.NOM
               ORDER BY COUNT(*) DESC, P.ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1                       TO w-cpt-rev
               MOVE w-pro-com              TO t-tri-com
               MOVE w-pro-id               TO t-tri-pid
               MOVE f-mel-exped            TO t-tri-exped
               MOVE w-dtrec                TO t-tri-dtrec
               MOVE w-pro-nom              TO t-tri-pnom
               MOVE f-mel-boite            TO t-tri-boite
               MOVE f-mel-objet            TO t-tri-objet
               RELEASE t-tri
             WHEN 100
               ADD 1                       TO w-cpt-horsdom
             WHEN OTHER
               DISPLAY 'MET-ERR RECHERCHE DOMAINE <' w-mel-dom
                       '> SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Procedure de sortie du tri : liste "nouveau contact ?" par
      * commercial, puis par prospect, une ligne par expediteur.
      *****************************************************************
       RESTITUE-TRI.
           SET w-fin-tri-non               TO TRUE
           SET w-premier-oui               TO TRUE
           MOVE SPACES                     TO w-com-prec w-pid-prec
                                              w-exp-prec
           PERFORM RETOUR-TRI
           PERFORM TRT-TRI                 UNTIL w-fin-tri-oui
           IF w-premier-non THEN
             PERFORM EDITE-EXPEDITEUR
             PERFORM TOTAL-COMMERCIAL
           END-IF
           .

       RETOUR-TRI.
           RETURN tritrav
             AT END     SET w-fin-tri-oui  TO TRUE
             NOT AT END SET w-fin-tri-non  TO TRUE
           END-RETURN
           .

       TRT-TRI.
           IF w-premier-non
              AND (t-tri-com   NOT = w-com-prec
                OR t-tri-pid   NOT = w-pid-prec
                OR t-tri-exped NOT = w-exp-prec) THEN
             PERFORM EDITE-EXPEDITEUR
           END-IF
           IF w-premier-oui OR t-tri-com NOT = w-com-prec THEN
             PERFORM RUPTURE-COMMERCIAL
           END-IF
           IF t-tri-pid NOT = w-pid-prec THEN
             PERFORM RUPTURE-PROSPECT
           END-IF
           IF t-tri-exped NOT = w-exp-prec THEN
             MOVE t-tri-exped              TO w-exp-prec
             MOVE 0                        TO w-rev-nb
             ADD 1                         TO w-cpt-exp
                                              w-cpt-com-exp
           END-IF
      *    l'ordre du tri laisse en dernier le message le plus recent
           ADD 1                           TO w-rev-nb
           MOVE t-tri-dtrec                TO w-rev-dtrec
           MOVE t-tri-boite                TO w-rev-boite
           MOVE t-tri-objet                TO w-rev-objet
           PERFORM RETOUR-TRI
           .

      *****************************************************************
      * Changement de commercial : sous-total du precedent, balise de
      * diffusion au code du nouveau (hors diffusion pour les
      * prospects sans commercial) et entete de sa partie.
      *****************************************************************
       RUPTURE-COMMERCIAL.
           IF w-premier-non THEN
             PERFORM TOTAL-COMMERCIAL
           END-IF
           SET w-premier-non               TO TRUE
           MOVE t-tri-com                  TO w-com-prec
           MOVE SPACES                     TO w-pid-prec
           MOVE 0                          TO w-cpt-com-exp
           IF t-tri-com = SPACES THEN
             MOVE SPACES                   TO w-dif-type
           ELSE
             MOVE 'C'                      TO w-dif-type
           END-IF
           MOVE t-tri-com                  TO w-dif-code
           PERFORM ECRIT-BALISE
           MOVE ALL '='                    TO w-enr-log
           PERFORM ECRIT-LOG
           IF t-tri-com = SPACES THEN
             MOVE 'NOUVEAUX CONTACTS ? - PROSPECTS SANS COMMERCIAL'
                                           TO w-enr-log
           ELSE
             STRING
               'NOUVEAUX CONTACTS ? - COMMERCIAL <'
                                           DELIMITED SIZE
               t-tri-com                   DELIMITED SIZE
               '>'                         DELIMITED SIZE
               INTO w-enr-log
             END-STRING
           END-IF
           PERFORM ECRIT-LOG
           MOVE 'Expediteurs inconnus ecrivant depuis le domaine de'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'vos prospects : contacts a creer ou a rattacher.'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ALL '='                    TO w-enr-log
           PERFORM ECRIT-LOG
           .

       RUPTURE-PROSPECT.
           MOVE t-tri-pid                  TO w-pid-prec
           MOVE SPACES                     TO w-exp-prec
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'Prospect <'                  DELIMITED SIZE
             t-tri-pid                     DELIMITED SIZE
             '> '                          DELIMITED SIZE
             t-tri-pnom                    DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Un expediteur : adresse et nombre de messages, puis date,
      * boite et objet du dernier message recu.
      *****************************************************************
       EDITE-EXPEDITEUR.
           MOVE w-rev-nb                   TO w-rev-nb-aff
           STRING
             '   '                         DELIMITED SIZE
             w-exp-prec (1 : 60)           DELIMITED SIZE
             ' mels :'                     DELIMITED SIZE
             w-rev-nb-aff                  DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           STRING
             '      dernier le '           DELIMITED SIZE
             w-rev-dtrec (7 : 2)           DELIMITED SIZE
             '/'                           DELIMITED SIZE
             w-rev-dtrec (5 : 2)           DELIMITED SIZE
             '/'                           DELIMITED SIZE
             w-rev-dtrec (1 : 4)           DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-rev-dtrec (9 : 2)           DELIMITED SIZE
             ':'                           DELIMITED SIZE
             w-rev-dtrec (11 : 2)          DELIMITED SIZE
             ' dans '                      DELIMITED SIZE
             w-rev-boite                   DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           STRING
             '      objet : '              DELIMITED SIZE
             w-rev-objet (1 : 66)          DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           .

       TOTAL-COMMERCIAL.
           MOVE w-cpt-com-exp              TO w-cpt-aff
           MOVE ALL '-'                    TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'Sous-total : expediteurs '   DELIMITED SIZE
             w-cpt-aff                     DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Validation unique : en cas d'anomalie SQL rien n'est valide.
      *****************************************************************
       VALIDATION.
           IF RETURN-CODE = 0 THEN
             EXEC SQL
               COMMIT
             END-EXEC
           ELSE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 0                        TO w-cpt-act
             MOVE 'Traitement en echec, rien de valide.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Rejet d'un message : image de l'enregistrement et motif (pose
      * par l'appelant en col.60) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-mel (1 : 50)             TO w-enr-log (8 : 50)
           MOVE '>'                        TO w-enr-log (58 : 1)
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Balise de diffusion (cf. TLMCDIF1) : les lignes qui suivent
      * sont pour le destinataire w-dif-type / w-dif-code, jusqu'a la
      * balise suivante.
      *****************************************************************
       ECRIT-BALISE.
           SET w-dif-marque-ok             TO TRUE
           MOVE 'TLMBPGM153'               TO w-dif-rapport
           MOVE w-dif                      TO w-enr-log
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
           MOVE '|  MELS RECUS DANS LES BOITES PARTAGEES          |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|  ------------------------------------          |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Compte-rendu final (hors diffusion : archive seule) et
      * fermeture des fichiers
      *****************************************************************
       FIN.
           MOVE SPACES                 TO w-dif-type
                                          w-dif-code
           PERFORM ECRIT-BALISE
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lec              TO w-rap-lec-nbr
           MOVE w-rap-lec              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-act              TO w-rap-act-nbr
           MOVE w-rap-act              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-partage          TO w-rap-partage-nbr
           MOVE w-rap-partage          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-deja             TO w-rap-deja-nbr
           MOVE w-rap-deja             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rev              TO w-rap-rev-nbr
           MOVE w-rap-rev              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-exp              TO w-rap-exp-nbr
           MOVE w-rap-exp              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-web              TO w-rap-web-nbr
           MOVE w-rap-web              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-horsdom          TO w-rap-horsdom-nbr
           MOVE w-rap-horsdom          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE boites
           IF w-boites NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE BOITES <' w-boites '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           DISPLAY 'MET, FIN DU CHARGEMENT DES MELS'
           .

       END PROGRAM TLMBPGM153.
