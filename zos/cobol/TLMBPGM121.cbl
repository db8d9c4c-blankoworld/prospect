      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : QUALITE DES ADRESSES DE MESSAGERIE
      * NOM DU PROGRAMME : TLMBPGM121
      * DESCRIPTION      : PROGRAMME BATCH HEBDOMADAIRE D'ANALYSE DES
      *    DOMAINES DE MESSAGERIE DES CONTACTS ACTIFS DES PROSPECTS
      *    ACTIFS (PARTIE DE TLMCON-MEL APRES LE '@', EN MINUSCULES).
      *    POUR CHAQUE PROSPECT, LE DOMAINE D'ENTREPRISE DOMINANT EST
      *    CELUI QUE PORTENT LE PLUS DE SES CONTACTS, HORS DOMAINES
      *    GRAND PUBLIC DU REFERENTIEL TLMDOM (CHARGE PAR TLMBPGM120) ;
      *    EN CAS D'EGALITE LE DOMAINE DOMINANT EST INDETERMINE.
      *    CONTROLES (CODE DU CONTROLE, SEVERITE CF. TLMCANO1) :
      *       WEB (3) CONTACT SUR UN DOMAINE GRAND PUBLIC ;
      *       ETR (3) CONTACT SUR UN DOMAINE D'ENTREPRISE AUTRE QUE
      *               LE DOMAINE DOMINANT DE SON PROSPECT ;
      *       AUT (2) CONTACT SUR LE DOMAINE DOMINANT D'UN AUTRE
      *               PROSPECT : CONTACT PROBABLEMENT MAL RATTACHE ;
      *       DBL (2) PROSPECT DONT LE DOMAINE DOMINANT EST AUSSI CELUI
      *               D'UN AUTRE PROSPECT : DOUBLON PROBABLE (UNE
      *               SEULE ANOMALIE PAR PROSPECT).
      *    LE RAPPORT EST VENTILE PAR COMMERCIAL (TLMPRO-COMMERCIAL),
      *    CHAQUE PARTIE PRECEDEE D'UNE BALISE DE DIFFUSION A SON CODE
      *    (CF. TLMCDIF1) POUR L'ECLATEMENT TLMBPGM117, AVEC LE SOUS-
      *    TOTAL DU COMMERCIAL. CHAQUE ANOMALIE EST AUSSI ECRITE DANS
      *    LE FICHIER ANOMALIE (COPY TLMCANO1, COMME TLMBPGM62).
      *    RC=4 SI AU MOINS UNE ANOMALIE, 0 SINON.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM121.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200601.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier d'anomalies exploitable par la machine
           SELECT anomalie ASSIGN TO ANOMALIE
             FILE STATUS IS w-anomalie.
      *    Fichier de journalisation (rapport par commercial)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD anomalie RECORDING MODE F.
       COPY TLMCANO1 REPLACING ==:PROG:== BY ==a==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-anomalie                     PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de parcours du curseur des contacts
       01 w-eot-dom                      PIC   9.
           88 w-eot-dom-oui                      VALUE 1.
           88 w-eot-dom-non                      VALUE 0.
      *    Ligne courante du curseur : contact, son domaine, le
      *    domaine dominant de son prospect et l'autre prospect dont
      *    ce domaine est le domaine dominant
       01 w-lig.
           05 w-lig-com                   PIC  X(04).
           05 w-lig-pid                   PIC  X(06).
           05 w-lig-nom                   PIC  X(35).
           05 w-lig-cid                   PIC  X(06).
           05 w-lig-dom                   PIC  X(40).
           05 w-lig-web                   PIC  X(01).
              88 w-lig-web-oui                   VALUE 'O'.
           05 w-lig-dominant              PIC  X(40).
           05 w-lig-autre                 PIC  X(06).
      *    Ruptures : commercial et prospect en cours, dernier
      *    prospect signale en doublon
       01 w-com-prec                     PIC   X(04).
       01 w-pid-prec                     PIC   X(06).
       01 w-dbl-prec                     PIC   X(06).
       01 w-premier                      PIC   9.
           88 w-premier-oui                      VALUE 1.
           88 w-premier-non                      VALUE 0.
      *    Entete du prospect deja edite (a la premiere anomalie)
       01 w-pro-edite                    PIC   9.
           88 w-pro-edite-oui                    VALUE 1.
           88 w-pro-edite-non                    VALUE 0.
      *    Nombre de domaines au referentiel grand public
       77 w-nb-dom                       PIC  S9(09) COMP.
      *    Caracteristiques de l'anomalie en cours (reprises par
      *    ECRIT-ANOMALIE)
       01 w-cle                          PIC   X(12).
       01 w-ctl-sev                      PIC   X(01).
       01 w-ctl-table                    PIC   X(08).
       01 w-ctl-code                     PIC   X(03).
       01 w-ctl-lib                      PIC   X(40).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-con                   PIC  S9(07) COMP-3.
           05 w-cpt-pro                   PIC  S9(07) COMP-3.
           05 w-cpt-indet                 PIC  S9(07) COMP-3.
           05 w-cpt-web                   PIC  S9(07) COMP-3.
           05 w-cpt-etr                   PIC  S9(07) COMP-3.
           05 w-cpt-aut                   PIC  S9(07) COMP-3.
           05 w-cpt-dbl                   PIC  S9(07) COMP-3.
           05 w-cpt-com-con               PIC  S9(07) COMP-3.
           05 w-cpt-com-pro               PIC  S9(07) COMP-3.
           05 w-cpt-com-ano               PIC  S9(07) COMP-3.
       77 w-cpt-aff                      PIC   ZZZZZZ9.
       77 w-cpt-aff2                     PIC   ZZZZZZ9.
       77 w-cpt-aff3                     PIC   ZZZZZZ9.
       01 w-rap-con.
           05 FILLER                     PIC   X(43) VALUE
                'Contacts actifs avec adresse analyses :    '.
           05 w-rap-con-nbr              PIC   ZZZZZZ9.
       01 w-rap-pro.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects actifs concernes :               '.
           05 w-rap-pro-nbr              PIC   ZZZZZZ9.
       01 w-rap-indet.
           05 FILLER                     PIC   X(43) VALUE
                'dont domaine dominant indetermine :        '.
           05 w-rap-indet-nbr            PIC   ZZZZZZ9.
       01 w-rap-web.
           05 FILLER                     PIC   X(43) VALUE
                'Contacts sur domaine grand public (WEB) :  '.
           05 w-rap-web-nbr              PIC   ZZZZZZ9.
       01 w-rap-etr.
           05 FILLER                     PIC   X(43) VALUE
                'Contacts sur domaine etranger (ETR) :      '.
           05 w-rap-etr-nbr              PIC   ZZZZZZ9.
       01 w-rap-aut.
           05 FILLER                     PIC   X(43) VALUE
                'Contacts du domaine d''un autre (AUT) :     '.
           05 w-rap-aut-nbr              PIC   ZZZZZZ9.
       01 w-rap-dbl.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects en doublon de domaine (DBL) :    '.
           05 w-rap-dbl-nbr              PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).
       COPY TLMCDIF1 REPLACING ==:PROG:== BY ==w==.

      *    Un enregistrement par contact actif portant une adresse :
      *       M : domaine de l'adresse (apres le '@', en minuscules) ;
      *       D : domaine reconnu ou non au referentiel grand public ;
      *       N : nombre de contacts du prospect par domaine
      *           d'entreprise ;
      *       X : domaine dominant du prospect, s'il est seul en tete.
           EXEC SQL
             DECLARE CURS-DOM CURSOR FOR
               WITH M (COMMERCIAL, PID, NOM, CID, DOM) AS
                 (SELECT P.COMMERCIAL, P.ID, P.NOM, C.ID,
                         CAST(LOWER(RTRIM(SUBSTR(C.MEL,
                              LOCATE('@', C.MEL) + 1)))
                              AS VARCHAR(80))
                    FROM TRAIN04.TLMCON C
                      INNER JOIN TRAIN04.TLMPRO P
                        ON P.ID = C.PID
                    WHERE C.STATUT = 'A'
                      AND P.STATUT = 'A'
                      AND LOCATE('@', C.MEL) > 1
                      AND LOCATE('@', C.MEL) < LENGTH(RTRIM(C.MEL))),
               D (COMMERCIAL, PID, NOM, CID, DOM, WEB) AS
                 (SELECT M.COMMERCIAL, M.PID, M.NOM, M.CID, M.DOM,
                         CASE WHEN W.DOMAINE IS NULL THEN 'N'
                              ELSE 'O' END
                    FROM M
                      LEFT OUTER JOIN TRAIN04.TLMDOM W
                        ON W.DOMAINE = M.DOM),
               N (PID, DOM, NB) AS
                 (SELECT PID, DOM, COUNT(*)
                    FROM D
                    WHERE WEB = 'N'
                    GROUP BY PID, DOM),
               X (PID, DOM) AS
                 (SELECT N1.PID, N1.DOM
                    FROM N N1
                    WHERE NOT EXISTS
                          (SELECT 1 FROM N N2
                             WHERE N2.PID  = N1.PID
                               AND N2.DOM <> N1.DOM
                               AND N2.NB  >= N1.NB))
               SELECT D.COMMERCIAL, D.PID, D.NOM, D.CID,
                      CAST(D.DOM AS CHAR(40)), D.WEB,
                      COALESCE(CAST(X.DOM AS CHAR(40)), ' '),
                      COALESCE((SELECT MIN(X2.PID) FROM X X2
                                  WHERE X2.DOM  = D.DOM
                                    AND X2.PID <> D.PID), ' ')
               FROM D
                 LEFT OUTER JOIN X
                   ON X.PID = D.PID
               ORDER BY D.COMMERCIAL, D.PID, D.CID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, ANALYSE DES DOMAINES DE MESSAGERIE'
           PERFORM INIT
           PERFORM CTL-REFERENTIEL
           PERFORM TRT-CONTACTS
           PERFORM FIN
      *    Code retour : 4 = au moins une anomalie, 0 = rien a signaler
           IF w-cpt-web > 0 OR w-cpt-etr > 0
           OR w-cpt-aut > 0 OR w-cpt-dbl > 0 THEN
             MOVE 4                       TO RETURN-CODE
           ELSE
             MOVE 0                       TO RETURN-CODE
           END-IF
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN OUTPUT anomalie
           IF w-anomalie NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE ANOMALIE <' w-anomalie '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE SPACES                     TO w-dif
           MOVE 0                          TO w-cpt-con w-cpt-pro
                                              w-cpt-indet w-cpt-web
                                              w-cpt-etr w-cpt-aut
                                              w-cpt-dbl
                                              w-cpt-com-con
                                              w-cpt-com-pro
                                              w-cpt-com-ano
           MOVE SPACES                     TO w-com-prec w-pid-prec
                                              w-dbl-prec
           SET w-premier-oui               TO TRUE
           PERFORM ENTETE
           .

      *****************************************************************
      * Referentiel grand public vide : l'analyse tourne quand meme
      * (tous les domaines passent pour des domaines d'entreprise),
      * mais le rapport le signale.
      *****************************************************************
       CTL-REFERENTIEL.
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-nb-dom
               FROM TRAIN04.TLMDOM
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR LECTURE TLMDOM <' sqlcode '>'
             MOVE 0                        TO w-nb-dom
           END-IF
           IF w-nb-dom = 0 THEN
             MOVE 'ATTENTION : referentiel TLMDOM vide, aucun domaine'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE '            grand public ne sera reconnu.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE ' '                      TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Parcours des contacts, par commercial puis par prospect.
      *****************************************************************
       TRT-CONTACTS.
           EXEC SQL
             OPEN CURS-DOM
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OUVERTURE CURS-DOM <' sqlcode '>'
           ELSE
             SET w-eot-dom-non             TO TRUE
             PERFORM LEC-DOM
             PERFORM TRT-LIGNE             UNTIL w-eot-dom-oui
             EXEC SQL
               CLOSE CURS-DOM
             END-EXEC
             IF w-premier-non THEN
               PERFORM TOTAL-COMMERCIAL
             END-IF
           END-IF
           .

       LEC-DOM.
           EXEC SQL
             FETCH CURS-DOM
               INTO :w-lig-com, :w-lig-pid, :w-lig-nom, :w-lig-cid,
                    :w-lig-dom, :w-lig-web, :w-lig-dominant,
                    :w-lig-autre
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET w-eot-dom-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR LECTURE CURS-DOM <' sqlcode '>'
               SET w-eot-dom-oui           TO TRUE
           END-EVALUATE
           .

       TRT-LIGNE.
           IF w-premier-oui OR w-lig-com NOT = w-com-prec THEN
             PERFORM RUPTURE-COMMERCIAL
           END-IF
           IF w-lig-pid NOT = w-pid-prec THEN
             MOVE w-lig-pid                TO w-pid-prec
             SET w-pro-edite-non           TO TRUE
             ADD 1                         TO w-cpt-pro
                                              w-cpt-com-pro
             IF w-lig-dominant = SPACES THEN
               ADD 1                       TO w-cpt-indet
             END-IF
           END-IF
           ADD 1                           TO w-cpt-con w-cpt-com-con
           PERFORM CTL-CONTACT
           PERFORM LEC-DOM
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
           MOVE w-lig-com                  TO w-com-prec
           MOVE SPACES                     TO w-pid-prec
           MOVE 0                          TO w-cpt-com-con
                                              w-cpt-com-pro
                                              w-cpt-com-ano
           IF w-lig-com = SPACES THEN
             MOVE SPACES                   TO w-dif-type
           ELSE
             MOVE 'C'                      TO w-dif-type
           END-IF
           MOVE w-lig-com                  TO w-dif-code
           PERFORM ECRIT-BALISE
           MOVE ALL '='                    TO w-enr-log
           PERFORM ECRIT-LOG
           IF w-lig-com = SPACES THEN
             MOVE 'DOMAINES DE MESSAGERIE - PROSPECTS SANS COMMERCIAL'
                                           TO w-enr-log
           ELSE
             STRING
               'DOMAINES DE MESSAGERIE - COMMERCIAL <'
                                           DELIMITED SIZE
               w-lig-com                   DELIMITED SIZE
               '>'                         DELIMITED SIZE
               INTO w-enr-log
             END-STRING
           END-IF
           PERFORM ECRIT-LOG
           MOVE ALL '='                    TO w-enr-log
           PERFORM ECRIT-LOG
           .

       TOTAL-COMMERCIAL.
           IF w-cpt-com-ano = 0 THEN
             MOVE '   (aucune anomalie)'   TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           MOVE w-cpt-com-con              TO w-cpt-aff
           MOVE w-cpt-com-pro              TO w-cpt-aff2
           MOVE w-cpt-com-ano              TO w-cpt-aff3
           MOVE ALL '-'                    TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'Sous-total : contacts '      DELIMITED SIZE
             w-cpt-aff                     DELIMITED SIZE
             ' prospects '                 DELIMITED SIZE
             w-cpt-aff2                    DELIMITED SIZE
             ' anomalies '                 DELIMITED SIZE
             w-cpt-aff3                    DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Controles d'un contact. Le domaine d'un autre prospect prime
      * sur le domaine etranger : c'est l'explication la plus probable
      * de l'ecart.
      *****************************************************************
       CTL-CONTACT.
           MOVE SPACES                     TO w-ctl-lib
           EVALUATE TRUE
             WHEN w-lig-web-oui
               MOVE '3'                    TO w-ctl-sev
               MOVE 'TLMCON'               TO w-ctl-table
               MOVE 'WEB'                  TO w-ctl-code
               MOVE w-lig-cid              TO w-cle
               STRING
                 'Grand public '           DELIMITED SIZE
                 w-lig-dom                 DELIMITED SIZE
                 INTO w-ctl-lib
               END-STRING
               ADD 1                       TO w-cpt-web
               PERFORM ECRIT-ANOMALIE
             WHEN w-lig-autre NOT = SPACES
              AND w-lig-dom NOT = w-lig-dominant
               MOVE '2'                    TO w-ctl-sev
               MOVE 'TLMCON'               TO w-ctl-table
               MOVE 'AUT'                  TO w-ctl-code
               MOVE w-lig-cid              TO w-cle
               STRING
                 'Domaine du prospect <'   DELIMITED SIZE
                 w-lig-autre               DELIMITED SIZE
                 '>'                       DELIMITED SIZE
                 INTO w-ctl-lib
               END-STRING
               ADD 1                       TO w-cpt-aut
               PERFORM ECRIT-ANOMALIE
             WHEN w-lig-autre NOT = SPACES
              AND w-lig-pid NOT = w-dbl-prec
               MOVE w-lig-pid              TO w-dbl-prec
               MOVE '2'                    TO w-ctl-sev
               MOVE 'TLMPRO'               TO w-ctl-table
               MOVE 'DBL'                  TO w-ctl-code
               MOVE w-lig-pid              TO w-cle
               STRING
                 'Meme domaine que le prospect <'
                                           DELIMITED SIZE
                 w-lig-autre               DELIMITED SIZE
                 '>'                       DELIMITED SIZE
                 INTO w-ctl-lib
               END-STRING
               ADD 1                       TO w-cpt-dbl
               PERFORM ECRIT-ANOMALIE
             WHEN w-lig-dominant NOT = SPACES
              AND w-lig-dom NOT = w-lig-dominant
               MOVE '3'                    TO w-ctl-sev
               MOVE 'TLMCON'               TO w-ctl-table
               MOVE 'ETR'                  TO w-ctl-code
               MOVE w-lig-cid              TO w-cle
               STRING
                 'Domaine etranger '       DELIMITED SIZE
                 w-lig-dom                 DELIMITED SIZE
                 INTO w-ctl-lib
               END-STRING
               ADD 1                       TO w-cpt-etr
               PERFORM ECRIT-ANOMALIE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *****************************************************************
      * Ecriture d'une anomalie : entete du prospect a la premiere,
      * ligne du rapport et enregistrement machine.
      *****************************************************************
       ECRIT-ANOMALIE.
           IF w-pro-edite-non THEN
             PERFORM EDITE-PROSPECT
           END-IF
           ADD 1                           TO w-cpt-com-ano
           STRING
             '   SEV'             DELIMITED SIZE
             w-ctl-sev            DELIMITED SIZE
             ' '                  DELIMITED SIZE
             w-ctl-code           DELIMITED SIZE
             ' <'                 DELIMITED SIZE
             w-cle (1 : 6)        DELIMITED SIZE
             '> '                 DELIMITED SIZE
             w-ctl-lib            DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE SPACES                     TO a-ano
           MOVE w-ctl-sev                  TO a-ano-sev
           MOVE w-ctl-table                TO a-ano-table
           MOVE w-ctl-code                 TO a-ano-ctrl
           MOVE w-cle                      TO a-ano-cle
           MOVE w-ctl-lib                  TO a-ano-lib
           WRITE a-ano
           IF w-anomalie NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE ANOMALIE <' w-anomalie '>'
           END-IF
           .

      *****************************************************************
      * Entete d'un prospect : identifiant, nom et domaine dominant.
      *****************************************************************
       EDITE-PROSPECT.
           SET w-pro-edite-oui             TO TRUE
           STRING
             w-lig-pid                     DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-lig-nom (1 : 30)            DELIMITED SIZE
             ' @'                          DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           IF w-lig-dominant = SPACES THEN
             MOVE '(domaine indetermine)'  TO w-enr-log (40 : 21)
           ELSE
             MOVE w-lig-dominant           TO w-enr-log (40 : 40)
           END-IF
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
      * Balise de diffusion (cf. TLMCDIF1) : les lignes qui suivent
      * sont pour le destinataire w-dif-type / w-dif-code, jusqu'a la
      * balise suivante.
      *****************************************************************
       ECRIT-BALISE.
           SET w-dif-marque-ok             TO TRUE
           MOVE 'TLMBPGM121'               TO w-dif-rapport
           MOVE w-dif                      TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Entete du compte-rendu
      *****************************************************************
       ENTETE.
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|  QUALITE DES DOMAINES DE MESSAGERIE            |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|  ----------------------------------            |'
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
      *    le compte-rendu reste hors diffusion (archive seule)
           MOVE SPACES                 TO w-dif-type
                                          w-dif-code
           PERFORM ECRIT-BALISE
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-con              TO w-rap-con-nbr
           MOVE w-rap-con              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-pro              TO w-rap-pro-nbr
           MOVE w-rap-pro              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-indet            TO w-rap-indet-nbr
           MOVE w-rap-indet            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-web              TO w-rap-web-nbr
           MOVE w-rap-web              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-etr              TO w-rap-etr-nbr
           MOVE w-rap-etr              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-aut              TO w-rap-aut-nbr
           MOVE w-rap-aut              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-dbl              TO w-rap-dbl-nbr
           MOVE w-rap-dbl              TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE anomalie
           IF w-anomalie NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE ANOMALIE <' w-anomalie '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           DISPLAY 'MET, FIN DE L''ANALYSE DES DOMAINES'
           .

       END PROGRAM TLMBPGM121.
