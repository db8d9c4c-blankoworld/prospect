      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : DEVIS D'AFFAIRE
      * NOM DU PROGRAMME : TLMBPGM93
      * DESCRIPTION      : PROGRAMME BATCH DE NUIT D'EXPIRATION DES
      *    DEVIS (TABLE TLMDEV, TENUE PAR LA COUCHE PHYSIQUE
      *    TLMPDEV1) : TOUT DEVIS ENCORE ENVOYE (STATUT 'E') DONT LA
      *    DATE LIMITE DE VALIDITE EST DEPASSEE A LA DATE DU JOUR
      *    PASSE AU STATUT EXPIRE ('X') ; IL NE PEUT PLUS ETRE
      *    ACCEPTE NI REFUSE. LES DEVIS EXPIRES SONT D'ABORD EDITES
      *    AU JOURNAL, PAR AFFAIRE, POUR RELANCE EVENTUELLE PAR LE
      *    COMMERCIAL (NOUVEAU DEVIS). L'AFFAIRE ELLE-MEME N'EST PAS
      *    TOUCHEE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM93.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191212.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de journalisation (compte-rendu d'expiration)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Code d'etat du fichier
       01 w-log                          PIC   X(02).
      *    Date du jour (AAAAMMJJ), date de reference de l'expiration
       01 w-date-jour                    PIC   X(08).
      *    Fin de parcours du curseur
       01 w-eot-exp                      PIC   9.
           88 w-eot-exp-oui                      VALUE 1.
           88 w-eot-exp-non                      VALUE 0.
      *    Ligne courante du curseur des devis a expirer
       01 w-exp-id                       PIC   X(06).
       01 w-exp-affid                    PIC   X(06).
       01 w-exp-libelle                  PIC   X(40).
       01 w-exp-dtvalid                  PIC   X(08).
       01 w-exp-montant                  PIC  S9(9)V99 COMP-3.
      *    Formes affichables (STRING n'accepte que des items DISPLAY)
       77 w-mnt-aff                      PIC   ZZZZZZZZ9.99.
      *    Clause COPY pour echange prog./ss-prog. avec la couche
      *    physique des devis
           COPY TLMCPIL.
           COPY TLMCDEV1 REPLACING ==:PROG:== BY ==cpdev==.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lst                   PIC  S9(07) COMP-3.
           05 w-cpt-exp                   PIC  S9(07) COMP-3.
       01 w-rap-lst.
           05 FILLER                     PIC   X(43) VALUE
                'Devis arrives a expiration :               '.
           05 w-rap-lst-nbr              PIC   ZZZBZZ9.
       01 w-rap-exp.
           05 FILLER                     PIC   X(43) VALUE
                'Devis passes au statut expire :            '.
           05 w-rap-exp-nbr              PIC   ZZZBZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des devis encore envoyes dont la validite est
      * depassee, par affaire.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-EXP CURSOR FOR
               SELECT D.ID, D.AFFID, A.LIBELLE, D.DTVALID, D.MONTANT
               FROM TRAIN04.TLMDEV D, TRAIN04.TLMAFF A
               WHERE D.STATUT = 'E'
                 AND D.DTVALID < :w-date-jour
                 AND A.ID = D.AFFID
               ORDER BY D.AFFID, D.ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, EXPIRATION DES DEVIS'
           PERFORM INIT
           PERFORM LISTE-EXPIRES
           PERFORM EXPIRE-DEVIS
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture du fichier de log, date de reference et entete
      *****************************************************************
       INIT.
           MOVE SPACES                   TO tlmcpil-fct
                                            tlmcpil-rc
                                            tlmcpil-msg
           MOVE ZERO                     TO tlmcpil-src
                                            tlmcpil-retry
           MOVE 'TLMBPGM93'              TO tlmcpil-origine
           SET tlmcpil-pii-inactif       TO TRUE
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                        TO w-cpt-lst w-cpt-exp
           ACCEPT w-date-jour            FROM DATE YYYYMMDD
           PERFORM ENTETE
           STRING
             'Date de reference : '      DELIMITED SIZE
             w-date-jour                 DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE ' '                      TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Edition des devis qui vont expirer, avant la mise a jour
      *****************************************************************
       LISTE-EXPIRES.
           EXEC SQL
             OPEN CURS-EXP
           END-EXEC
           SET w-eot-exp-non             TO TRUE
           PERFORM LEC-EXP
           IF w-eot-exp-oui THEN
             MOVE '  (aucun devis arrive a expiration)'
                                         TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           PERFORM EDITE-EXP             UNTIL w-eot-exp-oui
           EXEC SQL
             CLOSE CURS-EXP
           END-EXEC
           .

       LEC-EXP.
           EXEC SQL
             FETCH CURS-EXP
               INTO :w-exp-id, :w-exp-affid, :w-exp-libelle,
                    :w-exp-dtvalid, :w-exp-montant
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-exp-non           TO TRUE
           ELSE
             SET w-eot-exp-oui           TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-EXP SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

       EDITE-EXP.
           ADD 1                         TO w-cpt-lst
           MOVE w-exp-montant            TO w-mnt-aff
           STRING
             ' devis '                   DELIMITED SIZE
             w-exp-id                    DELIMITED SIZE
             ' aff '                     DELIMITED SIZE
             w-exp-affid                 DELIMITED SIZE
             ' '                         DELIMITED SIZE
             w-exp-libelle (1 : 25)      DELIMITED SIZE
             ' val '                     DELIMITED SIZE
             w-exp-dtvalid               DELIMITED SIZE
             ' mnt '                     DELIMITED SIZE
             w-mnt-aff                   DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-EXP
           .

      *****************************************************************
      * Passage au statut expire via TLMPDEV1 (fonction EXPIRE), puis
      * validation. En cas d'anomalie rien n'est valide.
      *****************************************************************
       EXPIRE-DEVIS.
           MOVE SPACES                   TO cpdev-ent
           MOVE w-date-jour              TO cpdev-ent-exp-date
           MOVE 'EXPIRE'                 TO tlmcpil-fct
           CALL 'TLMPDEV1'               USING tlmcpil cpdev
           IF tlmcpil-rc = '00' THEN
             MOVE cpdev-sor-exp-nbr      TO w-cpt-exp
             MOVE 'COMMIT'               TO tlmcpil-fct
             CALL 'TLMPDEV1'             USING tlmcpil cpdev
           END-IF
           IF tlmcpil-rc NOT = '00' THEN
             DISPLAY 'MET-ERR EXPIRATION <' tlmcpil-rc '> '
                     tlmcpil-msg
             MOVE 'Expiration en echec, rien de valide.'
                                         TO w-enr-log
             PERFORM ECRIT-LOG
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 0                      TO w-cpt-exp
             MOVE 16                     TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Ecriture d'une ligne dans le fichier de log, avec verification
      * du code d'etat du fichier JOURNAUX.
      *****************************************************************
       ECRIT-LOG.
           WRITE f-log                   FROM w-enr-log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE JOURNAUX <' w-log '>'
           END-IF
           MOVE SPACES                   TO w-enr-log
           .

      *****************************************************************
      * Entete du compte-rendu
      *****************************************************************
       ENTETE.
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|          EXPIRATION DES DEVIS D''AFFAIRE         |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|          ----------------------------          |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Compte-rendu final et fermeture du fichier de log
      *****************************************************************
       FIN.
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lst              TO w-rap-lst-nbr
           MOVE w-rap-lst              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-exp              TO w-rap-exp-nbr
           MOVE w-rap-exp              TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM93.
