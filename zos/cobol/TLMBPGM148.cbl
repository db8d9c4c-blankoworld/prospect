      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : CONFIRMATION DES ADRESSES ELECTRONIQUES
      * NOM DU PROGRAMME : TLMBPGM148
      * DESCRIPTION      : PROGRAMME BATCH QUOTIDIEN DU DOUBLE OPT-IN.
      *    1) EXPIRATION : LES ADRESSES EN ATTENTE DE CONFIRMATION
      *    (TLMDOI) DEPUIS PLUS DE N JOURS PASSENT A EXPIREE ; ELLES
      *    RESTENT ECARTEES DES CAMPAGNES COURRIEL (TLMBPGM57) TANT
      *    QU'ELLES NE SONT PAS RESAISIES (NOUVELLE DEMANDE).
      *    2) DEMANDES : POUR CHAQUE ADRESSE EN ATTENTE DONT LA DEMANDE
      *    N'EST PAS ENCORE PARTIE, UNE LIGNE (FORMAT TLMCDOI1) EST
      *    ECRITE DANS LE FICHIER REMIS A LA PLATEFORME DE COURRIEL,
      *    QUI ENVOIE LE LIEN DE CONFIRMATION PORTANT LE JETON ; LE
      *    RETOUR EST CHARGE PAR TLMBPGM149. NE SONT DEMANDEES QUE
      *    LES ADRESSES TOUJOURS EN PLACE (FICHE OU CANAL MEL) D'UN
      *    CONTACT ACTIF HORS OPPOSITION ; LES AUTRES EXPIRERONT.
      *    CARTE SEUIL FACULTATIVE : DELAI D'EXPIRATION EN JOURS EN
      *    COL.1-3 (030 PAR DEFAUT).
      *    LA PLATEFORME RECOIT L'ADRESSE EN CLAIR : LE JETON STOCKE
      *    (CF. TLMTOK) EST RESOLU PAR LA COUCHE PHYSIQUE (TLMPCON2
      *    POUR LA FICHE, TLMPCAN5 POUR LE CANAL), TLMBPGM148 DEVANT
      *    Y ETRE HABILITE (TLMCFG, PARAMETRE 'CLAIR') ; UN REFUS EST
      *    TRAITE COMME UN INCIDENT.
      *    VALIDATION UNIQUE EN FIN DE TRAITEMENT ; RC 16 = RIEN DE
      *    VALIDE, FICHIER A NE PAS TRANSMETTRE (MEME PRINCIPE QUE
      *    TLMBPGM125).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM148.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200914.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des demandes de confirmation (COPY TLMCDOI1)
           SELECT demande ASSIGN TO DEMANDES
             FILE STATUS IS w-demande.
      *    Fichier de controle facultatif : delai d'expiration
           SELECT seuil   ASSIGN TO SEUIL
             FILE STATUS IS w-seuil.
      *    Fichier de journalisation (compte-rendu)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD demande RECORDING MODE F.
       COPY TLMCDOI1 REPLACING ==:PROG:== BY ==f==.
       FD seuil RECORDING MODE F.
       01 f-seuil.
           05 f-seuil-delai               PIC  X(03).
           05 FILLER                      PIC  X(77).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMDOI
           EXEC SQL
             INCLUDE DCLDOI
           END-EXEC.
      *    Clauses COPY pour echange prog./ss-prog. avec les couches
      *    physiques TLMPCON2 et TLMPCAN5 (resolution des jetons, fct
      *    CLAIR)
           COPY TLMCPIL.
           COPY TLMCCON2 REPLACING ==:PROG:== BY ==cpcon2==.
           COPY TLMCCAN5 REPLACING ==:PROG:== BY ==cpcan5==.
      *    Codes d'etat des fichiers
       01 w-demande                      PIC   X(02).
       01 w-seuil                        PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de parcours du curseur des demandes a emettre
       01 w-eot-doi                      PIC   9.
           88 w-eot-doi-oui                      VALUE 1.
           88 w-eot-doi-non                      VALUE 0.
      *    Destinataire de la demande courante
       01 w-con-nom                      PIC   X(35).
       01 w-con-prenom                   PIC   X(35).
       01 w-con-langue                   PIC   X(02).
       01 w-pro-nom                      PIC   X(35).
      *    Adresse en clair et date limite de la demande courante
       01 w-mel-clair                    PIC   X(80).
       01 w-dtlimite                     PIC   X(08).
      *    Date du jour (AAAAMMJJ)
       01 w-date-jour                    PIC   X(08).
      *    Delai d'expiration en jours (SEUIL, ou valeur par defaut)
       01 w-delai                        PIC  S9(03) COMP-3 VALUE 30.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-exp                   PIC  S9(07) COMP-3.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-dem                   PIC  S9(07) COMP-3.
       01 w-rap-exp.
           05 FILLER                     PIC   X(43) VALUE
                'Demandes expirees sans confirmation :      '.
           05 w-rap-exp-nbr               PIC   ZZZZZZ9.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Adresses en attente, demande a emettre :   '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-dem.
           05 FILLER                     PIC   X(43) VALUE
                'Demandes de confirmation emises :          '.
           05 w-rap-dem-nbr               PIC   ZZZZZZ9.
       01 w-rap-delai.
           05 FILLER                     PIC   X(43) VALUE
                'Delai d''expiration (jours) :               '.
           05 w-rap-delai-nbr             PIC   ZZZZZZ9.
      *    Ligne de detail par demande emise
       01 w-lig-dem.
           05 w-lig-dem-conid             PIC   X(06).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-dem-canal             PIC   X(01).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-dem-origine           PIC   X(12).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-dem-limite            PIC   X(08).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-dem-con-nom           PIC   X(25).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-dem-pro-nom           PIC   X(23).
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des demandes a emettre : adresses en attente sans
      * demande partie, toujours en place sur la fiche (canal 'C') ou
      * dans les canaux mel (canal 'E') d'un contact actif hors
      * opposition.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-DOI CURSOR FOR
               SELECT D.CONID, D.CANAL, D.VALEUR, D.JETON, D.ORIGINE,
                      REPLACE(CHAR(DATE(D.DTCRE) + :w-delai DAYS,
                                   ISO), '-', ''),
                      C.NOM, C.PRENOM, C.LANGUE, P.NOM
               FROM TRAIN04.TLMDOI D, TRAIN04.TLMCON C,
                    TRAIN04.TLMPRO P
               WHERE D.STATUT = 'A'
                 AND D.DTENV  = ' '
                 AND C.ID     = D.CONID
                 AND C.STATUT = 'A'
                 AND C.OPTOUT <> 'O'
                 AND P.ID     = C.PID
                 AND ((D.CANAL = 'C' AND C.MEL = D.VALEUR)
                   OR (D.CANAL = 'E' AND EXISTS
                       (SELECT 1 FROM TRAIN04.TLMCAN N
                          WHERE N.CONID   = D.CONID
                            AND N.CANTYPE = 'E'
                            AND N.VALEUR  = D.VALEUR)))
               ORDER BY D.CONID, D.CANAL
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, DEMANDES DE CONFIRMATION DES ADRESSES MEL'
           PERFORM INIT
           PERFORM EXPIRE-DEMANDES
           IF RETURN-CODE NOT = 16 THEN
             PERFORM TRT-DEMANDES
           END-IF
           IF RETURN-CODE = 16 THEN
             EXEC SQL
               ROLLBACK
             END-EXEC
           ELSE
             EXEC SQL
               COMMIT
             END-EXEC
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, lecture du seuil facultatif et
      * ecriture de l'entete du log.
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           OPEN OUTPUT demande
           IF w-demande NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE DEMANDES <' w-demande '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           OPEN INPUT seuil
           IF w-seuil = '00' THEN
             READ seuil
                 AT END     CONTINUE
                 NOT AT END
                   IF f-seuil-delai NUMERIC
                      AND f-seuil-delai > '000' THEN
                     MOVE f-seuil-delai      TO w-delai
                   END-IF
             END-READ
             CLOSE seuil
           END-IF
           MOVE 0                          TO w-cpt-exp w-cpt-lec
                                              w-cpt-dem
      *    Adresses demandees en clair aux couches physiques, au nom
      *    de ce programme
           MOVE 'TLMBPGM148'               TO tlmcpil-origine
           SET tlmcpil-clair-oui           TO TRUE
           PERFORM ENTETE
           .

      *****************************************************************
      * Expiration des adresses en attente depuis plus de w-delai
      * jours, demande partie ou non ; nombre de lignes touchees
      * repris de SQLERRD (3).
      *****************************************************************
       EXPIRE-DEMANDES.
           EXEC SQL
             UPDATE TRAIN04.TLMDOI
               SET STATUT = 'X',
                   DTSTAT = :w-date-jour
               WHERE STATUT = 'A'
                 AND DTCRE  < CURRENT TIMESTAMP - :w-delai DAYS
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD (3)            TO w-cpt-exp
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR UPDATE TLMDOI (EXPIRATION) SQLCODE <'
                       SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Parcours des adresses dont la demande est a emettre
      *****************************************************************
       TRT-DEMANDES.
           EXEC SQL
             OPEN CURS-DOI
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-DOI SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-doi-non             TO TRUE
             PERFORM LEC-DOI
             PERFORM TRT-DEMANDE           UNTIL w-eot-doi-oui
             EXEC SQL
               CLOSE CURS-DOI
             END-EXEC
           END-IF
           .

       LEC-DOI.
           EXEC SQL
             FETCH CURS-DOI
               INTO :tlmdoi-conid, :tlmdoi-canal, :tlmdoi-valeur,
                    :tlmdoi-jeton, :tlmdoi-origine, :w-dtlimite,
                    :w-con-nom, :w-con-prenom, :w-con-langue,
                    :w-pro-nom
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-doi-non             TO TRUE
             ADD 1                         TO w-cpt-lec
           ELSE
             SET w-eot-doi-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-DOI SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Une adresse : resolution en clair, ligne du fichier DEMANDES,
      * puis date d'emission portee sur TLMDOI.
      *****************************************************************
       TRT-DEMANDE.
           IF tlmdoi-canal-con THEN
             PERFORM CLAIR-CON
           ELSE
             PERFORM CLAIR-CAN
           END-IF
           IF tlmcpil-rc NOT = '00' THEN
             DISPLAY 'MET-ERR RESOLUTION ADRESSE <' tlmdoi-conid
                     '> CANAL <' tlmdoi-canal '> RC <' tlmcpil-rc
                     '> ' tlmcpil-msg
             MOVE 16                       TO RETURN-CODE
             SET w-eot-doi-oui             TO TRUE
           ELSE
             PERFORM ECRIT-DEMANDE
             IF RETURN-CODE = 16 THEN
               SET w-eot-doi-oui           TO TRUE
             ELSE
               PERFORM LEC-DOI
             END-IF
           END-IF
           .

      *****************************************************************
      * Adresse de la fiche contact, resolue par TLMPCON2.
      *****************************************************************
       CLAIR-CON.
           MOVE SPACES                     TO cpcon2-ent
           MOVE tlmdoi-valeur              TO cpcon2-ent-jet-mel
           MOVE 'CLAIR'                    TO tlmcpil-fct
           CALL 'TLMPCON2' USING tlmcpil cpcon2
           IF tlmcpil-rc = '00' THEN
             MOVE cpcon2-sor-jet-mel       TO w-mel-clair
           END-IF
           .

      *****************************************************************
      * Adresse d'un canal mel, resolue par TLMPCAN5.
      *****************************************************************
       CLAIR-CAN.
           MOVE SPACES                     TO cpcan5-ent
           MOVE 'E'                        TO cpcan5-ent-jet-type
           MOVE tlmdoi-valeur              TO cpcan5-ent-jet-valeur
           MOVE 'CLAIR'                    TO tlmcpil-fct
           CALL 'TLMPCAN5' USING tlmcpil cpcan5
           IF tlmcpil-rc = '00' THEN
             MOVE cpcan5-sor-jet-valeur    TO w-mel-clair
           END-IF
           .

       ECRIT-DEMANDE.
           MOVE SPACES                     TO f-doi
           MOVE tlmdoi-conid               TO f-doi-con-id
           MOVE tlmdoi-canal               TO f-doi-canal
           MOVE w-con-nom                  TO f-doi-con-nom
           MOVE w-con-prenom               TO f-doi-con-prenom
           MOVE w-con-langue               TO f-doi-con-langue
           MOVE w-mel-clair                TO f-doi-mel
           MOVE tlmdoi-jeton               TO f-doi-jeton
           MOVE w-dtlimite                 TO f-doi-dtlimite
           MOVE w-pro-nom                  TO f-doi-pro-nom
           WRITE f-doi
           IF w-demande NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE DEMANDES <' w-demande '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             PERFORM MARQUE-EMISE
           END-IF
           .

      *****************************************************************
      * Demande emise : date du jour portee sur la ligne TLMDOI, qui
      * ne sera plus reprise.
      *****************************************************************
       MARQUE-EMISE.
           EXEC SQL
             UPDATE TRAIN04.TLMDOI
               SET DTENV = :w-date-jour
               WHERE CONID  = :tlmdoi-conid
                 AND CANAL  = :tlmdoi-canal
                 AND VALEUR = :tlmdoi-valeur
                 AND STATUT = 'A'
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-cpt-dem
             MOVE tlmdoi-conid             TO w-lig-dem-conid
             MOVE tlmdoi-canal             TO w-lig-dem-canal
             MOVE tlmdoi-origine           TO w-lig-dem-origine
             MOVE w-dtlimite               TO w-lig-dem-limite
             MOVE w-con-nom                TO w-lig-dem-con-nom
             MOVE w-pro-nom                TO w-lig-dem-pro-nom
             MOVE w-lig-dem                TO w-enr-log
             PERFORM ECRIT-LOG
           ELSE
             DISPLAY 'MET-ERR UPDATE TLMDOI <' tlmdoi-conid
                     '> CANAL <' tlmdoi-canal '> SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
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
           MOVE '|   DEMANDES DE CONFIRMATION DES ADRESSES MEL    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   -----------------------------------------    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'Contact, canal, origine, date limite, nom, client'
                                       TO w-enr-log
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
           MOVE w-delai                TO w-rap-delai-nbr
           MOVE w-rap-delai            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-exp              TO w-rap-exp-nbr
           MOVE w-rap-exp              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lec              TO w-rap-lec-nbr
           MOVE w-rap-lec              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-dem              TO w-rap-dem-nbr
           MOVE w-rap-dem              TO w-enr-log
           PERFORM ECRIT-LOG
           IF RETURN-CODE = 16 THEN
             MOVE 'Incident : rien de valide (ROLLBACK), a relancer'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           CLOSE demande
           IF w-demande NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE DEMANDES <' w-demande '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM148.
