      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : COMMERCIAUX ITINERANTS (POSTES NOMADES)
      * NOM DU PROGRAMME : TLMBPGM141
      * DESCRIPTION      : PROGRAMME BATCH NOCTURNE DE SYNCHRONISATION
      *    RETOUR DES POSTES NOMADES : LES MODIFICATIONS ET ACTIVITES
      *    SAISIES HORS CONNEXION (FICHIER RETOUR, FORMAT TLMCNOM2)
      *    SONT CONTROLEES CONTRE LA BASE PUIS CONVERTIES EN UN
      *    FICHIER DE PILOTAGE AU FORMAT TLMCPIL3, APPLIQUE PAR UN
      *    PASSAGE TLMBPGM3 DANS LA MEME NUIT :
      *       - PROSPECT (P), CONTACT (C), AFFAIRE (O) EXISTANTS : LA
      *         VERSION PORTEE PAR LA LIGNE (DTMAJ RECU DANS LE PAQUET
      *         TLMBPGM140) EST COMPAREE A LA LIGNE EN BASE. LIGNE
      *         MODIFIEE OU DESACTIVEE DEPUIS = CONFLIT : LA
      *         MODIFICATION EST MISE DE COTE DANS TLMNCF ET RENVOYEE
      *         AU COMMERCIAL DANS SON PAQUET, RIEN N'EST APPLIQUE.
      *         VERSION A JOUR = LIGNE M (P, C) OU O, ET LES CONFLITS
      *         OUVERTS DU COMMERCIAL SUR LA MEME LIGNE PASSENT
      *         RESOLUS (MODIFICATION RESSAISIE SUR LA NOUVELLE
      *         VERSION) ;
      *       - NOUVEAU CONTACT (C SANS IDENTIFIANT) : LIGNE A ;
      *         NOUVELLE AFFAIRE (O SANS IDENTIFIANT) : LIGNE O ;
      *         ACTIVITE (V) : LIGNE V. PAS DE VERSION, PAS DE CONFLIT ;
      *       - RENONCEMENT (A) : LES CONFLITS OUVERTS DU COMMERCIAL
      *         SUR LA LIGNE DESIGNEE PASSENT ABANDONNES, LA VERSION
      *         DU BUREAU EST CONSERVEE.
      *    SONT ECARTES : LIGNE INCOMPLETE OU DE TYPE INCONNU, LIGNE
      *    INCONNUE EN BASE, PROSPECT INACTIF OU HORS DU PORTEFEUILLE
      *    DU COMMERCIAL EMETTEUR, RENONCEMENT SANS CONFLIT OUVERT.
      *    LE FICHIER EST LU EN DEUX PASSES : PROSPECTS ET
      *    RENONCEMENTS D'ABORD, PUIS CONTACTS, AFFAIRES ET ACTIVITES,
      *    POUR QU'UNE LIGNE M DE PROSPECT (QUI REPORTE LE CONTACT
      *    PRINCIPAL TEL QU'EN BASE) NE PASSE JAMAIS APRES LA
      *    MODIFICATION DE CE CONTACT.
      *    LES COORDONNEES D'UN CONTACT MIS DE COTE SONT JETONNEES PAR
      *    LA COUCHE PHYSIQUE TLMPCON2 (FCT JETON) AVANT D'ETRE
      *    CONSERVEES DANS TLMNCF, COMME DANS TLMCON ; CELLES DU
      *    PILOTAGE LE SONT PAR TLMBPGM3 AU VERSEMENT.
      *    LE PILOTAGE PORTE UNE ENTETE DE VERSION '02' (EMETTEUR
      *    TLMBP141, CF. MATRICE TLMAUT) ET UN TRAILER.
      *    A PASSER APRES LA MISE A JOUR DE NUIT : LES MODIFICATIONS
      *    DU BUREAU DE LA JOURNEE SONT ALORS EN BASE ET LEURS
      *    VERSIONS COMPARABLES.
      *    VALIDATION UNIQUE EN FIN DE TRAITEMENT ; EN CAS D'ANOMALIE
      *    SQL OU FICHIER RIEN N'EST VALIDE (RC 16) ET LE PILOTAGE EST
      *    A IGNORER. RC=4 SI AU MOINS UNE LIGNE ECARTEE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM141.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200810.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier retour des postes nomades (DD RETOUR)
           SELECT retour  ASSIGN TO RETOUR
             FILE STATUS IS w-retour.
      *    Fichier de pilotage produit (format TLMCPIL3)
           SELECT pilote  ASSIGN TO PILOTAGE
             FILE STATUS IS w-pilote.
      *    Fichier de journalisation (compte-rendu)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD retour RECORDING MODE F.
       COPY TLMCNOM2 REPLACING ==:PROG:== BY ==f==.
       FD pilote RECORDING MODE F.
       COPY TLMCPIL3 REPLACING ==:PROG:== BY ==p==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clauses COPY generees par DCLGEN pour les tables lues
           EXEC SQL
             INCLUDE DCLPRO
           END-EXEC.
           EXEC SQL
             INCLUDE DCLCON
           END-EXEC.
           EXEC SQL
             INCLUDE DCLAFF
           END-EXEC.
           EXEC SQL
             INCLUDE DCLNCF
           END-EXEC.
      *    Clause COPY pour echange prog./ss-prog. avec la couche
      *    physique TLMPCON2 (jetonnage des coordonnees, fct JETON)
           COPY TLMCPIL.
           COPY TLMCCON2 REPLACING ==:PROG:== BY ==cpcon2==.
      *    Ligne retour a mettre de cote (coordonnees jetonnees)
           COPY TLMCNOM2 REPLACING ==:PROG:== BY ==w==.
      *    Codes d'etat des fichiers
       01 w-retour                       PIC   X(02).
       01 w-pilote                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Passe de lecture du fichier retour
       01 w-passe                        PIC   9.
           88 w-passe-1                          VALUE 1.
           88 w-passe-2                          VALUE 2.
      *    Fin de fichier RETOUR
       01 w-eof-ret                      PIC   9.
           88 w-eof-ret-oui                      VALUE 1.
           88 w-eof-ret-non                      VALUE 0.
      *    Prospect porteur de la ligne : present, actif, dans le
      *    portefeuille du commercial emetteur ?
       01 w-pro                          PIC   9.
           88 w-pro-ok                           VALUE 1.
           88 w-pro-ko                           VALUE 0.
      *    Conflit a mettre de cote : objet, identifiant, prospect,
      *    versions envoyee et trouvee
       01 w-cnf-objet                    PIC   X(01).
       01 w-cnf-id                       PIC   X(06).
       01 w-cnf-pro-id                   PIC   X(06).
       01 w-cnf-env                      PIC   X(26).
       01 w-cnf-base                     PIC   X(26).
      *    Contact reporte sur une ligne M de prospect (contact
      *    principal actif, a defaut le premier contact actif)
       01 w-con-id                       PIC   X(06).
      *    Compteurs pour le compte-rendu et le trailer
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-ajo                   PIC  S9(07) COMP-3.
           05 w-cpt-maj                   PIC  S9(07) COMP-3.
           05 w-cpt-aff                   PIC  S9(07) COMP-3.
           05 w-cpt-act                   PIC  S9(07) COMP-3.
           05 w-cpt-conflit               PIC  S9(07) COMP-3.
           05 w-cpt-resolu                PIC  S9(07) COMP-3.
           05 w-cpt-abandon               PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes retour lues :                       '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-maj.
           05 FILLER                     PIC   X(43) VALUE
                '  modifications transmises (M) :           '.
           05 w-rap-maj-nbr               PIC   ZZZZZZ9.
       01 w-rap-ajo.
           05 FILLER                     PIC   X(43) VALUE
                '  nouveaux contacts transmis (A) :         '.
           05 w-rap-ajo-nbr               PIC   ZZZZZZ9.
       01 w-rap-aff.
           05 FILLER                     PIC   X(43) VALUE
                '  affaires transmises (O) :                '.
           05 w-rap-aff-nbr               PIC   ZZZZZZ9.
       01 w-rap-act.
           05 FILLER                     PIC   X(43) VALUE
                '  activites transmises (V) :               '.
           05 w-rap-act-nbr               PIC   ZZZZZZ9.
       01 w-rap-conflit.
           05 FILLER                     PIC   X(43) VALUE
                '  modifications mises de cote (conflits) : '.
           05 w-rap-conflit-nbr           PIC   ZZZZZZ9.
       01 w-rap-resolu.
           05 FILLER                     PIC   X(43) VALUE
                'Conflits resolus par ressaisie :           '.
           05 w-rap-resolu-nbr            PIC   ZZZZZZ9.
       01 w-rap-abandon.
           05 FILLER                     PIC   X(43) VALUE
                'Conflits abandonnes :                      '.
           05 w-rap-abandon-nbr           PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes retour ecartees :                   '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, SYNCHRONISATION RETOUR DES POSTES NOMADES'
           PERFORM INIT
           IF RETURN-CODE = 0 THEN
             SET w-passe-1                 TO TRUE
             PERFORM TRT-PASSE
           END-IF
           IF RETURN-CODE = 0 THEN
             SET w-passe-2                 TO TRUE
             PERFORM TRT-PASSE
           END-IF
           IF RETURN-CODE = 0 THEN
             PERFORM ECRIT-TRAILER-PILOTAGE
           END-IF
           PERFORM VALIDATION
           PERFORM FIN
      *    Code retour : 16 = rien de valide, 4 = lignes ecartees
           IF RETURN-CODE = 0 AND w-cpt-rejet > 0 THEN
             MOVE 4                        TO RETURN-CODE
           END-IF
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers de sortie, entete de version du
      * pilotage et entete du log.
      *****************************************************************
       INIT.
           OPEN OUTPUT pilote
           IF w-pilote NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE PILOTAGE <' w-pilote '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
      *      entete de version du format courant ('02') : sans lui,
      *      TLMBPGM3 neutraliserait plage et langue des contacts
             MOVE SPACES                   TO p-pil
             MOVE 'H'                      TO p-pil-ent-cmd
             MOVE '02'                     TO p-pil-ent-version
             MOVE 'TLMBP141'               TO p-pil-ent-emetteur
             PERFORM ECRIT-PILOTAGE
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-ajo
                                              w-cpt-maj w-cpt-aff
                                              w-cpt-act w-cpt-conflit
                                              w-cpt-resolu
                                              w-cpt-abandon
                                              w-cpt-rejet
           MOVE 'TLMBPGM141'               TO tlmcpil-origine
           PERFORM ENTETE
           .

      *****************************************************************
      * Une passe sur le fichier retour. Un fichier absent ou vide
      * n'est pas une erreur (aucun poste n'a synchronise).
      *****************************************************************
       TRT-PASSE.
           OPEN INPUT retour
           IF w-retour NOT = '00' THEN
             IF w-passe-1 THEN
               DISPLAY 'MET-ERR OUVERTURE RETOUR <' w-retour '>'
             END-IF
           ELSE
             PERFORM LEC-RETOUR
             PERFORM TRT-LIGNE             UNTIL w-eof-ret-oui
             CLOSE retour
           END-IF
           .

       LEC-RETOUR.
           READ retour
             AT END     SET w-eof-ret-oui  TO TRUE
             NOT AT END SET w-eof-ret-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Aiguillage d'une ligne retour selon son type et la passe.
      *****************************************************************
       TRT-LIGNE.
           IF w-passe-1 THEN
             ADD 1                         TO w-cpt-lec
             EVALUATE TRUE
               WHEN f-ret-commercial = SPACES
                 MOVE 'ligne incomplete'   TO w-enr-log (40 : 20)
                 PERFORM REJETTE-ENR
               WHEN f-ret-type-prospect
                 PERFORM TRT-PROSPECT
               WHEN f-ret-type-abandon
                 PERFORM TRT-ABANDON
               WHEN f-ret-type-contact OR f-ret-type-affaire
                    OR f-ret-type-activite
                 CONTINUE
               WHEN OTHER
                 MOVE 'type inconnu'       TO w-enr-log (40 : 20)
                 PERFORM REJETTE-ENR
             END-EVALUATE
           ELSE
             IF f-ret-commercial NOT = SPACES THEN
               EVALUATE TRUE
                 WHEN f-ret-type-contact
                   PERFORM TRT-CONTACT
                 WHEN f-ret-type-affaire
                   PERFORM TRT-AFFAIRE
                 WHEN f-ret-type-activite
                   PERFORM TRT-ACTIVITE
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-IF
           PERFORM LEC-RETOUR
           .

      *****************************************************************
      * Modification d'un prospect : version comparee a la base, puis
      * ligne M portant le stade actuel (mise a jour du prospect) et
      * le contact principal tel qu'en base.
      *****************************************************************
       TRT-PROSPECT.
           IF f-ret-pro-id = SPACES OR f-ret-pro-nom = SPACES THEN
             MOVE 'ligne incomplete'       TO w-enr-log (40 : 20)
             PERFORM REJETTE-ENR
           ELSE
             MOVE f-ret-pro-id             TO tlmpro-id
             EXEC SQL
               SELECT STATUT, COMMERCIAL, DTMAJ, STADE
                 INTO :tlmpro-statut, :tlmpro-commercial,
                      :tlmpro-dtmaj, :tlmpro-stade
                 FROM TRAIN04.TLMPRO
                 WHERE ID = :tlmpro-id
             END-EXEC
             EVALUATE TRUE
               WHEN SQLCODE = 100
                 MOVE 'prospect inconnu'   TO w-enr-log (40 : 20)
                 PERFORM REJETTE-ENR
               WHEN SQLCODE NOT = 0
                 ADD 1                     TO w-cpt-rejet
                 DISPLAY 'MET-ERR SELECT TLMPRO <' tlmpro-id
                         '> SQLCODE <' sqlcode '>'
                 MOVE 16                   TO RETURN-CODE
               WHEN tlmpro-commercial NOT = f-ret-commercial
                 MOVE 'hors portefeuille'  TO w-enr-log (40 : 20)
                 PERFORM REJETTE-ENR
               WHEN tlmpro-statut NOT = 'A'
                    OR tlmpro-dtmaj NOT = f-ret-pro-dtmaj
                 MOVE 'P'                  TO w-cnf-objet
                 MOVE tlmpro-id            TO w-cnf-id
                                              w-cnf-pro-id
                 MOVE f-ret-pro-dtmaj      TO w-cnf-env
                 MOVE tlmpro-dtmaj         TO w-cnf-base
                 PERFORM MET-DE-COTE
               WHEN OTHER
                 PERFORM CHARGE-CONTACT-PRINC
                 IF w-con-id = SPACES THEN
                   MOVE 'aucun contact actif'
                                           TO w-enr-log (40 : 20)
                   PERFORM REJETTE-ENR
                 ELSE
                   PERFORM PROPOSE-MAJ-PRO
                 END-IF
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * Contact reporte sur la ligne M d'un prospect : le principal
      * actif, a defaut le premier contact actif ; espace si aucun.
      *****************************************************************
       CHARGE-CONTACT-PRINC.
           MOVE SPACES                     TO w-con-id
           EXEC SQL
             SELECT ID, COALESCE(NOM, ' '), COALESCE(PRENOM, ' '),
                    COALESCE(TEL, ' '), COALESCE(MEL, ' '),
                    COALESCE(NOTE, ' '), OPTOUT, PRINCIPAL,
                    COALESCE(FONCTION, ' '), PLAGE, LANGUE
               INTO :w-con-id, :tlmcon-nom, :tlmcon-prenom,
                    :tlmcon-tel, :tlmcon-mel, :tlmcon-note,
                    :tlmcon-optout, :tlmcon-principal,
                    :tlmcon-fonction, :tlmcon-plage, :tlmcon-langue
               FROM TRAIN04.TLMCON
               WHERE PID    = :tlmpro-id
                 AND STATUT = 'A'
               ORDER BY PRINCIPAL DESC, ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR SELECT TLMCON PID <' tlmpro-id
                     '> SQLCODE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

       PROPOSE-MAJ-PRO.
           MOVE SPACES                     TO p-pil
           MOVE 'M'                        TO p-pil-cmd
           MOVE tlmpro-id                  TO p-pil-pro-id
           MOVE f-ret-pro-nom              TO p-pil-pro-nom
           MOVE f-ret-pro-rue              TO p-pil-pro-rue
           MOVE f-ret-pro-cp               TO p-pil-pro-cp
           MOVE f-ret-pro-ville            TO p-pil-pro-ville
           MOVE tlmpro-stade               TO p-pil-pro-stade
           MOVE w-con-id                   TO p-pil-con-id
           MOVE tlmcon-nom                 TO p-pil-con-nom
           MOVE tlmcon-prenom              TO p-pil-con-prenom
           MOVE tlmcon-tel                 TO p-pil-con-tel
           MOVE tlmcon-mel                 TO p-pil-con-mel
           MOVE tlmcon-note                TO p-pil-con-note
           MOVE tlmpro-id                  TO p-pil-con-pid
           MOVE tlmcon-optout              TO p-pil-con-optout
           MOVE tlmcon-principal           TO p-pil-con-princ
           MOVE tlmcon-fonction            TO p-pil-con-fonction
           MOVE tlmcon-plage               TO p-pil-con-plage
           MOVE tlmcon-langue              TO p-pil-con-langue
           PERFORM ECRIT-PILOTAGE
           ADD 1                           TO w-cpt-maj
           MOVE 'P'                        TO w-cnf-objet
           MOVE tlmpro-id                  TO w-cnf-id
           PERFORM RESOUT-CONFLITS
           .

      *****************************************************************
      * Renoncement : les conflits ouverts du commercial sur la ligne
      * designee sont abandonnes.
      *****************************************************************
       TRT-ABANDON.
           IF f-ret-aba-obj-id = SPACES
              OR (f-ret-aba-objet NOT = 'P'
                  AND f-ret-aba-objet NOT = 'C'
                  AND f-ret-aba-objet NOT = 'O') THEN
             MOVE 'ligne incomplete'       TO w-enr-log (40 : 20)
             PERFORM REJETTE-ENR
           ELSE
             MOVE f-ret-commercial         TO tlmncf-commercial
             MOVE f-ret-aba-objet          TO tlmncf-objet
             MOVE f-ret-aba-obj-id         TO tlmncf-objid
             EXEC SQL
               UPDATE TRAIN04.TLMNCF
                 SET STATUT  = 'A',
                     DTRESOL = CURRENT TIMESTAMP
                 WHERE COMMERCIAL = :tlmncf-commercial
                   AND OBJET      = :tlmncf-objet
                   AND OBJID      = :tlmncf-objid
                   AND STATUT     = 'O'
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 ADD SQLERRD (3)           TO w-cpt-abandon
               WHEN 100
                 MOVE 'aucun conflit ouvert'
                                           TO w-enr-log (40 : 20)
                 PERFORM REJETTE-ENR
               WHEN OTHER
                 ADD 1                     TO w-cpt-rejet
                 DISPLAY 'MET-ERR UPDATE TLMNCF <' tlmncf-objet
                         tlmncf-objid '> SQLCODE <' sqlcode '>'
                 MOVE 16                   TO RETURN-CODE
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * Contact : nouveau (ligne A) ou modifie (version comparee a la
      * base, puis ligne M sans stade : le prospect n'est pas touche).
      *****************************************************************
       TRT-CONTACT.
           IF f-ret-con-pro-id = SPACES OR f-ret-con-nom = SPACES
              OR f-ret-con-prenom = SPACES THEN
             MOVE 'ligne incomplete'       TO w-enr-log (40 : 20)
             PERFORM REJETTE-ENR
           ELSE
             MOVE f-ret-con-pro-id         TO tlmpro-id
             PERFORM CHARGE-PROSPECT
             IF w-pro-ok THEN
               IF f-ret-con-id = SPACES THEN
                 PERFORM PROPOSE-AJO-CON
               ELSE
                 PERFORM CONTROLE-CONTACT
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Prospect porteur d'une ligne de contact ou d'affaire : actif
      * et dans le portefeuille du commercial emetteur (image chargee
      * pour la ligne de pilotage), ligne ecartee sinon.
      *****************************************************************
       CHARGE-PROSPECT.
           SET w-pro-ko                    TO TRUE
           EXEC SQL
             SELECT NOM, COALESCE(ADDR_RUE, ' '),
                    COALESCE(ADDR_CP, ' '),
                    COALESCE(ADDR_VILLE, ' '), COMMERCIAL
               INTO :tlmpro-nom, :tlmpro-addr-rue, :tlmpro-addr-cp,
                    :tlmpro-addr-ville, :tlmpro-commercial
               FROM TRAIN04.TLMPRO
               WHERE ID     = :tlmpro-id
                 AND STATUT = 'A'
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 'prospect inactif'     TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN SQLCODE NOT = 0
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR SELECT TLMPRO <' tlmpro-id
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
             WHEN tlmpro-commercial NOT = f-ret-commercial
               MOVE 'hors portefeuille'    TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               SET w-pro-ok                TO TRUE
           END-EVALUATE
           .

       PROPOSE-AJO-CON.
           MOVE SPACES                     TO p-pil
           MOVE 'A'                        TO p-pil-cmd
           MOVE tlmpro-id                  TO p-pil-pro-id
           MOVE tlmpro-nom                 TO p-pil-pro-nom
           MOVE tlmpro-addr-rue            TO p-pil-pro-rue
           MOVE tlmpro-addr-cp             TO p-pil-pro-cp
           MOVE tlmpro-addr-ville          TO p-pil-pro-ville
           MOVE f-ret-con-nom              TO p-pil-con-nom
           MOVE f-ret-con-prenom           TO p-pil-con-prenom
           MOVE f-ret-con-tel              TO p-pil-con-tel
           MOVE f-ret-con-mel              TO p-pil-con-mel
           MOVE tlmpro-id                  TO p-pil-con-pid
           MOVE 'N'                        TO p-pil-con-optout
           MOVE 'N'                        TO p-pil-con-princ
           MOVE f-ret-con-fonction         TO p-pil-con-fonction
           MOVE f-ret-con-plage            TO p-pil-con-plage
           MOVE f-ret-con-langue           TO p-pil-con-langue
           PERFORM ECRIT-PILOTAGE
           ADD 1                           TO w-cpt-ajo
           .

       CONTROLE-CONTACT.
           MOVE f-ret-con-id               TO tlmcon-id
           EXEC SQL
             SELECT PID, STATUT, DTMAJ, COALESCE(NOTE, ' '),
                    OPTOUT, PRINCIPAL
               INTO :tlmcon-pid, :tlmcon-statut, :tlmcon-dtmaj,
                    :tlmcon-note, :tlmcon-optout, :tlmcon-principal
               FROM TRAIN04.TLMCON
               WHERE ID = :tlmcon-id
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 'contact inconnu'      TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN SQLCODE NOT = 0
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR SELECT TLMCON <' tlmcon-id
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
             WHEN tlmcon-statut NOT = 'A'
                  OR tlmcon-dtmaj NOT = f-ret-con-dtmaj
               MOVE 'C'                    TO w-cnf-objet
               MOVE tlmcon-id              TO w-cnf-id
               MOVE tlmpro-id              TO w-cnf-pro-id
               MOVE f-ret-con-dtmaj        TO w-cnf-env
               MOVE tlmcon-dtmaj           TO w-cnf-base
               PERFORM MET-DE-COTE
             WHEN tlmcon-pid NOT = tlmpro-id
               MOVE 'autre prospect'       TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM PROPOSE-MAJ-CON
           END-EVALUATE
           .

       PROPOSE-MAJ-CON.
           MOVE SPACES                     TO p-pil
           MOVE 'M'                        TO p-pil-cmd
           MOVE tlmpro-id                  TO p-pil-pro-id
           MOVE tlmpro-nom                 TO p-pil-pro-nom
           MOVE tlmpro-addr-rue            TO p-pil-pro-rue
           MOVE tlmpro-addr-cp             TO p-pil-pro-cp
           MOVE tlmpro-addr-ville          TO p-pil-pro-ville
           MOVE tlmcon-id                  TO p-pil-con-id
           MOVE f-ret-con-nom              TO p-pil-con-nom
           MOVE f-ret-con-prenom           TO p-pil-con-prenom
           MOVE f-ret-con-tel              TO p-pil-con-tel
           MOVE f-ret-con-mel              TO p-pil-con-mel
           MOVE tlmcon-note                TO p-pil-con-note
           MOVE tlmpro-id                  TO p-pil-con-pid
           MOVE tlmcon-optout              TO p-pil-con-optout
           MOVE tlmcon-principal           TO p-pil-con-princ
           MOVE f-ret-con-fonction         TO p-pil-con-fonction
           MOVE f-ret-con-plage            TO p-pil-con-plage
           MOVE f-ret-con-langue           TO p-pil-con-langue
           PERFORM ECRIT-PILOTAGE
           ADD 1                           TO w-cpt-maj
           MOVE 'C'                        TO w-cnf-objet
           MOVE tlmcon-id                  TO w-cnf-id
           PERFORM RESOUT-CONFLITS
           .

      *****************************************************************
      * Affaire : creation (ligne O sans identifiant) ou modification
      * (version comparee a la base, puis ligne O).
      *****************************************************************
       TRT-AFFAIRE.
           IF f-ret-aff-pro-id = SPACES
              OR (f-ret-aff-id = SPACES
                  AND f-ret-aff-libelle = SPACES) THEN
             MOVE 'ligne incomplete'       TO w-enr-log (40 : 20)
             PERFORM REJETTE-ENR
           ELSE
             MOVE f-ret-aff-pro-id         TO tlmpro-id
             PERFORM CHARGE-PROSPECT
             IF w-pro-ok THEN
               IF f-ret-aff-id = SPACES THEN
                 PERFORM PROPOSE-AFFAIRE
               ELSE
                 PERFORM CONTROLE-AFFAIRE
               END-IF
             END-IF
           END-IF
           .

       CONTROLE-AFFAIRE.
           MOVE f-ret-aff-id               TO tlmaff-id
           EXEC SQL
             SELECT PROID, STATUT, DTMAJ
               INTO :tlmaff-proid, :tlmaff-statut, :tlmaff-dtmaj
               FROM TRAIN04.TLMAFF
               WHERE ID = :tlmaff-id
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 'affaire inconnue'     TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN SQLCODE NOT = 0
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR SELECT TLMAFF <' tlmaff-id
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
             WHEN tlmaff-statut NOT = 'A'
                  OR tlmaff-dtmaj NOT = f-ret-aff-dtmaj
               MOVE 'O'                    TO w-cnf-objet
               MOVE tlmaff-id              TO w-cnf-id
               MOVE tlmpro-id              TO w-cnf-pro-id
               MOVE f-ret-aff-dtmaj        TO w-cnf-env
               MOVE tlmaff-dtmaj           TO w-cnf-base
               PERFORM MET-DE-COTE
             WHEN tlmaff-proid NOT = tlmpro-id
               MOVE 'autre prospect'       TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM PROPOSE-AFFAIRE
               MOVE 'O'                    TO w-cnf-objet
               MOVE tlmaff-id              TO w-cnf-id
               PERFORM RESOUT-CONFLITS
           END-EVALUATE
           .

       PROPOSE-AFFAIRE.
           MOVE SPACES                     TO p-pil
           MOVE 'O'                        TO p-pil-aff-cmd
           MOVE f-ret-aff-id               TO p-pil-aff-id
           MOVE tlmpro-id                  TO p-pil-aff-pro-id
           MOVE f-ret-aff-libelle          TO p-pil-aff-libelle
           MOVE f-ret-aff-ligne            TO p-pil-aff-ligne
           MOVE f-ret-aff-montant          TO p-pil-aff-montant
           MOVE f-ret-aff-dtclose          TO p-pil-aff-dtclose
           MOVE f-ret-aff-issue            TO p-pil-aff-issue
           MOVE f-ret-aff-mntsigne         TO p-pil-aff-mntsigne
           MOVE f-ret-aff-dtsign           TO p-pil-aff-dtsign
           PERFORM ECRIT-PILOTAGE
           ADD 1                           TO w-cpt-aff
           .

      *****************************************************************
      * Activite : contact actif d'un prospect actif du portefeuille
      * du commercial emetteur, puis ligne V.
      *****************************************************************
       TRT-ACTIVITE.
           IF f-ret-act-con-id = SPACES
              OR f-ret-act-type = SPACES THEN
             MOVE 'ligne incomplete'       TO w-enr-log (40 : 20)
             PERFORM REJETTE-ENR
           ELSE
             MOVE f-ret-act-con-id         TO tlmcon-id
             EXEC SQL
               SELECT P.COMMERCIAL
                 INTO :tlmpro-commercial
                 FROM TRAIN04.TLMCON C, TRAIN04.TLMPRO P
                 WHERE C.ID     = :tlmcon-id
                   AND C.STATUT = 'A'
                   AND P.ID     = C.PID
                   AND P.STATUT = 'A'
             END-EXEC
             EVALUATE TRUE
               WHEN SQLCODE = 100
                 MOVE 'contact inactif'    TO w-enr-log (40 : 20)
                 PERFORM REJETTE-ENR
               WHEN SQLCODE NOT = 0
                 ADD 1                     TO w-cpt-rejet
                 DISPLAY 'MET-ERR SELECT TLMCON <' tlmcon-id
                         '> SQLCODE <' sqlcode '>'
                 MOVE 16                   TO RETURN-CODE
               WHEN tlmpro-commercial NOT = f-ret-commercial
                 MOVE 'hors portefeuille'  TO w-enr-log (40 : 20)
                 PERFORM REJETTE-ENR
               WHEN OTHER
                 MOVE SPACES               TO p-pil
                 MOVE 'V'                  TO p-pil-act-cmd
                 MOVE tlmcon-id            TO p-pil-act-con-id
                 MOVE f-ret-act-dtact      TO p-pil-act-dtact
                 MOVE f-ret-act-type       TO p-pil-act-type
                 MOVE f-ret-act-note       TO p-pil-act-note
                 MOVE f-ret-act-resultat   TO p-pil-act-resultat
                 PERFORM ECRIT-PILOTAGE
                 ADD 1                     TO w-cpt-act
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * Conflit : la modification est mise de cote telle que saisie,
      * avec les deux versions, pour le paquet du commercial.
      *****************************************************************
       MET-DE-COTE.
           MOVE f-ret                      TO w-ret
           IF w-cnf-objet = 'C' THEN
             PERFORM JETON-CONTACT
           END-IF
           MOVE f-ret-commercial           TO tlmncf-commercial
           MOVE w-cnf-objet                TO tlmncf-objet
           MOVE w-cnf-id                   TO tlmncf-objid
           MOVE w-cnf-pro-id               TO tlmncf-proid
           MOVE w-cnf-env                  TO tlmncf-dtmajenv
           MOVE w-cnf-base                 TO tlmncf-dtmajbase
           MOVE w-ret                      TO tlmncf-ligne
           EXEC SQL
             INSERT INTO TRAIN04.TLMNCF (
                 COMMERCIAL, OBJET, OBJID, DTDETECT, PROID,
                 DTMAJENV, DTMAJBASE, LIGNE, STATUT)
               VALUES (
                 :tlmncf-commercial, :tlmncf-objet, :tlmncf-objid,
                 CURRENT TIMESTAMP, :tlmncf-proid,
                 :tlmncf-dtmajenv, :tlmncf-dtmajbase,
                 :tlmncf-ligne, 'O')
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR INSERT TLMNCF <' tlmncf-objet
                     tlmncf-objid '> SQLCODE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             ADD 1                         TO w-cpt-conflit
             MOVE 'CONFLIT <'              TO w-enr-log (1 : 9)
             MOVE f-ret (1 : 11)           TO w-enr-log (10 : 11)
             MOVE '>'                      TO w-enr-log (21 : 1)
             MOVE 'modifie depuis le paquet'
                                           TO w-enr-log (40 : 24)
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Telephone et adresse electronique d'un contact mis de cote,
      * jetonnes par TLMPCON2 : TLMNCF ne garde rien en clair. Un
      * incident du coffre invalide le passage.
      *****************************************************************
       JETON-CONTACT.
           IF w-ret-con-tel NOT = SPACES
              OR w-ret-con-mel NOT = SPACES THEN
             MOVE SPACES                   TO cpcon2-ent
             MOVE w-ret-con-tel            TO cpcon2-ent-jet-tel
             MOVE w-ret-con-mel            TO cpcon2-ent-jet-mel
             MOVE 'JETON'                  TO tlmcpil-fct
             CALL 'TLMPCON2' USING tlmcpil cpcon2
             IF tlmcpil-rc = '00' THEN
               MOVE cpcon2-sor-jet-tel     TO w-ret-con-tel
               MOVE cpcon2-sor-jet-mel     TO w-ret-con-mel
             ELSE
               DISPLAY 'MET-ERR JETON TLMPCON2 <' tlmcpil-rc '> <'
                       w-ret-con-id '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Modification transmise sur la version a jour : les conflits
      * ouverts du commercial sur la meme ligne sont resolus.
      *****************************************************************
       RESOUT-CONFLITS.
           MOVE f-ret-commercial           TO tlmncf-commercial
           MOVE w-cnf-objet                TO tlmncf-objet
           MOVE w-cnf-id                   TO tlmncf-objid
           EXEC SQL
             UPDATE TRAIN04.TLMNCF
               SET STATUT  = 'R',
                   DTRESOL = CURRENT TIMESTAMP
               WHERE COMMERCIAL = :tlmncf-commercial
                 AND OBJET      = :tlmncf-objet
                 AND OBJID      = :tlmncf-objid
                 AND STATUT     = 'O'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD SQLERRD (3)             TO w-cpt-resolu
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR UPDATE TLMNCF <' tlmncf-objet
                       tlmncf-objid '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Enregistrement de controle (trailer) en fin de pilotage :
      * seules les lignes A et M y sont cumulees (cf. TLMCPIL3).
      *****************************************************************
       ECRIT-TRAILER-PILOTAGE.
           MOVE SPACES                     TO p-pil
           SET p-pil-cmd-fin               TO TRUE
           MOVE w-cpt-ajo                  TO p-pil-fin-nbr-ajo
           MOVE w-cpt-maj                  TO p-pil-fin-nbr-maj
           MOVE 0                          TO p-pil-fin-nbr-sup
           PERFORM ECRIT-PILOTAGE
           .

      *****************************************************************
      * Ecriture d'une ligne de pilotage, avec verification du code
      * d'etat du fichier PILOTAGE.
      *****************************************************************
       ECRIT-PILOTAGE.
           WRITE p-pil
           IF w-pilote NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE PILOTAGE <' w-pilote '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Validation unique : en cas d'anomalie rien n'est valide.
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
             MOVE 0                        TO w-cpt-ajo w-cpt-maj
                                              w-cpt-aff w-cpt-act
                                              w-cpt-conflit
                                              w-cpt-resolu
                                              w-cpt-abandon
             MOVE 'Traitement en echec, rien de valide.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Rejet d'une ligne retour : commercial, type et identifiant au
      * journal, motif pose par l'appelant en col.40.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-ret (1 : 11)             TO w-enr-log (8 : 11)
           MOVE '>'                        TO w-enr-log (19 : 1)
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
           MOVE '|   SYNCHRONISATION RETOUR DES POSTES NOMADES    |'
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
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lec              TO w-rap-lec-nbr
           MOVE w-rap-lec              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-maj              TO w-rap-maj-nbr
           MOVE w-rap-maj              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-ajo              TO w-rap-ajo-nbr
           MOVE w-rap-ajo              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-aff              TO w-rap-aff-nbr
           MOVE w-rap-aff              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-act              TO w-rap-act-nbr
           MOVE w-rap-act              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-conflit          TO w-rap-conflit-nbr
           MOVE w-rap-conflit          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-resolu           TO w-rap-resolu-nbr
           MOVE w-rap-resolu           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-abandon          TO w-rap-abandon-nbr
           MOVE w-rap-abandon          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE pilote
           IF w-pilote NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE PILOTAGE <' w-pilote '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM141.
