      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : EVENEMENTS COMMERCIAUX (SALONS)
      * NOM DU PROGRAMME : TLMBPGM109
      * DESCRIPTION      : PROGRAMME BATCH DE TENUE DE LA TABLE DES
      *    EVENEMENTS TLMEVT (SALONS PROFESSIONNELS, EVENEMENTS
      *    CLIENTS) DEPUIS LE FICHIER EVENEMT DU MARKETING (FORMAT
      *    TLMCEVT1), UNE LIGNE PAR EVENEMENT :
      *       - 'A' CREE L'EVENEMENT OU REMPLACE SA DEFINITION ;
      *       - 'S' LE RETIRE, SEULEMENT S'IL N'A ENCORE NI INVITE,
      *         NI INSCRIT, NI LEAD (TLMEVP/TLMEVL VIDES POUR LUI).
      *    CONTROLES D'UNE LIGNE 'A' : LIBELLE RENSEIGNE, TYPE 'S' OU
      *    'E', DATES AAAAMMJJ NUMERIQUES ET ORDONNEES, SOURCE
      *    D'ACQUISITION CONNUE DE TLMSRC ('SAL' PAR DEFAUT) ET
      *    CAMPAGNE D'INVITATION CONNUE DE TLMCAM SI ELLE EST DONNEE.
      *    LES LIGNES NON CONFORMES SONT JOURNALISEES ET ECARTEES SANS
      *    ARRETER LE TRAITEMENT.
      *    LA SUITE DU CYCLE : INVITATIONS (TLMBPGM110), INSCRIPTIONS
      *    ET PRESENCES (TLMBPGM111), SCANS DE BADGES (TLMBPGM112),
      *    BILAN POST-EVENEMENT (TLMBPGM113).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM109.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200309.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des evenements du marketing (COPY TLMCEVT1)
           SELECT evtfic ASSIGN TO EVENEMT
             FILE STATUS IS w-evtfic.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD evtfic RECORDING MODE F.
       COPY TLMCEVT1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMEVT
           EXEC SQL
             INCLUDE DCLEVT
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-evtfic                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier EVENEMT
       01 w-eof-evt                      PIC   9.
           88 w-eof-evt-oui                      VALUE 1.
           88 w-eof-evt-non                      VALUE 0.
      *    Ligne courante conforme ?
       01 w-ligne-valide                 PIC   9.
           88 w-ligne-valide-oui                 VALUE 1.
           88 w-ligne-valide-non                 VALUE 0.
      *    Motif de rejet de la ligne courante
       77 w-rejet-motif                  PIC   X(40).
      *    Nombre de lignes trouvees par les controles d'existence
       77 w-nb                           PIC  S9(07) COMP-3.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-cree                  PIC  S9(07) COMP-3.
           05 w-cpt-modif                 PIC  S9(07) COMP-3.
           05 w-cpt-supp                  PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes d''evenements lues :       '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-cree.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''evenements crees :                '.
           05 w-rap-cree-nbr              PIC   ZZZZZZ9.
       01 w-rap-modif.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''evenements modifies :             '.
           05 w-rap-modif-nbr             PIC   ZZZZZZ9.
       01 w-rap-supp.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''evenements retires :              '.
           05 w-rap-supp-nbr              PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes rejetees :                '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, TENUE DES EVENEMENTS COMMERCIAUX'
           PERFORM INIT
           PERFORM TRT-EVENEMENTS
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT evtfic
           IF w-evtfic NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE EVENEMT <' w-evtfic '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-cree
                                               w-cpt-modif w-cpt-supp
                                               w-cpt-rejet
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours du fichier des evenements
      *****************************************************************
       TRT-EVENEMENTS.
           SET w-eof-evt-non                TO TRUE
           PERFORM LEC-EVENEMENT
           PERFORM TRT-EVENEMENT            UNTIL w-eof-evt-oui
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-EVENEMENT.
           READ evtfic
             AT END     SET w-eof-evt-oui  TO TRUE
             NOT AT END SET w-eof-evt-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Une ligne d'evenement : controle puis creation/modification
      * ou retrait ; rejet journalise sinon.
      *****************************************************************
       TRT-EVENEMENT.
           ADD 1                           TO w-cpt-lec
           PERFORM VRF-LIGNE-EVT
           IF w-ligne-valide-oui THEN
             IF f-evt-cmd-sup THEN
               PERFORM SUP-EVENEMENT
             ELSE
               PERFORM MAJ-EVENEMENT
             END-IF
           END-IF
           IF w-ligne-valide-non THEN
             ADD 1                         TO w-cpt-rejet
             STRING
               'REJET evenement <'         DELIMITED SIZE
               f-evt-id                    DELIMITED SIZE
               '> '                        DELIMITED SIZE
               w-rejet-motif               DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           END-IF
           PERFORM LEC-EVENEMENT
           .

      *****************************************************************
      * Controle de la ligne courante (cf. description en tete).
      *****************************************************************
       VRF-LIGNE-EVT.
           SET w-ligne-valide-oui          TO TRUE
           IF f-evt-source = SPACES THEN
             MOVE 'SAL'                    TO f-evt-source
           END-IF
           EVALUATE TRUE
             WHEN NOT f-evt-cmd-ajo AND NOT f-evt-cmd-sup
               SET w-ligne-valide-non      TO TRUE
               MOVE 'code operation invalide' TO w-rejet-motif
             WHEN f-evt-id = SPACES
               SET w-ligne-valide-non      TO TRUE
               MOVE 'identifiant absent'   TO w-rejet-motif
             WHEN f-evt-cmd-sup
               CONTINUE
             WHEN f-evt-libelle = SPACES
               SET w-ligne-valide-non      TO TRUE
               MOVE 'libelle absent'       TO w-rejet-motif
             WHEN NOT f-evt-type-valide
               SET w-ligne-valide-non      TO TRUE
               MOVE 'type invalide (S,E)'  TO w-rejet-motif
             WHEN f-evt-dtdeb NOT NUMERIC OR f-evt-dtfin NOT NUMERIC
               SET w-ligne-valide-non      TO TRUE
               MOVE 'date malformee (AAAAMMJJ)' TO w-rejet-motif
             WHEN f-evt-dtfin < f-evt-dtdeb
               SET w-ligne-valide-non      TO TRUE
               MOVE 'fin anterieure au debut' TO w-rejet-motif
             WHEN OTHER
               PERFORM VRF-REFERENCES
           END-EVALUATE
           .

      *****************************************************************
      * Source d'acquisition et campagne d'invitation connues ?
      *****************************************************************
       VRF-REFERENCES.
           MOVE f-evt-source               TO tlmevt-source
           MOVE f-evt-camid                TO tlmevt-camid
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-nb
               FROM TRAIN04.TLMSRC
               WHERE CODE = :tlmevt-source
           END-EXEC
           IF SQLCODE NOT = 0 OR w-nb = 0 THEN
             SET w-ligne-valide-non        TO TRUE
             MOVE 'source d''acquisition inconnue' TO w-rejet-motif
           END-IF
           IF w-ligne-valide-oui AND tlmevt-camid NOT = SPACES THEN
             EXEC SQL
               SELECT COUNT(*)
                 INTO :w-nb
                 FROM TRAIN04.TLMCAM
                 WHERE ID = :tlmevt-camid
             END-EXEC
             IF SQLCODE NOT = 0 OR w-nb = 0 THEN
               SET w-ligne-valide-non      TO TRUE
               MOVE 'campagne d''invitation inconnue' TO w-rejet-motif
             END-IF
           END-IF
           .

      *****************************************************************
      * Creation ou remplacement de la definition de l'evenement
      *****************************************************************
       MAJ-EVENEMENT.
           MOVE f-evt-id                   TO tlmevt-id
           MOVE f-evt-libelle              TO tlmevt-libelle
           MOVE f-evt-type                 TO tlmevt-type
           MOVE f-evt-lieu                 TO tlmevt-lieu
           MOVE f-evt-dtdeb                TO tlmevt-dtdeb
           MOVE f-evt-dtfin                TO tlmevt-dtfin
           MOVE f-evt-source               TO tlmevt-source
           MOVE f-evt-camid                TO tlmevt-camid
           EXEC SQL
             UPDATE TRAIN04.TLMEVT
               SET LIBELLE = :tlmevt-libelle,
                   TYPE    = :tlmevt-type,
                   LIEU    = :tlmevt-lieu,
                   DTDEB   = :tlmevt-dtdeb,
                   DTFIN   = :tlmevt-dtfin,
                   SOURCE  = :tlmevt-source,
                   CAMID   = :tlmevt-camid,
                   DTMAJ   = CURRENT TIMESTAMP
               WHERE ID = :tlmevt-id
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1                       TO w-cpt-modif
             WHEN 100
               EXEC SQL
                 INSERT INTO TRAIN04.TLMEVT (
                     ID, LIBELLE, TYPE, LIEU, DTDEB, DTFIN,
                     SOURCE, CAMID, DTMAJ)
                   VALUES (
                     :tlmevt-id, :tlmevt-libelle, :tlmevt-type,
                     :tlmevt-lieu, :tlmevt-dtdeb, :tlmevt-dtfin,
                     :tlmevt-source, :tlmevt-camid,
                     CURRENT TIMESTAMP)
               END-EXEC
               IF SQLCODE = 0 THEN
                 ADD 1                     TO w-cpt-cree
               ELSE
                 SET w-ligne-valide-non    TO TRUE
                 MOVE 'creation refusee par la BDD' TO w-rejet-motif
                 DISPLAY 'MET-ERR INSERT TLMEVT <' tlmevt-id
                         '> SQLCODE <' sqlcode '>'
               END-IF
             WHEN OTHER
               SET w-ligne-valide-non      TO TRUE
               MOVE 'modification refusee par la BDD' TO w-rejet-motif
               DISPLAY 'MET-ERR UPDATE TLMEVT <' tlmevt-id
                       '> SQLCODE <' sqlcode '>'
           END-EVALUATE
           .

      *****************************************************************
      * Retrait d'un evenement, refuse des qu'il porte des invites,
      * inscrits ou leads (son bilan serait perdu).
      *****************************************************************
       SUP-EVENEMENT.
           MOVE f-evt-id                   TO tlmevt-id
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-nb
               FROM TRAIN04.TLMEVP
               WHERE EVTID = :tlmevt-id
           END-EXEC
           IF SQLCODE = 0 AND w-nb = 0 THEN
             EXEC SQL
               SELECT COUNT(*)
                 INTO :w-nb
                 FROM TRAIN04.TLMEVL
                 WHERE EVTID = :tlmevt-id
             END-EXEC
           END-IF
           IF SQLCODE NOT = 0 OR w-nb NOT = 0 THEN
             SET w-ligne-valide-non        TO TRUE
             MOVE 'evenement deja exploite' TO w-rejet-motif
           ELSE
             EXEC SQL
               DELETE FROM TRAIN04.TLMEVT
                 WHERE ID = :tlmevt-id
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 ADD 1                     TO w-cpt-supp
               WHEN 100
                 SET w-ligne-valide-non    TO TRUE
                 MOVE 'evenement inconnu'  TO w-rejet-motif
               WHEN OTHER
                 SET w-ligne-valide-non    TO TRUE
                 MOVE 'retrait refuse par la BDD' TO w-rejet-motif
                 DISPLAY 'MET-ERR DELETE TLMEVT <' tlmevt-id
                         '> SQLCODE <' sqlcode '>'
             END-EVALUATE
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
           MOVE '|     TENUE DES EVENEMENTS COMMERCIAUX           |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     --------------------------------           |'
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
           MOVE w-cpt-cree             TO w-rap-cree-nbr
           MOVE w-rap-cree             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-modif            TO w-rap-modif-nbr
           MOVE w-rap-modif            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-supp             TO w-rap-supp-nbr
           MOVE w-rap-supp             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE evtfic
           IF w-evtfic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE EVENEMT <' w-evtfic '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM109.
