      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : DEVIS D'AFFAIRE
      * NOM DU PROGRAMME : TLMBPGM94
      * DESCRIPTION      : PROGRAMME BATCH D'EDITION DES DEVIS
      *    (TABLES TLMDEV / TLMDEVL, TENUES PAR LA COUCHE PHYSIQUE
      *    TLMPDEV1) : CHAQUE DEVIS PAS ENCORE IMPRIME (IMPRIME = 'N')
      *    EST ECRIT DANS LE FICHIER D'IMPRESSION DEVIS (LIGNES DE 80
      *    CARACTERES, CHAQUE DEVIS OUVERT PAR UNE LIGNE DE '=') :
      *    ENTETE AVEC LE NUMERO, LES DATES D'EMISSION ET DE
      *    VALIDITE, LE PROSPECT ET SON
      *    ADRESSE, LE CONTACT DESTINATAIRE ET L'OBJET (LIBELLE DE
      *    L'AFFAIRE), PUIS LES LIGNES (LIGNE DE PRODUIT ET SON
      *    LIBELLE TLMLIG, QUANTITE, PRIX UNITAIRE, REMISE, MONTANT)
      *    ET LE TOTAL. LE DEVIS EST ALORS MARQUE IMPRIME (FONCTION
      *    PRINTED) : IL NE SERA PAS REPRIS LA NUIT SUIVANTE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM94.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191212.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier d'impression des devis
           SELECT devis  ASSIGN TO DEVIS
             FILE STATUS IS w-devis.
      *    Fichier de journalisation (compte-rendu d'edition)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD devis RECORDING MODE F.
       01 f-devis                        PIC   X(80).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-devis                        PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de parcours des curseurs
       01 w-eot-dev                      PIC   9.
           88 w-eot-dev-oui                      VALUE 1.
           88 w-eot-dev-non                      VALUE 0.
       01 w-eot-dvl                      PIC   9.
           88 w-eot-dvl-oui                      VALUE 1.
           88 w-eot-dvl-non                      VALUE 0.
      *    Entete courante du curseur des devis a imprimer
       01 w-dev-id                       PIC   X(06).
       01 w-dev-dtdevis                  PIC   X(08).
       01 w-dev-dtvalid                  PIC   X(08).
       01 w-dev-montant                  PIC  S9(9)V99 COMP-3.
       01 w-dev-libelle                  PIC   X(40).
       01 w-dev-pro-nom                  PIC   X(35).
       01 w-dev-pro-rue                  PIC   X(40).
       01 w-dev-pro-cp                   PIC   X(05).
       01 w-dev-pro-ville                PIC   X(35).
       01 w-dev-con-nom                  PIC   X(35).
       01 w-dev-con-prenom               PIC   X(35).
       01 w-dev-com                      PIC   X(04).
      *    Ligne courante du curseur des lignes du devis
       01 w-dvl-ligne                    PIC   X(10).
       01 w-dvl-libelle                  PIC   X(35).
       01 w-dvl-qte                      PIC  S9(7)    COMP-3.
       01 w-dvl-prixu                    PIC  S9(9)V99 COMP-3.
       01 w-dvl-remise                   PIC  S9(3)V99 COMP-3.
       01 w-dvl-montant                  PIC  S9(9)V99 COMP-3.
      *    Ligne de detail imprimee
       01 w-imp-lig.
           05 w-imp-lig-ligne            PIC   X(10).
           05 FILLER                     PIC   X(01) VALUE SPACE.
           05 w-imp-lig-libelle          PIC   X(20).
           05 FILLER                     PIC   X(01) VALUE SPACE.
           05 w-imp-lig-qte              PIC   ZZZZZZ9.
           05 FILLER                     PIC   X(01) VALUE SPACE.
           05 w-imp-lig-prixu            PIC   ZZZZZZZZ9.99.
           05 FILLER                     PIC   X(01) VALUE SPACE.
           05 w-imp-lig-remise           PIC   ZZ9.99.
           05 FILLER                     PIC   X(01) VALUE SPACE.
           05 w-imp-lig-montant          PIC   ZZZZZZZZ9.99.
           05 FILLER                     PIC   X(08) VALUE SPACES.
      *    Ligne de total imprimee
       01 w-imp-tot.
           05 FILLER                     PIC   X(54) VALUE
                '                        Total du devis, en euros : '.
           05 FILLER                     PIC   X(05) VALUE SPACES.
           05 w-imp-tot-montant          PIC   ZZZZZZZZ9.99.
           05 FILLER                     PIC   X(09) VALUE SPACES.
      *    Clause COPY pour echange prog./ss-prog. avec la couche
      *    physique des devis
           COPY TLMCPIL.
           COPY TLMCDEV1 REPLACING ==:PROG:== BY ==cpdev==.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-dev                   PIC  S9(07) COMP-3.
           05 w-cpt-dvl                   PIC  S9(07) COMP-3.
           05 w-cpt-err                   PIC  S9(07) COMP-3.
       01 w-rap-dev.
           05 FILLER                     PIC   X(43) VALUE
                'Devis imprimes :                           '.
           05 w-rap-dev-nbr              PIC   ZZZBZZ9.
       01 w-rap-dvl.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes de devis imprimees :                '.
           05 w-rap-dvl-nbr              PIC   ZZZBZZ9.
       01 w-rap-err.
           05 FILLER                     PIC   X(43) VALUE
                'Devis non marques imprimes (erreur) :      '.
           05 w-rap-err-nbr              PIC   ZZZBZZ9.
      *    Ligne courante a ecrire dans le fichier d'impression
       77 w-enr-dev                      PIC   X(80).
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des devis a imprimer, avec l'affaire, le prospect
      * porteur et le contact destinataire.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-DEV CURSOR FOR
               SELECT D.ID, D.DTDEVIS, D.DTVALID, D.MONTANT,
                      A.LIBELLE, P.NOM,
                      COALESCE(P.ADDR_RUE, ' '),
                      COALESCE(P.ADDR_CP, ' '),
                      COALESCE(P.ADDR_VILLE, ' '),
                      COALESCE(C.NOM, ' '), COALESCE(C.PRENOM, ' '),
                      P.COMMERCIAL
               FROM TRAIN04.TLMDEV D, TRAIN04.TLMAFF A,
                    TRAIN04.TLMPRO P, TRAIN04.TLMCON C
               WHERE D.IMPRIME = 'N'
                 AND A.ID = D.AFFID
                 AND P.ID = A.PROID
                 AND C.ID = D.CONID
               ORDER BY D.ID
           END-EXEC.
      *****************************************************************
      * Curseur des lignes du devis courant, avec le libelle de la
      * ligne de produit (espace si retiree du referentiel depuis).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-DVL CURSOR FOR
               SELECT L.LIGNE, COALESCE(G.LIBELLE, ' '), L.QTE,
                      L.PRIXU, L.REMISE, L.MONTANT
               FROM TRAIN04.TLMDEVL L
                    LEFT OUTER JOIN TRAIN04.TLMLIG G
                      ON G.CODE = L.LIGNE
               WHERE L.DEVID = :w-dev-id
               ORDER BY L.NUMLIG
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, EDITION DES DEVIS'
           PERFORM INIT
           PERFORM TRT-DEVIS
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et entete du log
      *****************************************************************
       INIT.
           MOVE SPACES                   TO tlmcpil-fct
                                            tlmcpil-rc
                                            tlmcpil-msg
           MOVE ZERO                     TO tlmcpil-src
                                            tlmcpil-retry
           MOVE 'TLMBPGM94'              TO tlmcpil-origine
           SET tlmcpil-pii-inactif       TO TRUE
           OPEN OUTPUT devis
           IF w-devis NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE DEVIS <' w-devis '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                        TO w-cpt-dev
                                            w-cpt-dvl
                                            w-cpt-err
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours des devis a imprimer, puis validation des marquages
      *****************************************************************
       TRT-DEVIS.
           EXEC SQL
             OPEN CURS-DEV
           END-EXEC
           SET w-eot-dev-non             TO TRUE
           PERFORM LEC-DEV
           IF w-eot-dev-oui THEN
             MOVE '  (aucun devis a imprimer)'
                                         TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           PERFORM EDITE-DEVIS           UNTIL w-eot-dev-oui
           EXEC SQL
             CLOSE CURS-DEV
           END-EXEC
           MOVE 'COMMIT'                 TO tlmcpil-fct
           CALL 'TLMPDEV1'               USING tlmcpil cpdev
           IF tlmcpil-rc NOT = '00' THEN
             DISPLAY 'MET-ERR COMMIT <' tlmcpil-rc '> ' tlmcpil-msg
             MOVE 16                     TO RETURN-CODE
           END-IF
           .

       LEC-DEV.
           EXEC SQL
             FETCH CURS-DEV
               INTO :w-dev-id, :w-dev-dtdevis, :w-dev-dtvalid,
                    :w-dev-montant, :w-dev-libelle, :w-dev-pro-nom,
                    :w-dev-pro-rue, :w-dev-pro-cp, :w-dev-pro-ville,
                    :w-dev-con-nom, :w-dev-con-prenom, :w-dev-com
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-dev-non           TO TRUE
           ELSE
             SET w-eot-dev-oui           TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-DEV SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

      *****************************************************************
      * Edition d'un devis : entete, lignes, total, puis marquage
      * imprime via TLMPDEV1.
      *****************************************************************
       EDITE-DEVIS.
           ADD 1                         TO w-cpt-dev
           PERFORM EDITE-ENTETE-DEVIS
           EXEC SQL
             OPEN CURS-DVL
           END-EXEC
           SET w-eot-dvl-non             TO TRUE
           PERFORM LEC-DVL
           PERFORM EDITE-LIGNE-DEVIS     UNTIL w-eot-dvl-oui
           EXEC SQL
             CLOSE CURS-DVL
           END-EXEC
           MOVE ALL '-'                  TO w-enr-dev
           PERFORM ECRIT-DEVIS
           MOVE w-dev-montant            TO w-imp-tot-montant
           MOVE w-imp-tot                TO w-enr-dev
           PERFORM ECRIT-DEVIS
           MOVE SPACES                   TO cpdev-ent
           MOVE w-dev-id                 TO cpdev-ent-lec-id
           MOVE 'PRINTED'                TO tlmcpil-fct
           CALL 'TLMPDEV1'               USING tlmcpil cpdev
           IF tlmcpil-rc NOT = '00' THEN
             DISPLAY 'MET-ERR MARQUAGE DEVIS <' w-dev-id '> <'
                     tlmcpil-rc '> ' tlmcpil-msg
             ADD 1                       TO w-cpt-err
           END-IF
           STRING
             ' devis '                   DELIMITED SIZE
             w-dev-id                    DELIMITED SIZE
             ' com '                     DELIMITED SIZE
             w-dev-com                   DELIMITED SIZE
             ' '                         DELIMITED SIZE
             w-dev-pro-nom               DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-DEV
           .

      *****************************************************************
      * Entete d'un devis, separe du precedent par deux lignes
      *****************************************************************
       EDITE-ENTETE-DEVIS.
           IF w-cpt-dev > 1 THEN
             PERFORM ECRIT-DEVIS
             PERFORM ECRIT-DEVIS
           END-IF
           MOVE ALL '='                  TO w-enr-dev
           PERFORM ECRIT-DEVIS
           STRING
             'DEVIS N. '                 DELIMITED SIZE
             w-dev-id                    DELIMITED SIZE
             '    emis le '              DELIMITED SIZE
             w-dev-dtdevis               DELIMITED SIZE
             '    valable jusqu''au '    DELIMITED SIZE
             w-dev-dtvalid               DELIMITED SIZE
             INTO w-enr-dev
           END-STRING
           PERFORM ECRIT-DEVIS
           MOVE ALL '='                  TO w-enr-dev
           PERFORM ECRIT-DEVIS
           PERFORM ECRIT-DEVIS
           MOVE w-dev-pro-nom            TO w-enr-dev
           PERFORM ECRIT-DEVIS
           MOVE w-dev-pro-rue            TO w-enr-dev
           PERFORM ECRIT-DEVIS
           STRING
             w-dev-pro-cp                DELIMITED SIZE
             ' '                         DELIMITED SIZE
             w-dev-pro-ville             DELIMITED SIZE
             INTO w-enr-dev
           END-STRING
           PERFORM ECRIT-DEVIS
           PERFORM ECRIT-DEVIS
           STRING
             'A l''attention de : '      DELIMITED SIZE
             w-dev-con-prenom            DELIMITED '  '
             ' '                         DELIMITED SIZE
             w-dev-con-nom               DELIMITED '  '
             INTO w-enr-dev
           END-STRING
           PERFORM ECRIT-DEVIS
           STRING
             'Objet : '                  DELIMITED SIZE
             w-dev-libelle               DELIMITED SIZE
             INTO w-enr-dev
           END-STRING
           PERFORM ECRIT-DEVIS
           PERFORM ECRIT-DEVIS
           MOVE 'Ligne      Libelle                  Qte   Prix unit.'
                                         TO w-enr-dev
           MOVE ' Rem.%      Montant'    TO w-enr-dev (56 : 19)
           PERFORM ECRIT-DEVIS
           MOVE ALL '-'                  TO w-enr-dev
           PERFORM ECRIT-DEVIS
           .

       LEC-DVL.
           EXEC SQL
             FETCH CURS-DVL
               INTO :w-dvl-ligne, :w-dvl-libelle, :w-dvl-qte,
                    :w-dvl-prixu, :w-dvl-remise, :w-dvl-montant
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-dvl-non           TO TRUE
           ELSE
             SET w-eot-dvl-oui           TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-DVL SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

       EDITE-LIGNE-DEVIS.
           ADD 1                         TO w-cpt-dvl
           MOVE w-dvl-ligne              TO w-imp-lig-ligne
           MOVE w-dvl-libelle            TO w-imp-lig-libelle
           MOVE w-dvl-qte                TO w-imp-lig-qte
           MOVE w-dvl-prixu              TO w-imp-lig-prixu
           MOVE w-dvl-remise             TO w-imp-lig-remise
           MOVE w-dvl-montant            TO w-imp-lig-montant
           MOVE w-imp-lig                TO w-enr-dev
           PERFORM ECRIT-DEVIS
           PERFORM LEC-DVL
           .

      *****************************************************************
      * Ecriture d'une ligne dans le fichier d'impression, avec
      * verification du code d'etat du fichier DEVIS.
      *****************************************************************
       ECRIT-DEVIS.
           WRITE f-devis                 FROM w-enr-dev
           IF w-devis NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE DEVIS <' w-devis '>'
           END-IF
           MOVE SPACES                   TO w-enr-dev
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
           MOVE '|            EDITION DES DEVIS D''AFFAIRE          |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|            ----------------------------        |'
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
           MOVE w-cpt-dev              TO w-rap-dev-nbr
           MOVE w-rap-dev              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-dvl              TO w-rap-dvl-nbr
           MOVE w-rap-dvl              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-err              TO w-rap-err-nbr
           MOVE w-rap-err              TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE devis
           IF w-devis NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE DEVIS <' w-devis '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM94.
