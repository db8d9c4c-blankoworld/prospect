      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : GLISSEMENT DES AFFAIRES
      * NOM DU PROGRAMME : TLMBPGM89
      * DESCRIPTION      : EDITION HEBDOMADAIRE DES AFFAIRES QUI
      *    GLISSENT, PAR COMMERCIAL (CHARGE DE COMPTE ACTUEL DU
      *    PROSPECT PORTEUR, TLMPRO.COMMERCIAL), BATIE SUR
      *    L'HISTORIQUE TLMAFFH TENU PAR LA COUCHE PHYSIQUE TLMPAFF9.
      *    UNE AFFAIRE ENCORE OUVERTE (STATUT 'A') EST RETENUE SI :
      *       - SA DATE DE CLOTURE ESPEREE A ETE REPOUSSEE OU MODIFIEE
      *         PLUS D'UNE FOIS (AU MOINS DEUX MISES A JOUR 'M' DONT
      *         L'IMAGE AVANT ET L'IMAGE APRES DIFFERENT SUR DTCLOSE) ;
      *       - OU SON MONTANT ATTENDU ACTUEL EST INFERIEUR DE PLUS DE
      *         N % AU PLUS HAUT MONTANT CONNU DANS L'HISTORIQUE
      *         (FICHIER DE CONTROLE SEUIL, 20 % PAR DEFAUT).
      *    AUCUNE MISE A JOUR : EDITION SEULE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM89.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191209.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant le seuil de baisse (en %)
           SELECT seuil  ASSIGN TO SEUIL
             FILE STATUS IS w-seuil.
      *    Fichier de journalisation (edition des glissements)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD seuil RECORDING MODE F.
       01 f-seuil.
           05 f-seuil-pct                 PIC  9(03).
           05 FILLER                      PIC  X(77).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-seuil                        PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Seuil de baisse du montant (en % du plus haut montant)
       01 w-seuil-pct                    PIC  S9(03) COMP-3 VALUE 20.
      *    Fin de parcours du curseur
       01 w-eot-gli                      PIC   9.
           88 w-eot-gli-oui                      VALUE 1.
           88 w-eot-gli-non                      VALUE 0.
      *    Ligne courante du curseur des glissements
       01 w-gli-com                      PIC   X(04).
       01 w-gli-id                       PIC   X(06).
       01 w-gli-libelle                  PIC   X(40).
       01 w-gli-montant                  PIC  S9(9)V99 COMP-3.
       01 w-gli-dtclose                  PIC   X(08).
       01 w-gli-nb-rep                   PIC  S9(07) COMP.
       01 w-gli-mnt-max                  PIC  S9(9)V99 COMP-3.
      *    Rupture par commercial
       01 w-com-prec                     PIC   X(04) VALUE HIGH-VALUE.
      *    Baisse du montant (en % du plus haut montant connu)
       77 w-baisse                       PIC  S9(03) COMP-3.
      *    Formes affichables (STRING n'accepte que des items DISPLAY)
       77 w-rep-aff                      PIC   Z9.
       77 w-mnt-aff                      PIC   ZZZZZZZZ9.99.
       77 w-baisse-aff                   PIC   ZZ9.
       77 w-seuil-aff                    PIC   ZZ9.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-gli                   PIC  S9(07) COMP-3.
           05 w-cpt-rep                   PIC  S9(07) COMP-3.
           05 w-cpt-bai                   PIC  S9(07) COMP-3.
           05 w-cpt-com                   PIC  S9(07) COMP-3.
       01 w-rap-gli.
           05 FILLER                     PIC   X(43) VALUE
                'Affaires ouvertes qui glissent :           '.
           05 w-rap-gli-nbr              PIC   ZZZBZZ9.
       01 w-rap-rep.
           05 FILLER                     PIC   X(43) VALUE
                '  dont date de cloture deplacee 2 fois + : '.
           05 w-rap-rep-nbr              PIC   ZZZBZZ9.
       01 w-rap-bai.
           05 FILLER                     PIC   X(43) VALUE
                '  dont montant en baisse au-dela du seuil :'.
           05 w-rap-bai-nbr              PIC   ZZZBZZ9.
       01 w-rap-com.
           05 FILLER                     PIC   X(43) VALUE
                'Commerciaux concernes :                    '.
           05 w-rap-com-nbr              PIC   ZZZBZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des affaires ouvertes qui glissent, par commercial :
      * nombre de deplacements de la date de cloture esperee et plus
      * haut montant attendu connu, tires de l'historique TLMAFFH.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-GLI CURSOR FOR
               SELECT X.COMMERCIAL, X.ID, X.LIBELLE, X.MONTANT,
                      X.DTCLOSE, X.NBREP, X.MNTMAX
               FROM (SELECT P.COMMERCIAL, A.ID, A.LIBELLE,
                            A.MONTANT, COALESCE(A.DTCLOSE, ' ')
                            AS DTCLOSE,
                            (SELECT COUNT(*)
                               FROM TRAIN04.TLMAFFH H
                              WHERE H.ID = A.ID
                                AND H.OPERATION = 'M'
                                AND COALESCE(H.DTCLOSE, ' ') <>
                                    COALESCE(H.DTCLOSE_AP, ' '))
                            AS NBREP,
                            (SELECT COALESCE(MAX(H.MONTANT), 0)
                               FROM TRAIN04.TLMAFFH H
                              WHERE H.ID = A.ID)
                            AS MNTMAX
                     FROM TRAIN04.TLMAFF A, TRAIN04.TLMPRO P
                     WHERE A.PROID = P.ID
                       AND A.STATUT = 'A') X
               WHERE X.NBREP > 1
                  OR X.MONTANT * 100 <
                     X.MNTMAX * (100 - :w-seuil-pct)
               ORDER BY X.COMMERCIAL, X.ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, GLISSEMENT DES AFFAIRES'
           PERFORM INIT
           PERFORM TRT-GLISSEMENT
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, lecture du seuil et ecriture de
      * l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT seuil
           IF w-seuil = '00' THEN
             READ seuil
                 AT END     CONTINUE
                 NOT AT END
                   IF f-seuil-pct NUMERIC AND
                      f-seuil-pct NOT = ZERO AND
                      f-seuil-pct < 100 THEN
                     MOVE f-seuil-pct        TO w-seuil-pct
                   END-IF
             END-READ
             CLOSE seuil
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-gli
                                               w-cpt-rep
                                               w-cpt-bai
                                               w-cpt-com
           PERFORM ENTETE
           MOVE w-seuil-pct                TO w-seuil-aff
           STRING
             'Seuil de baisse du montant : '
                                           DELIMITED SIZE
             w-seuil-aff                   DELIMITED SIZE
             ' % du plus haut montant connu'
                                           DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Parcours des affaires qui glissent, avec rupture par
      * commercial.
      *****************************************************************
       TRT-GLISSEMENT.
           EXEC SQL
             OPEN CURS-GLI
           END-EXEC
           SET w-eot-gli-non               TO TRUE
           PERFORM LEC-GLI
           IF w-eot-gli-oui THEN
             MOVE '  (aucune affaire ne glisse)'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           PERFORM EDITE-GLI               UNTIL w-eot-gli-oui
           EXEC SQL
             CLOSE CURS-GLI
           END-EXEC
           .

       LEC-GLI.
           EXEC SQL
             FETCH CURS-GLI
               INTO :w-gli-com, :w-gli-id, :w-gli-libelle,
                    :w-gli-montant, :w-gli-dtclose,
                    :w-gli-nb-rep, :w-gli-mnt-max
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-gli-non             TO TRUE
           ELSE
             SET w-eot-gli-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-GLI SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

      *****************************************************************
      * Edition d'une affaire qui glisse : entete du commercial sur
      * rupture, puis une ligne avec la date de cloture esperee, le
      * nombre de deplacements, le montant actuel et la baisse par
      * rapport au plus haut montant connu.
      *****************************************************************
       EDITE-GLI.
           IF w-gli-com NOT = w-com-prec THEN
             IF w-com-prec NOT = HIGH-VALUE THEN
               MOVE ' '                    TO w-enr-log
               PERFORM ECRIT-LOG
             END-IF
             STRING
               'Commercial <'              DELIMITED SIZE
               w-gli-com                   DELIMITED SIZE
               '> :'                       DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
             MOVE w-gli-com                TO w-com-prec
             ADD 1                         TO w-cpt-com
           END-IF
           ADD 1                           TO w-cpt-gli
           IF w-gli-nb-rep > 1 THEN
             ADD 1                         TO w-cpt-rep
           END-IF
           IF w-gli-mnt-max > 0 AND
              w-gli-montant < w-gli-mnt-max THEN
             COMPUTE w-baisse ROUNDED =
                 (w-gli-mnt-max - w-gli-montant) * 100
                 / w-gli-mnt-max
           ELSE
             MOVE 0                        TO w-baisse
           END-IF
           IF w-gli-montant * 100 <
              w-gli-mnt-max * (100 - w-seuil-pct) THEN
             ADD 1                         TO w-cpt-bai
           END-IF
           MOVE w-gli-nb-rep               TO w-rep-aff
           MOVE w-gli-montant              TO w-mnt-aff
           MOVE w-baisse                   TO w-baisse-aff
           STRING
             ' '                           DELIMITED SIZE
             w-gli-id                      DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-gli-libelle (1 : 20)        DELIMITED SIZE
             ' clo '                       DELIMITED SIZE
             w-gli-dtclose                 DELIMITED SIZE
             ' dep '                       DELIMITED SIZE
             w-rep-aff                     DELIMITED SIZE
             ' mnt '                       DELIMITED SIZE
             w-mnt-aff                     DELIMITED SIZE
             ' -'                          DELIMITED SIZE
             w-baisse-aff                  DELIMITED SIZE
             '%'                           DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-GLI
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
           MOVE '|     AFFAIRES QUI GLISSENT, PAR COMMERCIAL      |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     -------------------------------------      |'
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
           MOVE w-cpt-gli              TO w-rap-gli-nbr
           MOVE w-rap-gli              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rep              TO w-rap-rep-nbr
           MOVE w-rap-rep              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-bai              TO w-rap-bai-nbr
           MOVE w-rap-bai              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-com              TO w-rap-com-nbr
           MOVE w-rap-com              TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM89.
