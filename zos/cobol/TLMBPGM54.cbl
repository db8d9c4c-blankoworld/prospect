      *    TLMMOT (REFERENTIEL DES MOTIFS DE GAIN ET DE PERTE PORTES
      *    PAR LES CHANGEMENTS DE STADE VERS 'C' ET 'P') DEPUIS LE
      *    FICHIER MOTIFS FOURNI PAR LA DIRECTION COMMERCIALE (CODE
      *    EN COL.1-2, SENS 'C'/'P' EN COL.3, LIBELLE EN COL.4-38,
      *    DELAI DE RECONQUETE EN MOIS EN COL.39-41 : MOTIFS DE PERTE
      *    SEULEMENT, BLANC OU ZERO = PERTE DEFINITIVE, CF. TLMBPGM134).
      *    LE CONTENU PRECEDENT EST ENTIEREMENT REMPLACE : LE FICHIER
      *    EST LA VERITE DU REFERENTIEL (MEME PRINCIPE QUE TLMBPGM36
      *    POUR LES SECTEURS).
           05 f-mot-code                  PIC  X(02).
           05 f-mot-sens                  PIC  X(01).
           05 f-mot-libelle               PIC  X(35).
           05 f-mot-refroid               PIC  X(03).
           05 f-mot-refroid-n REDEFINES f-mot-refroid
                                          PIC  9(03).
           05 FILLER                      PIC  X(39).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.

      *****************************************************************
      * Chargement d'une ligne de motif : code renseigne et sens
      * reconnu ('C' gain / 'P' perte) exiges ; delai de reconquete
      * blanc ou numerique, et reserve aux motifs de perte.
      *****************************************************************
       CHARGE-MOTIF.
           ADD 1                           TO w-cpt-lec
           IF f-mot-refroid = SPACES THEN
             MOVE '000'                    TO f-mot-refroid
           END-IF
           EVALUATE TRUE
             WHEN f-mot-code = SPACES OR
                  (f-mot-sens NOT = 'C' AND f-mot-sens NOT = 'P')
               ADD 1                       TO w-cpt-rejet
               STRING
                 'REJET, ligne invalide <' DELIMITED SIZE
                 f-mot-code                DELIMITED SIZE
                 '/'                       DELIMITED SIZE
                 f-mot-sens                DELIMITED SIZE
                 '>'                       DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
             WHEN f-mot-refroid-n NOT NUMERIC OR
                  (f-mot-sens = 'C' AND f-mot-refroid-n NOT = ZERO)
               ADD 1                       TO w-cpt-rejet
               STRING
                 'REJET, delai de reconquete invalide <'
                                           DELIMITED SIZE
                 f-mot-code                DELIMITED SIZE
                 '/'                       DELIMITED SIZE
                 f-mot-refroid             DELIMITED SIZE
                 '>'                       DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
             WHEN OTHER
               PERFORM INSERE-MOTIF
           END-EVALUATE
           PERFORM LEC-MOTIF
           .

       INSERE-MOTIF.
           MOVE f-mot-code                 TO tlmmot-code
           MOVE f-mot-sens                 TO tlmmot-sens
           MOVE f-mot-libelle              TO tlmmot-libelle
           MOVE f-mot-refroid-n            TO tlmmot-refroid
           EXEC SQL
             INSERT INTO TRAIN04.TLMMOT (
                 CODE, SENS, LIBELLE, REFROID)
               VALUES (
                 :tlmmot-code, :tlmmot-sens, :tlmmot-libelle,
                 :tlmmot-refroid)
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-cpt-charge
           ELSE
             ADD 1                         TO w-cpt-rejet
             DISPLAY 'MET-ERR INSERT TLMMOT <' tlmmot-code
                     '> SQLCODE <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Ecriture d'une ligne dans le fichier de log, avec verification
      * du code d'etat du fichier JOURNAUX.
