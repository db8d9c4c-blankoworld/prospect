      *    TOTAUX GENERAUX EN FIN - LA VERSION QU'ON DISTRIBUE SUR
      *    PAPIER AUX COMMERCIAUX. LE COMPTE-RENDU D'EXECUTION RESTE
      *    SUR JOURNAUX.
      *    CHAQUE SECTEUR EST PRECEDE SUR EDITION D'UNE BALISE DE
      *    DIFFUSION AU CODE DU SECTEUR (CF. TLMCDIF1) : L'ETAPE
      *    D'ECLATEMENT TLMBPGM117 EN FAIT UNE SORTIE PAR SECTEUR ; LES
      *    TOTAUX GENERAUX RESTENT EN ARCHIVE SEULE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM5.
           05 w-rap-sect-con             PIC   ZZZBZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).
      *    Balise de diffusion ecrite sur EDITION a chaque rupture de
      *    secteur, pour l'eclatement par secteur (TLMBPGM117)
       COPY TLMCDIF1 REPLACING ==:PROG:== BY ==w==.

      *****************************************************************
      * Curseur maitre : prospects actifs, tries par secteur
           MOVE 0                        TO w-cpt-pro-sans-con
           MOVE 0                        TO w-page-nbr
           MOVE 999                      TO w-ligne-cour
           MOVE SPACES                   TO w-dif
           ACCEPT w-date-jour            FROM DATE YYYYMMDD
           MOVE w-date-jj                TO w-date-edt-jj
           MOVE w-date-mm                TO w-date-edt-mm
               PERFORM ECRIT-SOUS-TOTAL-VILLE
               PERFORM ECRIT-SOUS-TOTAL-SECTEUR
             END-IF
             MOVE 'S'                    TO w-dif-type
             MOVE w-pro-secteur          TO w-dif-code
             PERFORM ECRIT-BALISE
             PERFORM NOUVELLE-PAGE
             PERFORM ECRIT-ENTETE-SECTEUR
             MOVE w-pro-secteur          TO w-secteur-prec
           MOVE 2                        TO w-ligne-cour
           .

      *****************************************************************
      * Balise de diffusion (cf. TLMCDIF1) sur EDITION : les lignes
      * qui suivent sont pour le destinataire w-dif-type / w-dif-code,
      * jusqu'a la balise suivante. Elle ne compte pas dans la mise
      * en page (l'eclatement la retire).
      *****************************************************************
       ECRIT-BALISE.
           SET w-dif-marque-ok           TO TRUE
           MOVE 'TLMBPGM5'               TO w-dif-rapport
           MOVE ' '                      TO f-edt-asa
           MOVE w-dif                    TO f-edt-ligne
           WRITE f-edt
           IF w-edition NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE EDITION <' w-edition '>'
           END-IF
           .

      *****************************************************************
      * Ecriture d'une ligne dans le fichier de log, avec verification
      * du code d'etat du fichier JOURNAUX.
           IF w-secteur-prec NOT = '???' THEN
             PERFORM ECRIT-SOUS-TOTAL-VILLE
             PERFORM ECRIT-SOUS-TOTAL-SECTEUR
      *      les totaux generaux restent hors diffusion
             MOVE SPACES                 TO w-dif-type
                                            w-dif-code
             PERFORM ECRIT-BALISE
             MOVE SPACES                 TO w-enr-edt
             PERFORM ECRIT-EDITION
             MOVE '===== TOTAUX GENERAUX ====='
