      *    LA FENETRE COMMENCE AU DEBUT DU JOUR COURANT ; UN FICHIER
      *    DE CONTROLE FENETRE FACULTATIF PERMET DE REJOUER UNE AUTRE
      *    BORNE (MEME PRINCIPE QUE TLMBPGM30).
      *    CHAQUE BLOC D'ABONNE EST PRECEDE D'UNE BALISE DE DIFFUSION
      *    (CF. TLMCDIF1) : L'ETAPE D'ECLATEMENT TLMBPGM117 REGROUPE
      *    LES BLOCS PROSPECTS ET CONTACTS D'UN MEME ABONNE EN UNE
      *    SORTIE PAR ABONNE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM78.
           05 w-rap-chg-con-nbr           PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).
      *    Balise de diffusion ecrite a chaque rupture d'abonne, pour
      *    l'eclatement par abonne (TLMBPGM117)
       COPY TLMCDIF1 REPLACING ==:PROG:== BY ==w==.

      *****************************************************************
      * Curseur des changements prospect surveilles de la fenetre,
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE SPACES                     TO w-dif
           MOVE 0                          TO w-cpt-chg-pro
                                               w-cpt-chg-con
           PERFORM ENTETE
       RUPTURE-ABONNE.
           IF w-abonne NOT = w-abonne-prec THEN
             MOVE w-abonne                 TO w-abonne-prec
             MOVE 'U'                      TO w-dif-type
             MOVE w-abonne                 TO w-dif-code
             PERFORM ECRIT-BALISE
             MOVE ' '                      TO w-enr-log
             PERFORM ECRIT-LOG
             STRING
           MOVE SPACES                     TO w-enr-log
           .

      *****************************************************************
      * Balise de diffusion (cf. TLMCDIF1) : les lignes qui suivent
      * sont pour le destinataire w-dif-type / w-dif-code, jusqu'a la
      * balise suivante.
      *****************************************************************
       ECRIT-BALISE.
           SET w-dif-marque-ok             TO TRUE
           MOVE 'TLMBPGM78'                TO w-dif-rapport
           MOVE w-dif                      TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Entete du compte-rendu
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
