      *    BLANC, RUBRIQUE "NON AFFECTES"), LES EFFECTIFS PAR STADE
      *    DE VENTE (N/Q/C/P) ET LE TOTAL, AVEC LE NOM DU COMMERCIAL
      *    QUAND IL EST CONNU DE TLMCOM.
      *    LES COMMERCIAUX SONT REGROUPES SELON L'ORGANISATION EN
      *    VIGUEUR A LA DATE DU JOUR (HIERARCHIE DATEE TLMHIE, UNITES
      *    TLMEQU, CHARGEES PAR TLMBPGM100) : UNE PAGE PAR EQUIPE AU
      *    NOM DU CHEF D'EQUIPE, TERMINEE PAR LE SOUS-TOTAL DE
      *    L'EQUIPE, PUIS A CHAQUE FIN DE REGION UNE PAGE DU
      *    DIRECTEUR REGIONAL AVEC LE SOUS-TOTAL DE LA REGION. LES
      *    COMMERCIAUX SANS RATTACHEMENT SORTENT EN TETE, SOUS LA
      *    RUBRIQUE "SANS EQUIPE".
      *    CHAQUE PAGE D'EQUIPE ET DE REGION EST PRECEDEE D'UNE BALISE
      *    DE DIFFUSION (CF. TLMCDIF1) : L'ETAPE D'ECLATEMENT
      *    TLMBPGM117 EN FAIT UNE SORTIE PAR CHEF D'EQUIPE ET PAR
      *    DIRECTEUR REGIONAL.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM39.
       01 w-eot-ptf                      PIC   9.
           88 w-eot-ptf-oui                      VALUE 1.
           88 w-eot-ptf-non                      VALUE 0.
      *    Ligne courante du curseur (region, equipe, commercial,
      *    stade, effectif)
       01 w-region                       PIC   X(04).
       01 w-equipe                       PIC   X(04).
       01 w-commercial                   PIC   X(04).
       01 w-stade                        PIC   X(01).
       01 w-nbr                          PIC  S9(07) COMP.
       01 w-com-nom                      PIC   X(35).
      *    Commercial de la rupture en cours
       01 w-com-prec                     PIC   X(04) VALUE '????'.
      *    Equipe et region de la rupture en cours
       01 w-equ-prec                     PIC   X(04) VALUE '????'.
       01 w-reg-prec                     PIC   X(04) VALUE '????'.
      *    Unite TLMEQU presentee en tete de page (niveau, code,
      *    libelle et nom du responsable)
       77 w-uni-niveau                   PIC   X(01).
       77 w-uni-code                     PIC   X(04).
       77 w-uni-libelle                  PIC   X(30).
       77 w-uni-resp                     PIC   X(35).
      *    Date du jour (AAAAMMJJ), pour la fenetre des delegations
       01 w-date-jour                    PIC   X(08).
      *    Delegation TLMDEL couvrant la date du jour pour le
       77 w-ptf-client                   PIC  S9(07) COMP-3.
       77 w-ptf-perdu                    PIC  S9(07) COMP-3.
       77 w-ptf-total                    PIC  S9(07) COMP-3.
      *    Sous-totaux par stade de l'equipe et de la region en cours
       77 w-equ-nouveau                  PIC  S9(07) COMP-3.
       77 w-equ-qualifie                 PIC  S9(07) COMP-3.
       77 w-equ-client                   PIC  S9(07) COMP-3.
       77 w-equ-perdu                    PIC  S9(07) COMP-3.
       77 w-reg-nouveau                  PIC  S9(07) COMP-3.
       77 w-reg-qualifie                 PIC  S9(07) COMP-3.
       77 w-reg-client                   PIC  S9(07) COMP-3.
       77 w-reg-perdu                    PIC  S9(07) COMP-3.
       77 w-sst-total                    PIC  S9(07) COMP-3.
      *    Formes affichables
       77 w-n-aff                        PIC   ZZZZZ9.
       77 w-q-aff                        PIC   ZZZZZ9.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-commerciaux           PIC  S9(07) COMP-3.
           05 w-cpt-equipes               PIC  S9(07) COMP-3.
           05 w-cpt-regions               PIC  S9(07) COMP-3.
       01 w-rap-commerciaux.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de portefeuilles edites :           '.
           05 w-rap-commerciaux-nbr       PIC   ZZZZZZ9.
       01 w-rap-equipes.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de pages equipe editees :           '.
           05 w-rap-equipes-nbr           PIC   ZZZZZZ9.
       01 w-rap-regions.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de pages region editees :           '.
           05 w-rap-regions-nbr           PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).
      *    Balise de diffusion ecrite en tete de chaque page d'equipe
      *    et de region, pour l'eclatement par responsable (TLMBPGM117)
       COPY TLMCDIF1 REPLACING ==:PROG:== BY ==w==.

      *****************************************************************
      * Curseur de ventilation : effectifs des prospects actifs par
      * commercial et par stade, le commercial etant range sous
      * l'equipe et la region de son rattachement en vigueur a la
      * date du jour (code a blanc sans rattachement).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PTF CURSOR FOR
               SELECT COALESCE(HE.PARENT, ' '),
                      COALESCE(HC.PARENT, ' '),
                      P.COMMERCIAL, P.STADE, COUNT(*)
               FROM TRAIN04.TLMPRO P
               LEFT OUTER JOIN TRAIN04.TLMHIE HC
                 ON  HC.NIVEAU  = 'C'
                 AND HC.CODE    = P.COMMERCIAL
                 AND HC.DTDEBUT <= :w-date-jour
                 AND HC.DTFIN   >= :w-date-jour
               LEFT OUTER JOIN TRAIN04.TLMHIE HE
                 ON  HE.NIVEAU  = 'E'
                 AND HE.CODE    = HC.PARENT
                 AND HE.DTDEBUT <= :w-date-jour
                 AND HE.DTFIN   >= :w-date-jour
               WHERE P.STATUT = 'A'
               GROUP BY COALESCE(HE.PARENT, ' '),
                        COALESCE(HC.PARENT, ' '),
                        P.COMMERCIAL, P.STADE
               ORDER BY 1, 2, 3, 4
           END-EXEC.

       PROCEDURE DIVISION.
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           MOVE SPACES                     TO w-dif
           MOVE 0                          TO w-cpt-commerciaux
                                               w-cpt-equipes
                                               w-cpt-regions
           MOVE 0                          TO w-ptf-nouveau
                                               w-ptf-qualifie
                                               w-ptf-client
           .

      *****************************************************************
      * Parcours du curseur de ventilation, avec rupture par region,
      * equipe et commercial : a chaque changement, la ligne du
      * portefeuille precedent est editee, puis les sous-totaux de
      * l'equipe (et de la region) qui se terminent.
      *****************************************************************
       TRT-PORTEFEUILLES.
           EXEC SQL
           PERFORM VENTILE-PTF              UNTIL w-eot-ptf-oui
           IF w-com-prec NOT = '????' THEN
             PERFORM ECRIT-PORTEFEUILLE
             PERFORM ECRIT-SOUS-TOTAL-EQUIPE
             PERFORM ECRIT-SOUS-TOTAL-REGION
           END-IF
           EXEC SQL
             CLOSE CURS-PTF
       LEC-PTF.
           EXEC SQL
             FETCH CURS-PTF
               INTO :w-region, :w-equipe, :w-commercial,
                    :w-stade, :w-nbr
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-ptf-non              TO TRUE
           .

       VENTILE-PTF.
           IF w-region NOT = w-reg-prec OR w-equipe NOT = w-equ-prec
              OR w-commercial NOT = w-com-prec THEN
             IF w-com-prec NOT = '????' THEN
               PERFORM ECRIT-PORTEFEUILLE
             END-IF
             PERFORM RUPTURE-ORGANISATION
             MOVE w-commercial             TO w-com-prec
             MOVE 0                        TO w-ptf-nouveau
                                               w-ptf-qualifie
           PERFORM LEC-PTF
           .

      *****************************************************************
      * Changement d'equipe (ou de region) : sous-totaux de l'equipe
      * et de la region qui se terminent, puis page de la nouvelle
      * equipe.
      *****************************************************************
       RUPTURE-ORGANISATION.
           IF w-region NOT = w-reg-prec OR w-equipe NOT = w-equ-prec
              THEN
             IF w-equ-prec NOT = '????' THEN
               PERFORM ECRIT-SOUS-TOTAL-EQUIPE
             END-IF
             IF w-region NOT = w-reg-prec THEN
               IF w-reg-prec NOT = '????' THEN
                 PERFORM ECRIT-SOUS-TOTAL-REGION
               END-IF
               MOVE w-region               TO w-reg-prec
               MOVE 0                      TO w-reg-nouveau
                                               w-reg-qualifie
                                               w-reg-client
                                               w-reg-perdu
             END-IF
             MOVE w-equipe                 TO w-equ-prec
             MOVE 0                        TO w-equ-nouveau
                                               w-equ-qualifie
                                               w-equ-client
                                               w-equ-perdu
             PERFORM ECRIT-PAGE-EQUIPE
           END-IF
           .

      *****************************************************************
      * Page d'une equipe : equipe, chef d'equipe et region de
      * rattachement.
      *****************************************************************
       ECRIT-PAGE-EQUIPE.
           ADD 1                           TO w-cpt-equipes
           MOVE 'E'                        TO w-dif-type
           MOVE w-equ-prec                 TO w-dif-code
           PERFORM ECRIT-BALISE
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '================================================='
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'E'                        TO w-uni-niveau
           MOVE w-equ-prec                 TO w-uni-code
           PERFORM RESOLV-UNITE
           STRING
             'EQUIPE <'                    DELIMITED SIZE
             w-equ-prec                    DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-uni-libelle                 DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           STRING
             '  Chef d''equipe : '         DELIMITED SIZE
             w-uni-resp                    DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE 'R'                        TO w-uni-niveau
           MOVE w-reg-prec                 TO w-uni-code
           PERFORM RESOLV-UNITE
           STRING
             '  Region <'                  DELIMITED SIZE
             w-reg-prec                    DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-uni-libelle                 DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE '================================================='
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Sous-total de l'equipe w-equ-prec, cumule dans sa region.
      *****************************************************************
       ECRIT-SOUS-TOTAL-EQUIPE.
           ADD w-equ-nouveau               TO w-reg-nouveau
           ADD w-equ-qualifie              TO w-reg-qualifie
           ADD w-equ-client                TO w-reg-client
           ADD w-equ-perdu                 TO w-reg-perdu
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'SOUS-TOTAL EQUIPE <'         DELIMITED SIZE
             w-equ-prec                    DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           COMPUTE w-sst-total =
               w-equ-nouveau + w-equ-qualifie + w-equ-client
               + w-equ-perdu
           MOVE w-equ-nouveau              TO w-n-aff
           MOVE w-equ-qualifie             TO w-q-aff
           MOVE w-equ-client               TO w-c-aff
           MOVE w-equ-perdu                TO w-p-aff
           MOVE w-sst-total                TO w-t-aff
           PERFORM ECRIT-STADES
           .

      *****************************************************************
      * Page du directeur de la region w-reg-prec : sous-total de la
      * region (somme de ses equipes).
      *****************************************************************
       ECRIT-SOUS-TOTAL-REGION.
           ADD 1                           TO w-cpt-regions
           MOVE 'R'                        TO w-dif-type
           MOVE w-reg-prec                 TO w-dif-code
           PERFORM ECRIT-BALISE
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '================================================='
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'R'                        TO w-uni-niveau
           MOVE w-reg-prec                 TO w-uni-code
           PERFORM RESOLV-UNITE
           STRING
             'REGION <'                    DELIMITED SIZE
             w-reg-prec                    DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-uni-libelle                 DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           STRING
             '  Directeur regional : '     DELIMITED SIZE
             w-uni-resp                    DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE '================================================='
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'SOUS-TOTAL REGION <'         DELIMITED SIZE
             w-reg-prec                    DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           COMPUTE w-sst-total =
               w-reg-nouveau + w-reg-qualifie + w-reg-client
               + w-reg-perdu
           MOVE w-reg-nouveau              TO w-n-aff
           MOVE w-reg-qualifie             TO w-q-aff
           MOVE w-reg-client               TO w-c-aff
           MOVE w-reg-perdu                TO w-p-aff
           MOVE w-sst-total                TO w-t-aff
           PERFORM ECRIT-STADES
           .

      *****************************************************************
      * RESOLV-UNITE : libelle et responsable de l'unite TLMEQU
      * (w-uni-niveau, w-uni-code) ; code a blanc = commercial (ou
      * equipe) sans rattachement a la date.
      *****************************************************************
       RESOLV-UNITE.
           MOVE SPACES                     TO w-uni-resp
           IF w-uni-code = SPACES THEN
             IF w-uni-niveau = 'E' THEN
               MOVE 'SANS EQUIPE'          TO w-uni-libelle
             ELSE
               MOVE 'SANS REGION'          TO w-uni-libelle
             END-IF
           ELSE
             EXEC SQL
               SELECT LIBELLE, RESPONSABLE
                 INTO :w-uni-libelle, :w-uni-resp
                 FROM TRAIN04.TLMEQU
                 WHERE NIVEAU = :w-uni-niveau
                   AND CODE   = :w-uni-code
             END-EXEC
             IF SQLCODE NOT = 0 THEN
               MOVE '(inconnue de TLMEQU)' TO w-uni-libelle
               MOVE SPACES                 TO w-uni-resp
             END-IF
           END-IF
           .

      *****************************************************************
      * Edition du portefeuille du commercial w-com-prec : nom (quand
      * TLMCOM le connait, "NON AFFECTES" pour le code a blanc),
           COMPUTE w-ptf-total =
               w-ptf-nouveau + w-ptf-qualifie + w-ptf-client
               + w-ptf-perdu
           ADD w-ptf-nouveau               TO w-equ-nouveau
           ADD w-ptf-qualifie              TO w-equ-qualifie
           ADD w-ptf-client                TO w-equ-client
           ADD w-ptf-perdu                 TO w-equ-perdu
           STRING
             '<'                           DELIMITED SIZE
             w-com-prec                    DELIMITED SIZE
           MOVE w-ptf-client               TO w-c-aff
           MOVE w-ptf-perdu                TO w-p-aff
           MOVE w-ptf-total                TO w-t-aff
           PERFORM ECRIT-STADES
      *    delegation en cours : le portefeuille est travaille par le
      *    delegataire pendant la fenetre de validite
           PERFORM RESOLV-DELEGATION
           END-IF
           .

      *****************************************************************
      * Ligne des effectifs par stade et total (formes affichables
      * posees par l'appelant).
      *****************************************************************
       ECRIT-STADES.
           STRING
             '  N '                        DELIMITED SIZE
             w-n-aff                       DELIMITED SIZE
             '  Q '                        DELIMITED SIZE
             w-q-aff                       DELIMITED SIZE
             '  C '                        DELIMITED SIZE
             w-c-aff                       DELIMITED SIZE
             '  P '                        DELIMITED SIZE
             w-p-aff                       DELIMITED SIZE
             '  TOTAL '                    DELIMITED SIZE
             w-t-aff                       DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * RESOLV-DELEGATION : une delegation TLMDEL couvre-t-elle la
      * date du jour pour le commercial w-com-prec ?
           MOVE SPACES                     TO w-enr-log
           .

      *****************************************************************
      * Balise de diffusion (cf. TLMCDIF1) : les lignes qui suivent
      * sont pour le destinataire w-dif-type / w-dif-code, jusqu'a la
      * balise suivante.
      *****************************************************************
       ECRIT-BALISE.
           SET w-dif-marque-ok             TO TRUE
           MOVE 'TLMBPGM39'                TO w-dif-rapport
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
           MOVE w-cpt-commerciaux      TO w-rap-commerciaux-nbr
           MOVE w-rap-commerciaux      TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-equipes          TO w-rap-equipes-nbr
           MOVE w-rap-equipes          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-regions          TO w-rap-regions-nbr
           MOVE w-rap-regions          TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
