      *    SUIVANT DU MEME PROSPECT (OU LA LIGNE VIVANTE POUR LE
      *    DERNIER). LE CREDIT VA AU CHARGE DE COMPTE ACTUEL DU
      *    PROSPECT (TLMPRO.COMMERCIAL). UNE LIGNE PAR COMMERCIAL
      *    (CIBLE / REALISE / ECART) PLUS LE CUMUL GENERAL.
      *    LES COMMERCIAUX SONT REGROUPES SELON L'ORGANISATION EN
      *    VIGUEUR LE PREMIER JOUR DU MOIS VISE (HIERARCHIE DATEE
      *    TLMHIE, UNITES TLMEQU, CHARGEES PAR TLMBPGM100) : UNE PAGE
      *    PAR EQUIPE AU NOM DU CHEF D'EQUIPE, TERMINEE PAR LE
      *    SOUS-TOTAL DE L'EQUIPE, PUIS A CHAQUE FIN DE REGION UNE
      *    PAGE DU DIRECTEUR REGIONAL AVEC LE SOUS-TOTAL DE LA REGION.
      *    UN MOIS REJOUE RETROUVE L'ORGANISATION DE SON EPOQUE.
      *    LE MOIS VISE EST LU SUR LE FICHIER DE CONTROLE MOIS
      *    (AAAAMM, DEFAUT = MOIS COURANT).
      *****************************************************************
       01 w-mois-num REDEFINES w-mois.
           05 w-mois-aaaa                PIC   9(04).
           05 w-mois-mm                  PIC   9(02).
      *    Date (AAAAMMJJ) de l'organisation retenue : premier jour
      *    du mois vise
       01 w-date-org.
           05 w-date-org-mois            PIC   X(06).
           05 FILLER                     PIC   X(02) VALUE '01'.
      *    Bornes du mois au format TIMESTAMP DB2 (debut du mois et
      *    debut du mois suivant)
       01 w-debut-ts.
       77 w-idx-trouve                   PIC  S9(04) COMP.
      *    Stade d'arrivee de la transition en cours d'imputation
       77 w-arrivee                      PIC   X(01).
      *    Ligne courante du curseur des objectifs : region et equipe
      *    du commercial
       01 w-obj-region                   PIC   X(04).
       01 w-obj-equipe                   PIC   X(04).
      *    Equipe et region de la rupture en cours
       01 w-rup-equipe                   PIC   X(04) VALUE '????'.
       01 w-rup-region                   PIC   X(04) VALUE '????'.
      *    Unite TLMEQU presentee en tete de page (niveau, code,
      *    libelle et nom du responsable)
       77 w-uni-niveau                   PIC   X(01).
       77 w-uni-code                     PIC   X(04).
       77 w-uni-libelle                  PIC   X(30).
       77 w-uni-resp                     PIC   X(35).
      *    Sous-totaux de l'equipe et de la region en cours (cibles
      *    et realisations des commerciaux portant un objectif)
       77 w-equ-obj-qualif               PIC  S9(07) COMP-3.
       77 w-equ-obj-client               PIC  S9(07) COMP-3.
       77 w-equ-rea-qualif               PIC  S9(07) COMP-3.
       77 w-equ-rea-client               PIC  S9(07) COMP-3.
       77 w-reg-obj-qualif               PIC  S9(07) COMP-3.
       77 w-reg-obj-client               PIC  S9(07) COMP-3.
       77 w-reg-rea-qualif               PIC  S9(07) COMP-3.
       77 w-reg-rea-client               PIC  S9(07) COMP-3.
      *    Cumuls generaux (cibles et realisations)
       77 w-tot-obj-qualif               PIC  S9(07) COMP-3.
       77 w-tot-obj-client               PIC  S9(07) COMP-3.
       77 w-tot-rea-qualif               PIC  S9(07) COMP-3.
       77 w-rc-aff                       PIC   ZZZZ9.
       77 w-tq-aff                       PIC   ZZZZZ9.
       77 w-tc-aff                       PIC   ZZZZZ9.
       77 w-sq-aff                       PIC   ZZZZZ9.
       77 w-sc-aff                       PIC   ZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

           END-EXEC.

      *****************************************************************
      * Curseur des objectifs du mois vise, le commercial etant range
      * sous l'equipe et la region de son rattachement en vigueur le
      * premier jour du mois (code a blanc sans rattachement).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-OBJECTIFS CURSOR FOR
               SELECT COALESCE(HE.PARENT, ' '),
                      COALESCE(HC.PARENT, ' '),
                      O.COMMERCIAL, O.OBJQUALIF, O.OBJCLIENT
               FROM TRAIN04.TLMOBJ O
               LEFT OUTER JOIN TRAIN04.TLMHIE HC
                 ON  HC.NIVEAU  = 'C'
                 AND HC.CODE    = O.COMMERCIAL
                 AND HC.DTDEBUT <= :w-date-org
                 AND HC.DTFIN   >= :w-date-org
               LEFT OUTER JOIN TRAIN04.TLMHIE HE
                 ON  HE.NIVEAU  = 'E'
                 AND HE.CODE    = HC.PARENT
                 AND HE.DTDEBUT <= :w-date-org
                 AND HE.DTFIN   >= :w-date-org
               WHERE O.MOIS = :w-mois
               ORDER BY 1, 2, 3
           END-EXEC.

       PROCEDURE DIVISION.
             END-READ
             CLOSE moisfic
           END-IF
           MOVE w-mois                     TO w-date-org-mois
           MOVE w-mois-aaaa                TO w-debut-ts-aaaa
           MOVE w-mois-mm                  TO w-debut-ts-mm
           IF w-mois-mm = 12 THEN

      *****************************************************************
      * Edition de l'atteinte : une ligne par commercial portant un
      * objectif du mois (cible / realise), rangee sous sa region et
      * son equipe avec leurs sous-totaux, puis le cumul general
      * (realisations sans objectif pose comprises).
      *****************************************************************
       EDITE-ATTEINTE.
           EXEC SQL
           SET w-eot-obj-non               TO TRUE
           PERFORM LEC-OBJECTIF
           PERFORM EDITE-LIGNE-OBJECTIF    UNTIL w-eot-obj-oui
           IF w-rup-equipe NOT = '????' THEN
             PERFORM EDITE-SOUS-TOTAL-EQUIPE
             PERFORM EDITE-SOUS-TOTAL-REGION
           END-IF
           EXEC SQL
             CLOSE CURS-OBJECTIFS
           END-EXEC
           PERFORM EDITE-CUMUL-GENERAL
           .

       LEC-OBJECTIF.
           EXEC SQL
             FETCH CURS-OBJECTIFS
               INTO :w-obj-region, :w-obj-equipe,
                    :tlmobj-commercial, :tlmobj-objqualif,
                    :tlmobj-objclient
           END-EXEC
           IF SQLCODE = 0 THEN
           .

       EDITE-LIGNE-OBJECTIF.
           PERFORM RUPTURE-ORGANISATION
           ADD tlmobj-objqualif            TO w-tot-obj-qualif
           ADD tlmobj-objclient            TO w-tot-obj-client
           ADD tlmobj-objqualif            TO w-equ-obj-qualif
           ADD tlmobj-objclient            TO w-equ-obj-client
      *    realisations du commercial (zero si aucune transition)
           MOVE 0                          TO w-lig-qualif
                                               w-lig-client
             MOVE w-real-qualif (w-idx-trouve) TO w-lig-qualif
             MOVE w-real-client (w-idx-trouve) TO w-lig-client
           END-IF
           ADD w-lig-qualif                TO w-equ-rea-qualif
           ADD w-lig-client                TO w-equ-rea-client
           MOVE tlmobj-objqualif           TO w-oq-aff
           MOVE tlmobj-objclient           TO w-oc-aff
           MOVE w-lig-qualif               TO w-rq-aff
           PERFORM LEC-OBJECTIF
           .

      *****************************************************************
      * Changement d'equipe (ou de region) : sous-totaux de l'equipe
      * et de la region qui se terminent, puis page de la nouvelle
      * equipe.
      *****************************************************************
       RUPTURE-ORGANISATION.
           IF w-obj-region NOT = w-rup-region
              OR w-obj-equipe NOT = w-rup-equipe THEN
             IF w-rup-equipe NOT = '????' THEN
               PERFORM EDITE-SOUS-TOTAL-EQUIPE
             END-IF
             IF w-obj-region NOT = w-rup-region THEN
               IF w-rup-region NOT = '????' THEN
                 PERFORM EDITE-SOUS-TOTAL-REGION
               END-IF
               MOVE w-obj-region           TO w-rup-region
               MOVE 0                      TO w-reg-obj-qualif
                                               w-reg-obj-client
                                               w-reg-rea-qualif
                                               w-reg-rea-client
             END-IF
             MOVE w-obj-equipe             TO w-rup-equipe
             MOVE 0                        TO w-equ-obj-qualif
                                               w-equ-obj-client
                                               w-equ-rea-qualif
                                               w-equ-rea-client
             PERFORM EDITE-PAGE-EQUIPE
           END-IF
           .

      *****************************************************************
      * Page d'une equipe : equipe, chef d'equipe et region de
      * rattachement.
      *****************************************************************
       EDITE-PAGE-EQUIPE.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '================================================='
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'E'                        TO w-uni-niveau
           MOVE w-rup-equipe               TO w-uni-code
           PERFORM RESOLV-UNITE
           STRING
             'EQUIPE <'           DELIMITED SIZE
             w-rup-equipe         DELIMITED SIZE
             '> '                 DELIMITED SIZE
             w-uni-libelle        DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           STRING
             '  Chef d''equipe : ' DELIMITED SIZE
             w-uni-resp           DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE 'R'                        TO w-uni-niveau
           MOVE w-rup-region               TO w-uni-code
           PERFORM RESOLV-UNITE
           STRING
             '  Region <'         DELIMITED SIZE
             w-rup-region         DELIMITED SIZE
             '> '                 DELIMITED SIZE
             w-uni-libelle        DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE '================================================='
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Sous-total de l'equipe w-rup-equipe, cumule dans sa region.
      *****************************************************************
       EDITE-SOUS-TOTAL-EQUIPE.
           ADD w-equ-obj-qualif            TO w-reg-obj-qualif
           ADD w-equ-obj-client            TO w-reg-obj-client
           ADD w-equ-rea-qualif            TO w-reg-rea-qualif
           ADD w-equ-rea-client            TO w-reg-rea-client
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-equ-rea-qualif           TO w-tq-aff
           MOVE w-equ-obj-qualif           TO w-sq-aff
           MOVE w-equ-rea-client           TO w-tc-aff
           MOVE w-equ-obj-client           TO w-sc-aff
           STRING
             'SOUS-TOTAL EQUIPE <' DELIMITED SIZE
             w-rup-equipe         DELIMITED SIZE
             '>'                  DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM EDITE-LIGNE-SOUS-TOTAL
           .

      *****************************************************************
      * Page du directeur de la region w-rup-region : sous-total de
      * la region (somme de ses equipes).
      *****************************************************************
       EDITE-SOUS-TOTAL-REGION.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '================================================='
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'R'                        TO w-uni-niveau
           MOVE w-rup-region               TO w-uni-code
           PERFORM RESOLV-UNITE
           STRING
             'REGION <'           DELIMITED SIZE
             w-rup-region         DELIMITED SIZE
             '> '                 DELIMITED SIZE
             w-uni-libelle        DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           STRING
             '  Directeur regional : ' DELIMITED SIZE
             w-uni-resp           DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE '================================================='
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-reg-rea-qualif           TO w-tq-aff
           MOVE w-reg-obj-qualif           TO w-sq-aff
           MOVE w-reg-rea-client           TO w-tc-aff
           MOVE w-reg-obj-client           TO w-sc-aff
           STRING
             'SOUS-TOTAL REGION <' DELIMITED SIZE
             w-rup-region         DELIMITED SIZE
             '>'                  DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM EDITE-LIGNE-SOUS-TOTAL
           .

       EDITE-LIGNE-SOUS-TOTAL.
           STRING
             '  qualif. '         DELIMITED SIZE
             w-tq-aff             DELIMITED SIZE
             '/'                  DELIMITED SIZE
             w-sq-aff             DELIMITED SIZE
             '  clients '         DELIMITED SIZE
             w-tc-aff             DELIMITED SIZE
             '/'                  DELIMITED SIZE
             w-sc-aff             DELIMITED SIZE
             ' (realise/cible)'   DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
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
      * Cumul general : toutes equipes, realisations sans objectif
      * pose comprises.
      *****************************************************************
       EDITE-CUMUL-GENERAL.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-tot-rea-qualif           TO w-tq-aff
           MOVE w-tot-rea-client           TO w-tc-aff
           STRING
             'TOTAL : qualifies realises ' DELIMITED SIZE
             w-tq-aff             DELIMITED SIZE
             ', clients realises ' DELIMITED SIZE
             w-tc-aff             DELIMITED SIZE
           MOVE w-tot-obj-qualif           TO w-tq-aff
           MOVE w-tot-obj-client           TO w-tc-aff
           STRING
             'TOTAL : cibles qualifies '   DELIMITED SIZE
             w-tq-aff             DELIMITED SIZE
             ', cibles clients '  DELIMITED SIZE
             w-tc-aff             DELIMITED SIZE
