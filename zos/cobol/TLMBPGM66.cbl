      *    LA FENETRE COMMENCE PAR DEFAUT AU PREMIER JOUR DU MOIS
      *    COURANT ; UN FICHIER DE CONTROLE FENETRE FACULTATIF PERMET
      *    DE REJOUER UNE AUTRE BORNE (MEME PRINCIPE QUE TLMBPGM30).
      *
      *    LES BLOCS SONT REGROUPES SELON L'ORGANISATION EN VIGUEUR AU
      *    DEBUT DE LA FENETRE (HIERARCHIE DATEE TLMHIE, UNITES
      *    TLMEQU, CHARGEES PAR TLMBPGM100) : UNE PAGE PAR EQUIPE AU
      *    NOM DU CHEF D'EQUIPE, TERMINEE PAR LE SOUS-TOTAL DE
      *    L'EQUIPE, PUIS A CHAQUE FIN DE REGION UNE PAGE DU
      *    DIRECTEUR REGIONAL AVEC LE SOUS-TOTAL DE LA REGION. UNE
      *    FENETRE REJOUEE RETROUVE L'ORGANISATION DE SON EPOQUE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM66.
           05 w-debut-ts-jj               PIC  9(02).
           05 FILLER                      PIC  X(16) VALUE
                '-00.00.00.000000'.
      *    Date (AAAAMMJJ) de l'organisation retenue : debut de la
      *    fenetre
       01 w-date-org                     PIC   X(08).
      *    Fin de parcours du curseur d'analyse
       01 w-eot-res                      PIC   9.
           88 w-eot-res-oui                      VALUE 1.
           88 w-eot-res-non                      VALUE 0.
      *    Ligne courante du curseur : region, equipe, commercial,
      *    secteur, resultat, nombre d'appels
       01 w-cur-region                   PIC   X(04).
       01 w-cur-equipe                   PIC   X(04).
       01 w-cur-commercial               PIC   X(04).
       01 w-cur-secteur                  PIC   X(03).
       01 w-cur-resultat                 PIC   X(01).
      *    la ventilation de ses resultats
       01 w-rup-commercial               PIC   X(04) VALUE '????'.
       01 w-rup-secteur                  PIC   X(03) VALUE '???'.
      *    Equipe et region de la rupture en cours
       01 w-rup-equipe                   PIC   X(04) VALUE '????'.
       01 w-rup-region                   PIC   X(04) VALUE '????'.
      *    Unite TLMEQU presentee en tete de page (niveau, code,
      *    libelle et nom du responsable)
       77 w-uni-niveau                   PIC   X(01).
       77 w-uni-code                     PIC   X(04).
       77 w-uni-libelle                  PIC   X(30).
       77 w-uni-resp                     PIC   X(35).
       77 w-nbr-joint                    PIC  S9(07) COMP-3.
       77 w-nbr-sansrep                  PIC  S9(07) COMP-3.
       77 w-nbr-fauxnum                  PIC  S9(07) COMP-3.
       77 w-nbr-refus                    PIC  S9(07) COMP-3.
       77 w-nbr-sansres                  PIC  S9(07) COMP-3.
       77 w-nbr-total                    PIC  S9(07) COMP-3.
      *    Sous-totaux par resultat de l'equipe et de la region en
      *    cours
       01 w-equ-nbr.
           05 w-equ-joint                 PIC  S9(07) COMP-3.
           05 w-equ-sansrep               PIC  S9(07) COMP-3.
           05 w-equ-fauxnum               PIC  S9(07) COMP-3.
           05 w-equ-rappel                PIC  S9(07) COMP-3.
           05 w-equ-refus                 PIC  S9(07) COMP-3.
           05 w-equ-sansres               PIC  S9(07) COMP-3.
       01 w-reg-nbr.
           05 w-reg-joint                 PIC  S9(07) COMP-3.
           05 w-reg-sansrep               PIC  S9(07) COMP-3.
           05 w-reg-fauxnum               PIC  S9(07) COMP-3.
           05 w-reg-rappel                PIC  S9(07) COMP-3.
           05 w-reg-refus                 PIC  S9(07) COMP-3.
           05 w-reg-sansres               PIC  S9(07) COMP-3.
      *    Taux de joignabilite (%) du bloc en cours
       77 w-taux-joint                   PIC  S9(03) COMP-3.
      *    Formes affichables
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-bloc                  PIC  S9(07) COMP-3.
           05 w-cpt-equipes               PIC  S9(07) COMP-3.
           05 w-cpt-regions               PIC  S9(07) COMP-3.
       01 w-rap-bloc.
           05 FILLER                     PIC   X(43) VALUE
                'Blocs commercial/secteur edites :          '.
           05 w-rap-bloc-nbr              PIC   ZZZZZZ9.
       01 w-rap-equipes.
           05 FILLER                     PIC   X(43) VALUE
                'Pages equipe editees :                     '.
           05 w-rap-equipes-nbr           PIC   ZZZZZZ9.
       01 w-rap-regions.
           05 FILLER                     PIC   X(43) VALUE
                'Pages region editees :                     '.
           05 w-rap-regions-nbr           PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur d'analyse : appels ('A') de la fenetre, ventiles par
      * commercial et secteur du prospect porteur et par resultat, le
      * commercial etant range sous l'equipe et la region de son
      * rattachement en vigueur au debut de la fenetre (code a blanc
      * sans rattachement).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-RES-APPELS CURSOR FOR
               SELECT COALESCE(HE.PARENT, ' '),
                      COALESCE(HC.PARENT, ' '),
                      P.COMMERCIAL, P.SECTEUR, A.RESULTAT, COUNT(*)
               FROM TRAIN04.TLMACT A
               INNER JOIN TRAIN04.TLMCON C
                 ON  C.ID = A.CONID
               INNER JOIN TRAIN04.TLMPRO P
                 ON  P.ID = C.PID
               LEFT OUTER JOIN TRAIN04.TLMHIE HC
                 ON  HC.NIVEAU  = 'C'
                 AND HC.CODE    = P.COMMERCIAL
                 AND HC.DTDEBUT <= :w-date-org
                 AND HC.DTFIN   >= :w-date-org
               LEFT OUTER JOIN TRAIN04.TLMHIE HE
                 ON  HE.NIVEAU  = 'E'
                 AND HE.CODE    = HC.PARENT
                 AND HE.DTDEBUT <= :w-date-org
                 AND HE.DTFIN   >= :w-date-org
               WHERE A.TYPACT = 'A'
                 AND A.DTACT >= :w-debut-ts
               GROUP BY COALESCE(HE.PARENT, ' '),
                        COALESCE(HC.PARENT, ' '),
                        P.COMMERCIAL, P.SECTEUR, A.RESULTAT
               ORDER BY 1, 2, 3, 4, 5
           END-EXEC.

       PROCEDURE DIVISION.
             END-READ
             CLOSE fenetre
           END-IF
           STRING
             w-debut-ts-aaaa               DELIMITED SIZE
             w-debut-ts-mm                 DELIMITED SIZE
             w-debut-ts-jj                 DELIMITED SIZE
             INTO w-date-org
           END-STRING
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-bloc
                                               w-cpt-equipes
                                               w-cpt-regions
           PERFORM RAZ-BLOC
           PERFORM ENTETE
           .
           .

      *****************************************************************
      * Parcours du curseur d'analyse, avec rupture par region,
      * equipe, commercial + secteur : a chaque changement, le bloc
      * precedent est edite, puis les sous-totaux de l'equipe (et de
      * la region) qui se terminent.
      *****************************************************************
       TRT-RESULTATS.
           EXEC SQL
           PERFORM VENTILE-RESULTAT        UNTIL w-eot-res-oui
           IF w-rup-commercial NOT = '????' THEN
             PERFORM EDITE-BLOC
             PERFORM EDITE-SOUS-TOTAL-EQUIPE
             PERFORM EDITE-SOUS-TOTAL-REGION
           END-IF
           EXEC SQL
             CLOSE CURS-RES-APPELS
       LEC-RESULTAT.
           EXEC SQL
             FETCH CURS-RES-APPELS
               INTO :w-cur-region, :w-cur-equipe,
                    :w-cur-commercial, :w-cur-secteur,
                    :w-cur-resultat, :w-cur-nbr
           END-EXEC
           IF SQLCODE = 0 THEN
           .

       VENTILE-RESULTAT.
           IF w-cur-region NOT = w-rup-region
              OR w-cur-equipe NOT = w-rup-equipe
              OR w-cur-commercial NOT = w-rup-commercial
              OR w-cur-secteur NOT = w-rup-secteur THEN
             IF w-rup-commercial NOT = '????' THEN
               PERFORM EDITE-BLOC
             END-IF
             PERFORM RUPTURE-ORGANISATION
             MOVE w-cur-commercial         TO w-rup-commercial
             MOVE w-cur-secteur            TO w-rup-secteur
             PERFORM RAZ-BLOC
      *****************************************************************
       EDITE-BLOC.
           ADD 1                           TO w-cpt-bloc
           ADD w-nbr-joint                 TO w-equ-joint
           ADD w-nbr-sansrep               TO w-equ-sansrep
           ADD w-nbr-fauxnum               TO w-equ-fauxnum
           ADD w-nbr-rappel                TO w-equ-rappel
           ADD w-nbr-refus                 TO w-equ-refus
           ADD w-nbr-sansres               TO w-equ-sansres
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM EDITE-VENTILATION
           .

      *****************************************************************
      * Ventilation des resultats w-nbr-* (bloc, equipe ou region) et
      * taux de joignabilite.
      *****************************************************************
       EDITE-VENTILATION.
           COMPUTE w-nbr-total =
               w-nbr-joint + w-nbr-sansrep + w-nbr-fauxnum
               + w-nbr-rappel + w-nbr-refus
           IF w-nbr-total > 0 THEN
             COMPUTE w-taux-joint =
                 w-nbr-joint * 100 / w-nbr-total
           ELSE
             MOVE 0                        TO w-taux-joint
           END-IF
           MOVE w-nbr-joint                TO w-j-aff
           MOVE w-nbr-sansrep              TO w-n-aff
           MOVE w-nbr-fauxnum              TO w-f-aff
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Changement d'equipe (ou de region) : sous-totaux de l'equipe
      * et de la region qui se terminent, puis page de la nouvelle
      * equipe.
      *****************************************************************
       RUPTURE-ORGANISATION.
           IF w-cur-region NOT = w-rup-region
              OR w-cur-equipe NOT = w-rup-equipe THEN
             IF w-rup-equipe NOT = '????' THEN
               PERFORM EDITE-SOUS-TOTAL-EQUIPE
             END-IF
             IF w-cur-region NOT = w-rup-region THEN
               IF w-rup-region NOT = '????' THEN
                 PERFORM EDITE-SOUS-TOTAL-REGION
               END-IF
               MOVE w-cur-region           TO w-rup-region
               MOVE 0                      TO w-reg-joint
                                               w-reg-sansrep
                                               w-reg-fauxnum
                                               w-reg-rappel
                                               w-reg-refus
                                               w-reg-sansres
             END-IF
             MOVE w-cur-equipe             TO w-rup-equipe
             MOVE 0                        TO w-equ-joint
                                               w-equ-sansrep
                                               w-equ-fauxnum
                                               w-equ-rappel
                                               w-equ-refus
                                               w-equ-sansres
             PERFORM EDITE-PAGE-EQUIPE
           END-IF
           .

      *****************************************************************
      * Page d'une equipe : equipe, chef d'equipe et region de
      * rattachement.
      *****************************************************************
       EDITE-PAGE-EQUIPE.
           ADD 1                           TO w-cpt-equipes
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
           ADD w-equ-joint                 TO w-reg-joint
           ADD w-equ-sansrep               TO w-reg-sansrep
           ADD w-equ-fauxnum               TO w-reg-fauxnum
           ADD w-equ-rappel                TO w-reg-rappel
           ADD w-equ-refus                 TO w-reg-refus
           ADD w-equ-sansres               TO w-reg-sansres
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'SOUS-TOTAL EQUIPE <' DELIMITED SIZE
             w-rup-equipe         DELIMITED SIZE
             '>'                  DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE w-equ-joint                TO w-nbr-joint
           MOVE w-equ-sansrep              TO w-nbr-sansrep
           MOVE w-equ-fauxnum              TO w-nbr-fauxnum
           MOVE w-equ-rappel               TO w-nbr-rappel
           MOVE w-equ-refus                TO w-nbr-refus
           MOVE w-equ-sansres              TO w-nbr-sansres
           PERFORM EDITE-VENTILATION
           .

      *****************************************************************
      * Page du directeur de la region w-rup-region : sous-total de
      * la region (somme de ses equipes).
      *****************************************************************
       EDITE-SOUS-TOTAL-REGION.
           ADD 1                           TO w-cpt-regions
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
           STRING
             'SOUS-TOTAL REGION <' DELIMITED SIZE
             w-rup-region         DELIMITED SIZE
             '>'                  DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE w-reg-joint                TO w-nbr-joint
           MOVE w-reg-sansrep              TO w-nbr-sansrep
           MOVE w-reg-fauxnum              TO w-nbr-fauxnum
           MOVE w-reg-rappel               TO w-nbr-rappel
           MOVE w-reg-refus                TO w-nbr-refus
           MOVE w-reg-sansres              TO w-nbr-sansres
           PERFORM EDITE-VENTILATION
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
      * Ecriture d'une ligne dans le fichier de log, avec verification
      * du code d'etat du fichier JOURNAUX.
           MOVE w-cpt-bloc             TO w-rap-bloc-nbr
           MOVE w-rap-bloc             TO w-enr-log
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
