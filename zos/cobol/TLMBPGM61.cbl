      * NOM DU PROGRAMME : TLMBPGM61
      * DESCRIPTION      : PROGRAMME BATCH D'EXTRACTION DU PLAN DE
      *    TOURNEE D'UN CHARGE DE COMPTE : SES PROSPECTS ACTIFS,
      *    GROUPES PAR SECTEUR (TLMSEC) ET ORDONNES DANS LE SECTEUR
      *    PAR DISTANCE REELLE - SUR L'ADRESSE DE LIVRAISON TLMADR
      *    (TYPE 'L') QUAND ELLE EXISTE, L'ADRESSE PRINCIPALE SINON -
      *    AVEC LA DATE DE LA DERNIERE VISITE (TLMACT TYPE 'V' DES
      *    CONTACTS ACTIFS). L'ORDRE DE PASSAGE EST CELUI DU PLUS
      *    PROCHE VOISIN SUR LES COORDONNEES DU REFERENTIEL POSTAL
      *    (TLMCPV) : DEPART DU PREMIER RENDEZ-VOUS DU JOUR DANS LE
      *    SECTEUR (A DEFAUT DU PLUS PETIT CODE POSTAL), PUIS A CHAQUE
      *    ETAPE LE PROSPECT LE PLUS PROCHE NON ENCORE VISITE ; LES
      *    PROSPECTS NON GEOCODES FERMENT LE SECTEUR PAR CODE POSTAL
      *    PUIS VILLE.
      *    LE COMMERCIAL ROULE AINSI UNE TOURNEE SENSEE ET VOIT D'UN
      *    COUP D'OEIL QUI N'A PAS ETE VISITE DEPUIS TROP LONGTEMPS.
      *    LES RENDEZ-VOUS PLANIFIES DU JOUR (TLMRDV) SONT EDITES EN
      *    TETE, PAR HEURE, ET RAPPELES SUR L'ETAPE DU PROSPECT : LA
      *    TOURNEE SE CONSTRUIT AUTOUR DE CES POINTS FIXES.
      *    LE CODE DU COMMERCIAL EST LU SUR LE FICHIER DE CONTROLE
      *    COMMERC (UN ENREGISTREMENT, CODE EN COL.1-4).
      *    LE PLAN EST PRECEDE D'UNE BALISE DE DIFFUSION AU CODE DU
      *    COMMERCIAL (CF. TLMCDIF1) : L'ETAPE D'ECLATEMENT TLMBPGM117
      *    L'ACHEMINE VERS LUI.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM61.
       01 w-log                          PIC   X(02).
      *    Code du commercial demande
       01 w-com-code                     PIC   X(04).
      *    Balise de diffusion ecrite en tete du plan, pour
      *    l'acheminement vers le commercial (TLMBPGM117)
       COPY TLMCDIF1 REPLACING ==:PROG:== BY ==w==.
      *    Demande exploitable ?
       01 w-dem-ok                       PIC   9.
           88 w-dem-ok-oui                       VALUE 1.
           88 w-dem-ok-non                       VALUE 0.
      *    Date du jour (AAAAMMJJ), pour les rendez-vous planifies
       01 w-date-jour                    PIC   X(08).
      *    Fin de parcours du curseur des rendez-vous du jour
       01 w-eot-rdv                      PIC   9.
           88 w-eot-rdv-oui                      VALUE 1.
           88 w-eot-rdv-non                      VALUE 0.
      *    Rendez-vous du jour courant (bloc de tete)
       01 w-rdv-hdebut                   PIC   X(04).
       01 w-rdv-hfin                     PIC   X(04).
       01 w-rdv-pro-id                   PIC   X(06).
       01 w-rdv-pro-nom                  PIC   X(35).
       01 w-rdv-con-nom                  PIC   X(35).
       01 w-rdv-lieu                     PIC   X(40).
      *    Premier rendez-vous du jour chez le prospect de l'etape
       01 w-rdv-etape                    PIC   X(04).
      *    Fin de parcours du curseur de tournee
       01 w-eot-trn                      PIC   9.
           88 w-eot-trn-oui                      VALUE 1.
       01 w-trn-rue                      PIC   X(40).
       01 w-trn-cp                       PIC   X(05).
       01 w-trn-ville                    PIC   X(35).
      *    Coordonnees de l'adresse de tournee (0/0 = non geocodee)
      *    et cosinus de la latitude, fourni par DB2, qui corrige
      *    l'ecart de longitude pour le calcul des distances
       01 w-trn-lat                      PIC   S9(3)V9(5) COMP-3.
       01 w-trn-lon                      PIC   S9(3)V9(5) COMP-3.
       01 w-trn-coslat                   PIC   S9(1)V9(8) COMP-3.
      *****************************************************************
      * Etapes du secteur en cours, chargees en memoire dans l'ordre
      * du curseur (code postal, ville) pour etre reordonnees au plus
      * proche voisin. Table bornee : au-dela de 500 prospects dans
      * un secteur, la suite du secteur forme une nouvelle serie
      * ordonnee a part, editee a la suite sous le meme titre.
      *****************************************************************
       01 w-etp-tab.
           05 w-etp-nbr                   PIC  S9(04) COMP.
           05 w-etp-ent OCCURS 500.
               10 w-etp-id                PIC  X(06).
               10 w-etp-nom               PIC  X(35).
               10 w-etp-secteur           PIC  X(03).
               10 w-etp-rue               PIC  X(40).
               10 w-etp-cp                PIC  X(05).
               10 w-etp-ville             PIC  X(35).
               10 w-etp-lat               PIC  S9(3)V9(5) COMP-3.
               10 w-etp-lon               PIC  S9(3)V9(5) COMP-3.
               10 w-etp-coslat            PIC  S9(1)V9(8) COMP-3.
               10 w-etp-rdv               PIC  X(04).
      *           Distance depuis l'etape precedente (km)
               10 w-etp-km                PIC  S9(5)V9    COMP-3.
               10 w-etp-place             PIC  9.
                   88 w-etp-place-oui             VALUE 1.
                   88 w-etp-place-non             VALUE 0.
               10 w-etp-geo               PIC  9.
                   88 w-etp-geo-oui               VALUE 1.
                   88 w-etp-geo-non               VALUE 0.
      *    Ordre de passage : rang -> poste de la table des etapes
       01 w-ord-tab.
           05 w-ord-nbr                   PIC  S9(04) COMP.
           05 w-ord-etp OCCURS 500        PIC  S9(04) COMP.
      *    Secteur de la serie en cours de chargement
       01 w-lot-secteur                  PIC   X(03).
       77 w-idx                          PIC  S9(04) COMP.
       77 w-rang                         PIC  S9(04) COMP.
      *    Etape courante et candidate retenue au plus proche voisin
       77 w-etp-cour                     PIC  S9(04) COMP.
       77 w-etp-suiv                     PIC  S9(04) COMP.
      *    Carre de la distance (en degres corriges) du candidat
      *    examine et du meilleur candidat trouve
       77 w-d2                           PIC  S9(7)V9(8) COMP-3.
       77 w-d2-min                       PIC  S9(7)V9(8) COMP-3.
      *    Longueur moyenne d'un degre de latitude (km)
       77 w-km-degre                     PIC  9(03)V9(3) VALUE 111.195.
       77 w-km-aff                       PIC  ZZZ9.
       77 w-ptr                          PIC  S9(04) COMP.
      *    Secteur de la rupture d'edition en cours
       01 w-sec-prec                     PIC   X(03) VALUE '???'.
      *    Date de la derniere visite du prospect courant
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-prospect              PIC  S9(07) COMP-3.
           05 w-cpt-rdv                   PIC  S9(07) COMP-3.
           05 w-cpt-non-geo               PIC  S9(07) COMP-3.
       01 w-rap-prospect.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de prospects au plan de tournee :   '.
           05 w-rap-prospect-nbr          PIC   ZZZZZZ9.
       01 w-rap-rdv.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de rendez-vous du jour :            '.
           05 w-rap-rdv-nbr               PIC   ZZZZZZ9.
       01 w-rap-non-geo.
           05 FILLER                     PIC   X(43) VALUE
                'dont prospects non geocodes (fin secteur) :'.
           05 w-rap-non-geo-nbr           PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      * Curseur de tournee : prospects actifs du commercial demande,
      * groupes par secteur et tries par code postal puis ville de
      * l'adresse de livraison TLMADR (type 'L') quand elle existe,
      * de l'adresse principale sinon, avec les coordonnees de cette
      * adresse (ordre de chargement, reordonne ensuite au plus
      * proche voisin, cf. ORDONNE-LOT).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-TOURNEE CURSOR FOR
               SELECT P.ID, P.NOM, P.SECTEUR,
                      COALESCE(A.RUE, P.ADDR_RUE),
                      COALESCE(A.CP, P.ADDR_CP),
                      COALESCE(A.VILLE, P.ADDR_VILLE),
                      COALESCE(A.LATITUDE, P.LATITUDE),
                      COALESCE(A.LONGITUDE, P.LONGITUDE),
                      COS(RADIANS(COALESCE(A.LATITUDE, P.LATITUDE)))
               FROM TRAIN04.TLMPRO P
                 LEFT OUTER JOIN TRAIN04.TLMADR A
                   ON A.PROID = P.ID AND A.ADRTYPE = 'L'
                        P.ID
           END-EXEC.

      *****************************************************************
      * Curseur des rendez-vous planifies du jour du commercial
      * demande (TLMRDV), par heure de debut, avec le prospect et le
      * contact a rencontrer (espace si aucun contact designe).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-RDV CURSOR FOR
               SELECT R.HDEBUT, R.HFIN, R.PROID, P.NOM,
                      COALESCE(C.NOM, ' '), R.LIEU
               FROM TRAIN04.TLMRDV R
                 INNER JOIN TRAIN04.TLMPRO P
                   ON P.ID = R.PROID
                 LEFT OUTER JOIN TRAIN04.TLMCON C
                   ON C.ID = R.CONID
               WHERE R.COMMERCIAL = :w-com-code
                 AND R.DTRDV      = :w-date-jour
                 AND R.STATUT     = 'P'
               ORDER BY R.HDEBUT, R.ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, PLAN DE TOURNEE'
           PERFORM INIT
           IF w-dem-ok-oui THEN
             PERFORM TRT-RDV-JOUR
             PERFORM TRT-TOURNEE
           ELSE
             MOVE 16                      TO RETURN-CODE
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           MOVE 0                          TO w-cpt-prospect
                                              w-cpt-rdv w-cpt-non-geo
           MOVE SPACES                     TO w-dif
           IF w-dem-ok-oui THEN
             MOVE 'C'                      TO w-dif-type
             MOVE w-com-code               TO w-dif-code
             PERFORM ECRIT-BALISE
           END-IF
           PERFORM ENTETE
           STRING
             'Commercial <'               DELIMITED SIZE
           .

      *****************************************************************
      * Bloc de tete : rendez-vous planifies du jour du commercial,
      * par heure de debut, y compris chez des prospects hors de son
      * portefeuille.
      *****************************************************************
       TRT-RDV-JOUR.
           STRING
             'RENDEZ-VOUS DU '            DELIMITED SIZE
             w-date-jour                  DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-RDV
           END-EXEC
           SET w-eot-rdv-non               TO TRUE
           PERFORM LEC-RDV
           IF w-eot-rdv-oui THEN
             MOVE '  (aucun rendez-vous planifie)'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           PERFORM EDITE-RDV               UNTIL w-eot-rdv-oui
           EXEC SQL
             CLOSE CURS-RDV
           END-EXEC
           .

       LEC-RDV.
           EXEC SQL
             FETCH CURS-RDV
               INTO :w-rdv-hdebut, :w-rdv-hfin, :w-rdv-pro-id,
                    :w-rdv-pro-nom, :w-rdv-con-nom, :w-rdv-lieu
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-rdv-non             TO TRUE
           ELSE
             SET w-eot-rdv-oui             TO TRUE
           END-IF
           .

      *****************************************************************
      * Un rendez-vous : creneau, prospect, puis contact et lieu
      * (espace = locaux du prospect) sur une seconde ligne.
      *****************************************************************
       EDITE-RDV.
           ADD 1                           TO w-cpt-rdv
           STRING
             w-rdv-hdebut         DELIMITED SIZE
             '-'                  DELIMITED SIZE
             w-rdv-hfin           DELIMITED SIZE
             ' <'                 DELIMITED SIZE
             w-rdv-pro-id         DELIMITED SIZE
             '> '                 DELIMITED SIZE
             w-rdv-pro-nom        DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           STRING
             '  avec '            DELIMITED SIZE
             w-rdv-con-nom (1 : 25) DELIMITED SIZE
             ' lieu '             DELIMITED SIZE
             w-rdv-lieu           DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-RDV
           .

      *****************************************************************
      * Parcours du curseur de tournee, par serie d'etapes d'un meme
      * secteur : chargement, ordre de passage, edition.
      *****************************************************************
       TRT-TOURNEE.
           EXEC SQL
           END-EXEC
           SET w-eot-trn-non               TO TRUE
           PERFORM LEC-TOURNEE
           PERFORM TRT-LOT                 UNTIL w-eot-trn-oui
           EXEC SQL
             CLOSE CURS-TOURNEE
           END-EXEC
           .

       TRT-LOT.
           MOVE 0                          TO w-etp-nbr
           MOVE w-pro-secteur              TO w-lot-secteur
           PERFORM CHARGE-ETAPE
             UNTIL w-eot-trn-oui
                OR w-pro-secteur NOT = w-lot-secteur
                OR w-etp-nbr >= 500
           PERFORM ORDONNE-LOT
           PERFORM EDITE-ETAPE
             VARYING w-rang FROM 1 BY 1
             UNTIL w-rang > w-ord-nbr
           .

       LEC-TOURNEE.
           EXEC SQL
             FETCH CURS-TOURNEE
               INTO :w-pro-id, :w-pro-nom, :w-pro-secteur,
                    :w-trn-rue, :w-trn-cp, :w-trn-ville,
                    :w-trn-lat, :w-trn-lon, :w-trn-coslat
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-trn-non             TO TRUE
           .

      *****************************************************************
      * Mise en table de l'etape lue, avec l'heure de son premier
      * rendez-vous du jour (point fixe de la tournee).
      *****************************************************************
       CHARGE-ETAPE.
           ADD 1                           TO w-etp-nbr
           MOVE w-pro-id                   TO w-etp-id (w-etp-nbr)
           MOVE w-pro-nom                  TO w-etp-nom (w-etp-nbr)
           MOVE w-pro-secteur              TO w-etp-secteur (w-etp-nbr)
           MOVE w-trn-rue                  TO w-etp-rue (w-etp-nbr)
           MOVE w-trn-cp                   TO w-etp-cp (w-etp-nbr)
           MOVE w-trn-ville                TO w-etp-ville (w-etp-nbr)
           MOVE w-trn-lat                  TO w-etp-lat (w-etp-nbr)
           MOVE w-trn-lon                  TO w-etp-lon (w-etp-nbr)
           MOVE w-trn-coslat               TO w-etp-coslat (w-etp-nbr)
           MOVE 0                          TO w-etp-km (w-etp-nbr)
           SET w-etp-place-non (w-etp-nbr) TO TRUE
           IF w-trn-lat = 0 AND w-trn-lon = 0 THEN
             SET w-etp-geo-non (w-etp-nbr) TO TRUE
           ELSE
             SET w-etp-geo-oui (w-etp-nbr) TO TRUE
           END-IF
           PERFORM LIT-RDV-ETAPE
           MOVE w-rdv-etape                TO w-etp-rdv (w-etp-nbr)
           PERFORM LEC-TOURNEE
           .

      *****************************************************************
      * Ordre de passage de la serie au plus proche voisin : depart
      * de l'etape geocodee au plus tot rendez-vous du jour (a defaut
      * de la premiere geocodee, plus petit code postal), puis a
      * chaque pas l'etape geocodee restante la plus proche de
      * l'etape courante. La distance est celle de la projection
      * equirectangulaire (ecart de longitude corrige du cosinus de
      * la latitude), bien assez precise a l'echelle d'un secteur.
      * Les etapes non geocodees suivent, dans l'ordre du curseur.
      *****************************************************************
       ORDONNE-LOT.
           MOVE 0                          TO w-ord-nbr
           MOVE 0                          TO w-etp-cour
           PERFORM CHERCHE-DEPART
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-etp-nbr
           IF w-etp-cour > 0 THEN
             MOVE w-etp-cour               TO w-etp-suiv
             PERFORM PLACE-ETAPE
             PERFORM PLUS-PROCHE           UNTIL w-etp-suiv = 0
           END-IF
           PERFORM PLACE-NON-GEO
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-etp-nbr
           .

       CHERCHE-DEPART.
           IF w-etp-geo-oui (w-idx) THEN
             EVALUATE TRUE
               WHEN w-etp-cour = 0
                 MOVE w-idx                TO w-etp-cour
               WHEN w-etp-rdv (w-idx) = SPACES
                 CONTINUE
               WHEN w-etp-rdv (w-etp-cour) = SPACES
                 MOVE w-idx                TO w-etp-cour
               WHEN w-etp-rdv (w-idx) < w-etp-rdv (w-etp-cour)
                 MOVE w-idx                TO w-etp-cour
             END-EVALUATE
           END-IF
           .

      *    Recherche de l'etape geocodee restante la plus proche de
      *    l'etape courante ; w-etp-suiv a 0 quand il n'en reste plus.
       PLUS-PROCHE.
           MOVE 0                          TO w-etp-suiv
           MOVE 9999999                    TO w-d2-min
           PERFORM COMPARE-ETAPE
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-etp-nbr
           IF w-etp-suiv > 0 THEN
             COMPUTE w-etp-km (w-etp-suiv) ROUNDED =
                     w-km-degre * (w-d2-min ** 0.5)
             PERFORM PLACE-ETAPE
             MOVE w-etp-suiv               TO w-etp-cour
           END-IF
           .

       COMPARE-ETAPE.
           IF w-etp-geo-oui (w-idx) AND w-etp-place-non (w-idx) THEN
             COMPUTE w-d2 =
                 (w-etp-lat (w-idx) - w-etp-lat (w-etp-cour)) ** 2
               + ((w-etp-lon (w-idx) - w-etp-lon (w-etp-cour))
                  * w-etp-coslat (w-etp-cour)) ** 2
             IF w-d2 < w-d2-min THEN
               MOVE w-d2                   TO w-d2-min
               MOVE w-idx                  TO w-etp-suiv
             END-IF
           END-IF
           .

       PLACE-ETAPE.
           ADD 1                           TO w-ord-nbr
           MOVE w-etp-suiv                 TO w-ord-etp (w-ord-nbr)
           SET w-etp-place-oui (w-etp-suiv) TO TRUE
           .

       PLACE-NON-GEO.
           IF w-etp-place-non (w-idx) THEN
             MOVE w-idx                    TO w-etp-suiv
             PERFORM PLACE-ETAPE
           END-IF
           .

      *****************************************************************
      * Edition de l'etape de rang w-rang : rupture de secteur (titre
      * de bloc), puis adresse, derniere visite du prospect et
      * distance depuis l'etape precedente.
      *****************************************************************
       EDITE-ETAPE.
           MOVE w-ord-etp (w-rang)         TO w-idx
           MOVE w-etp-id (w-idx)           TO w-pro-id
           MOVE w-etp-nom (w-idx)          TO w-pro-nom
           MOVE w-etp-secteur (w-idx)      TO w-pro-secteur
           MOVE w-etp-cp (w-idx)           TO w-trn-cp
           MOVE w-etp-ville (w-idx)        TO w-trn-ville
           MOVE w-etp-rdv (w-idx)          TO w-rdv-etape
           ADD 1                           TO w-cpt-prospect
           IF w-pro-secteur NOT = w-sec-prec THEN
             MOVE w-pro-secteur            TO w-sec-prec
           ELSE
             MOVE '  jamais visite'        TO w-enr-log
           END-IF
           MOVE 34                         TO w-ptr
           EVALUATE TRUE
             WHEN w-etp-geo-non (w-idx)
               ADD 1                       TO w-cpt-non-geo
               STRING
                 'non geocode'            DELIMITED SIZE
                 INTO w-enr-log WITH POINTER w-ptr
               END-STRING
             WHEN w-rang = 1
               STRING
                 'depart du secteur'      DELIMITED SIZE
                 INTO w-enr-log WITH POINTER w-ptr
               END-STRING
             WHEN OTHER
               MOVE w-etp-km (w-idx)       TO w-km-aff
               STRING
                 'a '                     DELIMITED SIZE
                 w-km-aff                 DELIMITED SIZE
                 ' km de l''etape prec.'  DELIMITED SIZE
                 INTO w-enr-log WITH POINTER w-ptr
               END-STRING
           END-EVALUATE
           PERFORM ECRIT-LOG
           IF w-rdv-etape NOT = SPACES THEN
             STRING
               '  RENDEZ-VOUS CE JOUR A ' DELIMITED SIZE
               w-rdv-etape           DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
           END-IF
           .

      *****************************************************************
      * Heure du premier rendez-vous planifie du jour du commercial
      * chez le prospect courant ; espace s'il n'y en a pas.
      *****************************************************************
       LIT-RDV-ETAPE.
           MOVE SPACES                     TO w-rdv-etape
           EXEC SQL
             SELECT COALESCE(MIN(HDEBUT), ' ')
               INTO :w-rdv-etape
               FROM TRAIN04.TLMRDV
               WHERE PROID      = :w-pro-id
                 AND COMMERCIAL = :w-com-code
                 AND DTRDV      = :w-date-jour
                 AND STATUT     = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             MOVE SPACES                   TO w-rdv-etape
           END-IF
           .

      *****************************************************************
      * Ecriture d'une ligne dans le fichier de log, avec verification
      * du code d'etat du fichier JOURNAUX.
           MOVE SPACES                     TO w-enr-log
           .

      *****************************************************************
      * Balise de diffusion (cf. TLMCDIF1) : les lignes qui suivent
      * sont pour le destinataire w-dif-type / w-dif-code, jusqu'a la
      * balise suivante.
      *****************************************************************
       ECRIT-BALISE.
           SET w-dif-marque-ok             TO TRUE
           MOVE 'TLMBPGM61'                TO w-dif-rapport
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
           MOVE w-cpt-prospect         TO w-rap-prospect-nbr
           MOVE w-rap-prospect         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-non-geo          TO w-rap-non-geo-nbr
           MOVE w-rap-non-geo          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rdv              TO w-rap-rdv-nbr
           MOVE w-rap-rdv              TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
