      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : CRIBLAGE SANCTIONS ET EMBARGOS
      * NOM DU PROGRAMME : TLMBPGM103
      * DESCRIPTION      : PROGRAMME BATCH DE NUIT DE CRIBLAGE DES
      *    PROSPECTS CONTRE LES LISTES DE SANCTIONS UE / ONU (TABLE
      *    TLMSAN, CHARGEE PAR TLMBPGM102) :
      *    - NOM DE CHAQUE PROSPECT ACTIF (TLMPRO) CONTRE LES ENTREES
      *      PERSONNE MORALE ET PERSONNE PHYSIQUE (ENTREPRENEUR EN
      *      NOM PROPRE) ;
      *    - NOM DE CHAQUE CONTACT ACTIF (TLMCON) D'UN PROSPECT ACTIF
      *      CONTRE LES ENTREES PERSONNE PHYSIQUE, DANS LES DEUX
      *      ORDRES NOM PRENOM / PRENOM NOM ;
      *    - CODE PAYS DE CHAQUE ADRESSE COURANTE A L'ETRANGER
      *      (TLMADR, PAYS RENSEIGNE ET DIFFERENT DE 'FR') CONTRE LES
      *      PAYS SOUS EMBARGO.
      *    LE RAPPROCHEMENT DES NOMS EST TOLERANT : LES DEUX NOMS SONT
      *    NORMALISES (CASSE, ACCENTS, PONCTUATION, CHIFFRES, CF.
      *    TLMBPGM23/NORMALISE-NOM), DEBARRASSES DES FORMES JURIDIQUES
      *    (SA, SARL, GMBH, LTD...) PUIS COMPACTES SANS ESPACE. DEUX
      *    CLES EGALES DONNENT UNE CORRESPONDANCE EXACTE ('E') ; DEUX
      *    CLES D'AU MOINS 8 CARACTERES A UNE FAUTE DE FRAPPE PRES
      *    (UN CARACTERE AJOUTE, RETIRE OU REMPLACE) DONNENT UNE
      *    CORRESPONDANCE TOLERANTE ('T').
      *    CHAQUE CORRESPONDANCE NOUVELLE DEVIENT UNE ALERTE OUVERTE
      *    DANS TLMSAH (TLMPSAH1), A TRANCHER PAR LA CONFORMITE SUR
      *    L'ECRAN TLMA. UNE ALERTE DEJA CONNUE (MEME OBJET, MEME
      *    ENTREE, MEME VALEUR) N'EST PAS RECREEE. RC 4 SI DE
      *    NOUVELLES ALERTES ONT ETE OUVERTES, RC 8 SI LA LISTE A ETE
      *    TRONQUEE OU SI UNE ALERTE N'A PU ETRE ENREGISTREE, RC 16
      *    SI LA LISTE EST VIDE (RIEN N'EST CRIBLE).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM103.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200203.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de journalisation (rapport de criblage)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMSAN
           EXEC SQL
             INCLUDE DCLSAN
           END-EXEC.
      *    Clause COPY pour echange prog./ss-prog. avec la file des
      *    alertes (TLMPSAH1)
           COPY TLMCPIL.
           COPY TLMCSAH1 REPLACING ==:PROG:== BY ==CPSAH==.
      *    Code d'etat du fichier de log
       01 w-log                          PIC   X(02).
      *    Fin de parcours des curseurs
       01 w-eot-san                      PIC   9.
           88 w-eot-san-oui                      VALUE 1.
           88 w-eot-san-non                      VALUE 0.
       01 w-eot-pro                      PIC   9.
           88 w-eot-pro-oui                      VALUE 1.
           88 w-eot-pro-non                      VALUE 0.
       01 w-eot-con                      PIC   9.
           88 w-eot-con-oui                      VALUE 1.
           88 w-eot-con-non                      VALUE 0.
       01 w-eot-adr                      PIC   9.
           88 w-eot-adr-oui                      VALUE 1.
           88 w-eot-adr-non                      VALUE 0.
      *    Liste tronquee (capacite de la table depassee)
       01 w-sature                       PIC   9.
           88 w-sature-oui                       VALUE 1.
           88 w-sature-non                       VALUE 0.
      *    Prospect, contact ou adresse courant des curseurs
       01 w-pro-id                       PIC   X(06).
       01 w-pro-nom                      PIC   X(35).
       01 w-con-id                       PIC   X(06).
       01 w-con-pid                      PIC   X(06).
       01 w-con-nom                      PIC   X(35).
       01 w-con-prenom                   PIC   X(35).
       01 w-adr-proid                    PIC   X(06).
       01 w-adr-pays                     PIC   X(02).
       01 w-adr-ville                    PIC   X(35).
      *    Haute date des periodes de validite (adresse courante)
       77 w-haute-date                   PIC   X(26) VALUE
            '9999-12-31-23.59.59.999999'.
      *****************************************************************
      * Table des entrees de liste, avec la cle compactee du nom
      * (entrees M/P) et sa longueur. Capacite bornee ; un depassement
      * est signale (RC 8) et les entrees excedentaires ignorees.
      *****************************************************************
       01 w-san-releves.
           05 w-san-nbr                   PIC  S9(04) COMP.
           05 w-san-ent OCCURS 5000.
               10 w-san-ref               PIC  X(10).
               10 w-san-liste             PIC  X(02).
               10 w-san-type              PIC  X(01).
               10 w-san-pays              PIC  X(02).
               10 w-san-nom               PIC  X(60).
               10 w-san-cle               PIC  X(80).
               10 w-san-lg                PIC  S9(04) COMP.
      *    Indice de parcours de la table
       77 w-k                            PIC  S9(04) COMP.
      *****************************************************************
      * Objet en cours de criblage : type ('P', 'C', 'A'), prospect
      * et identifiant, valeur criblee (telle qu'affichee a l'analyste)
      * et types d'entree de liste a lui opposer
      *****************************************************************
       01 w-cri-objtype                  PIC   X(01).
       01 w-cri-proid                    PIC   X(06).
       01 w-cri-objid                    PIC   X(06).
       01 w-cri-valeur                   PIC   X(60).
       01 w-cri-morale                   PIC   9.
           88 w-cri-morale-oui                   VALUE 1.
           88 w-cri-morale-non                   VALUE 0.
      *    Cles compactees de l'objet : ordre saisi, et ordre inverse
      *    prenom/nom pour un contact (longueur zero si sans objet)
       77 w-cle-1                        PIC   X(80).
       77 w-cle-lg-1                     PIC  S9(04) COMP.
       77 w-cle-2                        PIC   X(80).
       77 w-cle-lg-2                     PIC  S9(04) COMP.
      *****************************************************************
      * Zones de travail de la normalisation (NORMALISE-NOM, meme
      * regle que TLMBPGM23) et du compactage (COMPACTE-CLE) : mots
      * separes par un espace unique, formes juridiques retirees si
      * demande, puis mots accoles.
      *****************************************************************
       77 w-nrm-brut                     PIC   X(80).
       77 w-nrm-net                      PIC   X(80).
       77 w-nrm-i                        PIC  S9(04) COMP.
       77 w-nrm-j                        PIC  S9(04) COMP.
       77 w-nrm-prec-esp                 PIC   9(01).
       77 w-nrm-ptr                      PIC  S9(04) COMP.
       77 w-nrm-forme                    PIC   9(01).
       77 w-minuscules                   PIC   X(26) VALUE
            'abcdefghijklmnopqrstuvwxyz'.
       77 w-majuscules                   PIC   X(26) VALUE
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *    Caracteres accentues du jeu Latin du poste et leurs lettres
      *    nues correspondantes (cf. TLMBPGM23)
       01 w-accentues-val.
           05 FILLER                     PIC   X(15) VALUE
                X'E9E8EAEBE0E2E4E7EEEFF4F6F9FBFC'.
           05 FILLER                     PIC   X(15) VALUE
                X'C9C8CACBC0C2C4C7CECFD4D6D9DBDC'.
       01 w-accentues REDEFINES w-accentues-val
                                         PIC   X(30).
       77 w-desaccentues                 PIC   X(30) VALUE
            'EEEEAAACIIOOUUUEEEEAAACIIOOUUU'.
       77 w-ponctuation                  PIC   X(21) VALUE
            '.,;:-_&/()[]''"+*!?<>='.
      *    Mot courant du nom normalise, sa position et sa longueur
       77 w-mot                          PIC   X(20).
       77 w-mot-deb                      PIC  S9(04) COMP.
       77 w-mot-lg                       PIC  S9(04) COMP.
      *    Cle compactee en construction
       77 w-cle                          PIC   X(80).
       77 w-cle-lg                       PIC  S9(04) COMP.
      *    Formes juridiques retirees des raisons sociales
       01 w-formes-val.
           05 FILLER                     PIC   X(07)
                VALUE 'SA'.
           05 FILLER                     PIC   X(07)
                VALUE 'SAS'.
           05 FILLER                     PIC   X(07)
                VALUE 'SARL'.
           05 FILLER                     PIC   X(07)
                VALUE 'SASU'.
           05 FILLER                     PIC   X(07)
                VALUE 'EURL'.
           05 FILLER                     PIC   X(07)
                VALUE 'SNC'.
           05 FILLER                     PIC   X(07)
                VALUE 'GMBH'.
           05 FILLER                     PIC   X(07)
                VALUE 'AG'.
           05 FILLER                     PIC   X(07)
                VALUE 'LTD'.
           05 FILLER                     PIC   X(07)
                VALUE 'LIMITED'.
           05 FILLER                     PIC   X(07)
                VALUE 'LLC'.
           05 FILLER                     PIC   X(07)
                VALUE 'INC'.
           05 FILLER                     PIC   X(07)
                VALUE 'CORP'.
           05 FILLER                     PIC   X(07)
                VALUE 'CO'.
           05 FILLER                     PIC   X(07)
                VALUE 'BV'.
           05 FILLER                     PIC   X(07)
                VALUE 'NV'.
           05 FILLER                     PIC   X(07)
                VALUE 'SPA'.
           05 FILLER                     PIC   X(07)
                VALUE 'SRL'.
       01 w-formes REDEFINES w-formes-val.
           05 w-forme OCCURS 18          PIC   X(07).
       77 w-f                            PIC  S9(04) COMP.
       01 w-est-forme                    PIC   9.
           88 w-est-forme-oui                    VALUE 1.
           88 w-est-forme-non                    VALUE 0.
      *****************************************************************
      * Rapprochement de deux cles (RAPPROCHE) : w-cmp-a (longueur
      * w-cmp-la) contre w-cmp-b (w-cmp-lb) ; resultat w-corresp 'E',
      * 'T' ou espace. La distance est comptee en avancant en
      * parallele dans les deux cles ; elle n'est jamais poussee
      * au-dela de 1.
      *****************************************************************
       77 w-cmp-a                        PIC   X(80).
       77 w-cmp-la                       PIC  S9(04) COMP.
       77 w-cmp-b                        PIC   X(80).
       77 w-cmp-lb                       PIC  S9(04) COMP.
       77 w-cmp-i                        PIC  S9(04) COMP.
       77 w-cmp-j                        PIC  S9(04) COMP.
       77 w-cmp-dif                      PIC  S9(04) COMP.
      *    Longueur minimale d'une cle pour la tolerance d'une faute
       77 w-cmp-lg-min                   PIC  S9(04) COMP VALUE 8.
       77 w-corresp                      PIC   X(01).
      *    Meilleur rapprochement obtenu avec la premiere cle
       77 w-corresp-1                    PIC   X(01).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-san                   PIC  S9(07) COMP-3.
           05 w-cpt-pro                   PIC  S9(07) COMP-3.
           05 w-cpt-con                   PIC  S9(07) COMP-3.
           05 w-cpt-adr                   PIC  S9(07) COMP-3.
           05 w-cpt-alerte                PIC  S9(07) COMP-3.
           05 w-cpt-connue                PIC  S9(07) COMP-3.
           05 w-cpt-err                   PIC  S9(07) COMP-3.
       01 w-rap-san.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''entrees de liste relevees :       '.
           05 w-rap-san-nbr               PIC   ZZZZZZ9.
       01 w-rap-pro.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de prospects cribles :              '.
           05 w-rap-pro-nbr               PIC   ZZZZZZ9.
       01 w-rap-con.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de contacts cribles :               '.
           05 w-rap-con-nbr               PIC   ZZZZZZ9.
       01 w-rap-adr.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''adresses a l''etranger criblees :  '.
           05 w-rap-adr-nbr               PIC   ZZZZZZ9.
       01 w-rap-alerte.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de nouvelles alertes ouvertes :     '.
           05 w-rap-alerte-nbr            PIC   ZZZZZZ9.
       01 w-rap-connue.
           05 FILLER                     PIC   X(43) VALUE
                'Correspondances deja connues :             '.
           05 w-rap-connue-nbr            PIC   ZZZZZZ9.
       01 w-rap-err.
           05 FILLER                     PIC   X(43) VALUE
                'Alertes non enregistrees (erreur) :        '.
           05 w-rap-err-nbr               PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseurs : entrees de liste ; prospects actifs ; contacts
      * actifs des prospects actifs ; adresses courantes a l'etranger
      * des prospects actifs.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-SAN CURSOR FOR
               SELECT SANREF, SANTYPE, LISTE, PAYS, NOM
               FROM TRAIN04.TLMSAN
               ORDER BY SANREF
           END-EXEC.
           EXEC SQL
             DECLARE CURS-PRO-CRI CURSOR FOR
               SELECT ID, COALESCE(NOM, ' ')
               FROM TRAIN04.TLMPRO
               WHERE STATUT = 'A'
               ORDER BY ID
           END-EXEC.
           EXEC SQL
             DECLARE CURS-CON-CRI CURSOR FOR
               SELECT C.ID, C.PID, COALESCE(C.NOM, ' '),
                      COALESCE(C.PRENOM, ' ')
               FROM TRAIN04.TLMCON C, TRAIN04.TLMPRO P
               WHERE C.PID    = P.ID
                 AND C.STATUT = 'A'
                 AND P.STATUT = 'A'
               ORDER BY C.ID
           END-EXEC.
           EXEC SQL
             DECLARE CURS-ADR-CRI CURSOR FOR
               SELECT A.PROID, A.PAYS, COALESCE(A.VILLE, ' ')
               FROM TRAIN04.TLMADR A, TRAIN04.TLMPRO P
               WHERE A.PROID  = P.ID
                 AND P.STATUT = 'A'
                 AND A.DTFIN  = :w-haute-date
                 AND A.PAYS  NOT IN (' ', 'FR')
               ORDER BY A.PROID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CRIBLAGE SANCTIONS ET EMBARGOS'
           PERFORM INIT
           PERFORM RELEVE-LISTE
           IF w-san-nbr > 0 THEN
             PERFORM CRIBLE-PROSPECTS
             PERFORM CRIBLE-CONTACTS
             PERFORM CRIBLE-ADRESSES
             PERFORM VALIDE-ALERTES
           ELSE
             DISPLAY 'MET-ERR LISTE DE SANCTIONS VIDE'
             MOVE 'Liste de sanctions vide, aucun criblage.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture du log et ecriture de son entete.
      *****************************************************************
       INIT.
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-san w-cpt-pro
                                               w-cpt-con w-cpt-adr
                                               w-cpt-alerte
                                               w-cpt-connue w-cpt-err
           MOVE 0                          TO w-san-nbr
           SET w-sature-non                TO TRUE
           PERFORM ENTETE
           .

      *****************************************************************
      * Releve de la liste dans la table de travail, avec la cle
      * compactee du nom de chaque personne (formes juridiques
      * retirees pour les personnes morales).
      *****************************************************************
       RELEVE-LISTE.
           EXEC SQL
             OPEN CURS-SAN
           END-EXEC
           SET w-eot-san-non                TO TRUE
           PERFORM LEC-SAN
           PERFORM RANGE-SANCTION           UNTIL w-eot-san-oui
           EXEC SQL
             CLOSE CURS-SAN
           END-EXEC
           .

       LEC-SAN.
           EXEC SQL
             FETCH CURS-SAN
               INTO :tlmsan-sanref, :tlmsan-santype, :tlmsan-liste,
                    :tlmsan-pays, :tlmsan-nom
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-san-non              TO TRUE
           ELSE
             SET w-eot-san-oui              TO TRUE
           END-IF
           .

       RANGE-SANCTION.
           ADD 1                           TO w-cpt-san
           IF w-san-nbr < 5000 THEN
             ADD 1                         TO w-san-nbr
             MOVE tlmsan-sanref            TO w-san-ref (w-san-nbr)
             MOVE tlmsan-liste             TO w-san-liste (w-san-nbr)
             MOVE tlmsan-santype           TO w-san-type (w-san-nbr)
             MOVE tlmsan-pays              TO w-san-pays (w-san-nbr)
             MOVE tlmsan-nom               TO w-san-nom (w-san-nbr)
             MOVE SPACES                   TO w-san-cle (w-san-nbr)
             MOVE 0                        TO w-san-lg (w-san-nbr)
             IF NOT TLMSAN-SANTYPE-EMBARGO THEN
               MOVE tlmsan-nom             TO w-nrm-brut
               IF TLMSAN-SANTYPE-MORALE THEN
                 MOVE 1                    TO w-nrm-forme
               ELSE
                 MOVE 0                    TO w-nrm-forme
               END-IF
               PERFORM NORMALISE-NOM
               MOVE w-cle                  TO w-san-cle (w-san-nbr)
               MOVE w-cle-lg               TO w-san-lg (w-san-nbr)
             END-IF
           ELSE
             IF w-sature-non THEN
               DISPLAY 'MET-ERR TABLE DES SANCTIONS SATUREE <'
                       tlmsan-sanref '> et suivantes ignorees'
               MOVE 'Liste tronquee : capacite de 5000 depassee.'
                                           TO w-enr-log
               PERFORM ECRIT-LOG
             END-IF
             SET w-sature-oui              TO TRUE
           END-IF
           PERFORM LEC-SAN
           .

      *****************************************************************
      * Criblage des noms de prospects actifs (personnes morales et
      * entrepreneurs en nom propre).
      *****************************************************************
       CRIBLE-PROSPECTS.
           EXEC SQL
             OPEN CURS-PRO-CRI
           END-EXEC
           SET w-eot-pro-non                TO TRUE
           PERFORM LEC-PRO-CRI
           PERFORM CRIBLE-PROSPECT          UNTIL w-eot-pro-oui
           EXEC SQL
             CLOSE CURS-PRO-CRI
           END-EXEC
           .

       LEC-PRO-CRI.
           EXEC SQL
             FETCH CURS-PRO-CRI
               INTO :w-pro-id, :w-pro-nom
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-pro-non              TO TRUE
           ELSE
             SET w-eot-pro-oui              TO TRUE
           END-IF
           .

       CRIBLE-PROSPECT.
           ADD 1                           TO w-cpt-pro
           MOVE 'P'                        TO w-cri-objtype
           MOVE w-pro-id                   TO w-cri-proid w-cri-objid
           MOVE w-pro-nom                  TO w-cri-valeur
           SET w-cri-morale-oui            TO TRUE
           MOVE w-pro-nom                  TO w-nrm-brut
           MOVE 1                          TO w-nrm-forme
           PERFORM NORMALISE-NOM
           MOVE w-cle                      TO w-cle-1
           MOVE w-cle-lg                   TO w-cle-lg-1
           MOVE 0                          TO w-cle-lg-2
           PERFORM CRIBLE-NOM
           PERFORM LEC-PRO-CRI
           .

      *****************************************************************
      * Criblage des noms de contacts actifs (personnes physiques),
      * dans l'ordre nom prenom puis prenom nom.
      *****************************************************************
       CRIBLE-CONTACTS.
           EXEC SQL
             OPEN CURS-CON-CRI
           END-EXEC
           SET w-eot-con-non                TO TRUE
           PERFORM LEC-CON-CRI
           PERFORM CRIBLE-CONTACT           UNTIL w-eot-con-oui
           EXEC SQL
             CLOSE CURS-CON-CRI
           END-EXEC
           .

       LEC-CON-CRI.
           EXEC SQL
             FETCH CURS-CON-CRI
               INTO :w-con-id, :w-con-pid, :w-con-nom, :w-con-prenom
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-con-non              TO TRUE
           ELSE
             SET w-eot-con-oui              TO TRUE
           END-IF
           .

       CRIBLE-CONTACT.
           ADD 1                           TO w-cpt-con
           MOVE 'C'                        TO w-cri-objtype
           MOVE w-con-pid                  TO w-cri-proid
           MOVE w-con-id                   TO w-cri-objid
           MOVE SPACES                     TO w-cri-valeur
           STRING
             w-con-nom                     DELIMITED '  '
             ' '                           DELIMITED SIZE
             w-con-prenom                  DELIMITED '  '
             INTO w-cri-valeur
           END-STRING
           SET w-cri-morale-non            TO TRUE
           MOVE 0                          TO w-nrm-forme
           MOVE SPACES                     TO w-nrm-brut
           STRING
             w-con-nom                     DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-con-prenom                  DELIMITED SIZE
             INTO w-nrm-brut
           END-STRING
           PERFORM NORMALISE-NOM
           MOVE w-cle                      TO w-cle-1
           MOVE w-cle-lg                   TO w-cle-lg-1
           MOVE SPACES                     TO w-nrm-brut
           STRING
             w-con-prenom                  DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-con-nom                     DELIMITED SIZE
             INTO w-nrm-brut
           END-STRING
           PERFORM NORMALISE-NOM
           MOVE w-cle                      TO w-cle-2
           MOVE w-cle-lg                   TO w-cle-lg-2
           PERFORM CRIBLE-NOM
           PERFORM LEC-CON-CRI
           .

      *****************************************************************
      * Criblage des pays des adresses courantes a l'etranger contre
      * les pays sous embargo.
      *****************************************************************
       CRIBLE-ADRESSES.
           EXEC SQL
             OPEN CURS-ADR-CRI
           END-EXEC
           SET w-eot-adr-non                TO TRUE
           PERFORM LEC-ADR-CRI
           PERFORM CRIBLE-ADRESSE           UNTIL w-eot-adr-oui
           EXEC SQL
             CLOSE CURS-ADR-CRI
           END-EXEC
           .

       LEC-ADR-CRI.
           EXEC SQL
             FETCH CURS-ADR-CRI
               INTO :w-adr-proid, :w-adr-pays, :w-adr-ville
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-adr-non              TO TRUE
           ELSE
             SET w-eot-adr-oui              TO TRUE
           END-IF
           .

       CRIBLE-ADRESSE.
           ADD 1                           TO w-cpt-adr
           MOVE 'A'                        TO w-cri-objtype
           MOVE w-adr-proid                TO w-cri-proid w-cri-objid
           MOVE SPACES                     TO w-cri-valeur
           STRING
             w-adr-pays                    DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-adr-ville                   DELIMITED SIZE
             INTO w-cri-valeur
           END-STRING
           PERFORM COMPARE-PAYS
             VARYING w-k FROM 1 BY 1
             UNTIL w-k > w-san-nbr
           PERFORM LEC-ADR-CRI
           .

       COMPARE-PAYS.
           IF w-san-type (w-k) = 'E'
              AND w-san-pays (w-k) = w-adr-pays THEN
             MOVE 'P'                      TO w-corresp
             PERFORM ECRIT-ALERTE
           END-IF
           .

      *****************************************************************
      * Criblage d'un nom (cles w-cle-1 / w-cle-2) contre toutes les
      * entrees personne de la liste : morale et physique pour un
      * prospect, physique seulement pour un contact. Une cle vide
      * (nom fait uniquement de formes juridiques, de ponctuation ou
      * de chiffres) n'est pas rapprochee.
      *****************************************************************
       CRIBLE-NOM.
           IF w-cle-lg-1 > 0 OR w-cle-lg-2 > 0 THEN
             PERFORM COMPARE-NOM
               VARYING w-k FROM 1 BY 1
               UNTIL w-k > w-san-nbr
           END-IF
           .

       COMPARE-NOM.
           MOVE SPACE                      TO w-corresp
           IF w-san-lg (w-k) > 0
              AND (w-san-type (w-k) = 'P'
                   OR (w-san-type (w-k) = 'M' AND w-cri-morale-oui))
           THEN
             MOVE w-san-cle (w-k)          TO w-cmp-b
             MOVE w-san-lg (w-k)           TO w-cmp-lb
             IF w-cle-lg-1 > 0 THEN
               MOVE w-cle-1                TO w-cmp-a
               MOVE w-cle-lg-1             TO w-cmp-la
               PERFORM RAPPROCHE
             END-IF
             IF w-corresp NOT = 'E' AND w-cle-lg-2 > 0 THEN
               MOVE w-corresp              TO w-corresp-1
               MOVE w-cle-2                TO w-cmp-a
               MOVE w-cle-lg-2             TO w-cmp-la
               PERFORM RAPPROCHE
               IF w-corresp = SPACE THEN
                 MOVE w-corresp-1          TO w-corresp
               END-IF
             END-IF
           END-IF
           IF w-corresp NOT = SPACE THEN
             PERFORM ECRIT-ALERTE
           END-IF
           .

      *****************************************************************
      * RAPPROCHE : w-cmp-a et w-cmp-b sont-elles egales ('E') ou, si
      * toutes deux font au moins w-cmp-lg-min caracteres, a un
      * caractere ajoute, retire ou remplace pres ('T') ?
      *****************************************************************
       RAPPROCHE.
           MOVE SPACE                      TO w-corresp
           IF w-cmp-la = w-cmp-lb
              AND w-cmp-a (1 : w-cmp-la) = w-cmp-b (1 : w-cmp-lb) THEN
             MOVE 'E'                      TO w-corresp
           ELSE
             IF w-cmp-la >= w-cmp-lg-min
                AND w-cmp-lb >= w-cmp-lg-min
                AND w-cmp-la - w-cmp-lb <= 1
                AND w-cmp-lb - w-cmp-la <= 1 THEN
               MOVE 1                      TO w-cmp-i w-cmp-j
               MOVE 0                      TO w-cmp-dif
               PERFORM AVANCE-DISTANCE
                 UNTIL w-cmp-i > w-cmp-la
                    OR w-cmp-j > w-cmp-lb
                    OR w-cmp-dif > 1
               COMPUTE w-cmp-dif = w-cmp-dif
                                 + (w-cmp-la - w-cmp-i + 1)
                                 + (w-cmp-lb - w-cmp-j + 1)
               IF w-cmp-dif <= 1 THEN
                 MOVE 'T'                  TO w-corresp
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Un pas de comparaison : caracteres egaux, on avance dans les
      * deux cles ; sinon une difference de plus, et l'on saute le
      * caractere de trop de la cle la plus longue (ajout/retrait) ou
      * des deux (remplacement).
      *****************************************************************
       AVANCE-DISTANCE.
           IF w-cmp-a (w-cmp-i : 1) = w-cmp-b (w-cmp-j : 1) THEN
             ADD 1                         TO w-cmp-i w-cmp-j
           ELSE
             ADD 1                         TO w-cmp-dif
             IF w-cmp-la > w-cmp-lb THEN
               ADD 1                       TO w-cmp-i
             ELSE
               IF w-cmp-lb > w-cmp-la THEN
                 ADD 1                     TO w-cmp-j
               ELSE
                 ADD 1                     TO w-cmp-i w-cmp-j
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Normalisation du nom (w-nrm-brut -> w-nrm-net) : majuscules,
      * accents rabattus, ponctuation et chiffres en espaces, espaces
      * comprimes (cf. TLMBPGM23) ; puis compactage en w-cle / w-cle-lg
      * (COMPACTE-CLE).
      *****************************************************************
       NORMALISE-NOM.
           INSPECT w-nrm-brut CONVERTING w-minuscules
                                      TO w-majuscules
           INSPECT w-nrm-brut CONVERTING w-accentues
                                      TO w-desaccentues
           INSPECT w-nrm-brut CONVERTING w-ponctuation
                                      TO SPACES
           INSPECT w-nrm-brut CONVERTING '0123456789'
                                      TO SPACES
           MOVE SPACES                     TO w-nrm-net
           MOVE 0                          TO w-nrm-j
           MOVE 1                          TO w-nrm-prec-esp
           PERFORM COMPRIME-ESPACE
             VARYING w-nrm-i FROM 1 BY 1
             UNTIL w-nrm-i > 80
           MOVE SPACES                     TO w-cle
           MOVE 0                          TO w-cle-lg
           MOVE 1                          TO w-nrm-ptr
           PERFORM COMPACTE-CLE
             UNTIL w-nrm-ptr > w-nrm-j
           .

      *****************************************************************
      * Compression des espaces : recopie caractere a caractere en ne
      * conservant qu'un separateur entre les mots (et aucun en tete).
      *****************************************************************
       COMPRIME-ESPACE.
           IF w-nrm-brut (w-nrm-i : 1) = SPACE THEN
             MOVE 1                        TO w-nrm-prec-esp
           ELSE
             IF w-nrm-prec-esp = 1 AND w-nrm-j > 0 THEN
               ADD 1                       TO w-nrm-j
             END-IF
             ADD 1                         TO w-nrm-j
             MOVE w-nrm-brut (w-nrm-i : 1)
               TO w-nrm-net (w-nrm-j : 1)
             MOVE 0                        TO w-nrm-prec-esp
           END-IF
           .

      *****************************************************************
      * Compactage : extraction du mot suivant du nom normalise ; il
      * est accole a la cle, sauf s'il s'agit d'une forme juridique a
      * retirer (w-nrm-forme = 1).
      *****************************************************************
       COMPACTE-CLE.
           MOVE w-nrm-ptr                  TO w-mot-deb
           MOVE SPACES                     TO w-mot
           MOVE 0                          TO w-mot-lg
           UNSTRING w-nrm-net DELIMITED BY SPACE
             INTO w-mot COUNT IN w-mot-lg
             WITH POINTER w-nrm-ptr
           END-UNSTRING
           SET w-est-forme-non             TO TRUE
           IF w-nrm-forme = 1 AND w-mot-lg <= 7 THEN
             PERFORM CHERCHE-FORME
               VARYING w-f FROM 1 BY 1
               UNTIL w-f > 18 OR w-est-forme-oui
           END-IF
           IF w-mot-lg > 0 AND w-est-forme-non THEN
             MOVE w-nrm-net (w-mot-deb : w-mot-lg)
               TO w-cle (w-cle-lg + 1 : w-mot-lg)
             ADD w-mot-lg                  TO w-cle-lg
           END-IF
           .

       CHERCHE-FORME.
           IF w-mot = w-forme (w-f) THEN
             SET w-est-forme-oui           TO TRUE
           END-IF
           .

      *****************************************************************
      * Ouverture d'une alerte pour l'objet en cours et l'entree w-k
      * (TLMPSAH1, fct ADD) : rc '03' = correspondance deja connue,
      * quelle qu'ait ete la decision de l'analyste.
      *****************************************************************
       ECRIT-ALERTE.
           MOVE SPACES                     TO cpsah-ent
           MOVE w-cri-proid                TO cpsah-ent-ajo-proid
           MOVE w-cri-objtype              TO cpsah-ent-ajo-objtype
           MOVE w-cri-objid                TO cpsah-ent-ajo-objid
           MOVE w-san-ref (w-k)            TO cpsah-ent-ajo-sanref
           MOVE w-san-liste (w-k)          TO cpsah-ent-ajo-liste
           MOVE w-cri-valeur               TO cpsah-ent-ajo-valeur
           MOVE w-san-nom (w-k)            TO cpsah-ent-ajo-sannom
           MOVE w-corresp                  TO cpsah-ent-ajo-corresp
           MOVE 'ADD'                      TO tlmcpil-fct
           CALL 'TLMPSAH1'                 USING tlmcpil cpsah
           EVALUATE tlmcpil-rc
             WHEN '00'
               ADD 1                       TO w-cpt-alerte
               STRING
                 'ALERTE '                 DELIMITED SIZE
                 cpsah-sor-lec-hitid       DELIMITED SIZE
                 ' <'                      DELIMITED SIZE
                 w-cri-objtype             DELIMITED SIZE
                 w-cri-objid               DELIMITED SIZE
                 '> '                      DELIMITED SIZE
                 w-san-liste (w-k)         DELIMITED SIZE
                 '/'                       DELIMITED SIZE
                 w-san-ref (w-k)           DELIMITED SIZE
                 ' ('                      DELIMITED SIZE
                 w-corresp                 DELIMITED SIZE
                 ') '                      DELIMITED SIZE
                 w-cri-valeur              DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
             WHEN '03'
               ADD 1                       TO w-cpt-connue
             WHEN OTHER
               ADD 1                       TO w-cpt-err
               DISPLAY 'MET-ERR ALERTE <' w-cri-objtype w-cri-objid
                       '/' w-san-ref (w-k) '> ' tlmcpil-msg
           END-EVALUATE
           .

      *****************************************************************
      * Validation des alertes ouvertes (point de synchronisation
      * TLMPSAH1, fct COMMIT).
      *****************************************************************
       VALIDE-ALERTES.
           MOVE 'COMMIT'                   TO tlmcpil-fct
           CALL 'TLMPSAH1'                 USING tlmcpil cpsah
           IF tlmcpil-rc NOT = '00' THEN
             DISPLAY 'MET-ERR VALIDATION ALERTES ' tlmcpil-msg
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
           MOVE '|   CRIBLAGE SANCTIONS ET EMBARGOS               |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   ------------------------------               |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Compte-rendu final, code retour et fermeture du log
      *****************************************************************
       FIN.
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-san              TO w-rap-san-nbr
           MOVE w-rap-san              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-pro              TO w-rap-pro-nbr
           MOVE w-rap-pro              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-con              TO w-rap-con-nbr
           MOVE w-rap-con              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-adr              TO w-rap-adr-nbr
           MOVE w-rap-adr              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-alerte           TO w-rap-alerte-nbr
           MOVE w-rap-alerte           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-connue           TO w-rap-connue-nbr
           MOVE w-rap-connue           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-err              TO w-rap-err-nbr
           MOVE w-rap-err              TO w-enr-log
           PERFORM ECRIT-LOG
           IF w-san-nbr = 0 THEN
             MOVE 16                   TO RETURN-CODE
           ELSE
             IF w-sature-oui OR w-cpt-err > 0 THEN
               MOVE 8                  TO RETURN-CODE
             ELSE
               IF w-cpt-alerte > 0 THEN
                 MOVE 4                TO RETURN-CODE
               END-IF
             END-IF
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM103.
