      * DESCRIPTION      : PROGRAMME BATCH DE FIN DE CHAINE NOCTURNE
      *    QUI ASSEMBLE, PAR CHARGE DE COMPTE (TLMPRO-COMMERCIAL),
      *    UNE FEUILLE DE ROUTE UNIQUE ET PRIORISEE POUR LA MATINEE,
      *    AU LIEU DES EDITIONS A CROISER A LA MAIN :
      *       1. LES RENDEZ-VOUS PLANIFIES DU JOUR (TLMRDV), PAR
      *          HEURE DE DEBUT : LA SEULE SECTION A HEURE FIXE ;
      *       2. LES RELANCES DUES (MEME REGLE QUE TLMBPGM13 : SEUIL
      *          EN JOURS OUVRES VIA LE CALENDRIER TLMJOF, DERNIERE
      *          ACTIVITE REELLE TLMACT A DEFAUT DTMAJ), SERVIES DU
      *          SCORE LE PLUS HAUT AU PLUS BAS ;
      *       3. LES APPELS DE CAMPAGNE EN ATTENTE (SOLLICITATIONS
      *          TLMCAMR SANS REPONSE) SUR SES PROSPECTS ;
      *       4. LES PROSPECTS AVEC UNE ACTIVITE FRAICHE DU CENTRE
      *          D'APPELS (TLMACT DES 24 DERNIERES HEURES, ORIGINE
      *          ECRAN TLM6) : A RAPPELER PENDANT QUE C'EST CHAUD ;
      *       5. LES CLIENTS DETRACTEURS A RAPPELER (REPONSE A
      *          L'ENQUETE DE SATISFACTION TLMNPS NOTEE DE 0 A 6,
      *          CHARGEE PAR TLMBPGM126) : LE RAPPEL DISPARAIT DE LA
      *          PAGE DES QU'UNE ACTIVITE TLMACT (HORS MEL RECU) EST
      *          SAISIE SUR LE CLIENT APRES LE CHARGEMENT DE LA
      *          REPONSE ;
      *       6. LES REVUES DE GRANDS COMPTES EN RETARD DONT IL EST
      *          RESPONSABLE (TLMGCP) : ECHEANCE DE LA DERNIERE REVUE
      *          TLMACT DE TYPE 'R' (A DEFAUT DE LA DESIGNATION) PLUS
      *          LA FREQUENCE DEPASSEE, MEME REGLE QUE TLMBPGM146.
      *    CHAQUE LIGNE PORTE LE PROSPECT, LE CONTACT (PRINCIPAL POUR
      *    LES RELANCES, INTERROGE POUR LES DETRACTEURS, RENCONTRE OU
      *    CONCERNE SINON) ET SON
      *    TELEPHONE : LA PAGE SE TRAVAILLE DE HAUT EN BAS. UNE
      *    DELEGATION TLMDEL EN COURS EST SIGNALEE EN TETE DE PAGE.
      *    LES PROSPECTS ET CONTACTS EN ATTENTE ("NE PAS SOLLICITER
      *    AVANT LE", CF. DTATTENTE) SONT ECARTES DES SECTIONS 2 A 4 ;
      *    UN RENDEZ-VOUS DEJA PLANIFIE RESTE A LA PAGE.
      *    CHAQUE FEUILLE EST PRECEDEE D'UNE BALISE DE DIFFUSION AU
      *    CODE DU COMMERCIAL (CF. TLMCDIF1) : L'ETAPE D'ECLATEMENT
      *    TLMBPGM117 EN FAIT UNE SORTIE PAR COMMERCIAL.
      *    AUCUNE MISE A JOUR.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM87.
       01 w-act-con-tel                  PIC   X(10).
       01 w-act-typact                   PIC   X(01).
       01 w-act-resultat                 PIC   X(01).
      *    Ligne de rendez-vous du jour courante
       01 w-rdv-hdebut                   PIC   X(04).
       01 w-rdv-hfin                     PIC   X(04).
       01 w-rdv-con-nom                  PIC   X(35).
       01 w-rdv-con-tel                  PIC   X(10).
       01 w-rdv-lieu                     PIC   X(40).
      *    Ligne de client detracteur courante (enquete TLMNPS)
       01 w-nps-con-nom                  PIC   X(35).
       01 w-nps-con-tel                  PIC   X(10).
       01 w-nps-note                     PIC  S9(02) COMP-3.
       77 w-nps-note-aff                 PIC   Z9.
       01 w-nps-dtrep                    PIC   X(08).
      *    Ligne de revue de grand compte en retard courante
       01 w-gcp-echeance                 PIC   X(08).
      *    Seuil d'inactivite (en jours ouvres, cf. TLMBPGM13)
       01 w-age-jours                    PIC   9(05) VALUE 00090.
      *****************************************************************
      *    Compteurs de la feuille courante et du compte-rendu
       01 w-compteur.
           05 w-cpt-com                   PIC  S9(07) COMP-3.
           05 w-cpt-rdv                   PIC  S9(07) COMP-3.
           05 w-cpt-rel                   PIC  S9(07) COMP-3.
           05 w-cpt-cib                   PIC  S9(07) COMP-3.
           05 w-cpt-act                   PIC  S9(07) COMP-3.
           05 w-cpt-nps                   PIC  S9(07) COMP-3.
           05 w-cpt-gcp                   PIC  S9(07) COMP-3.
           05 w-cpt-lig-sec               PIC  S9(07) COMP-3.
       01 w-rap-com.
           05 FILLER                     PIC   X(43) VALUE
                'Feuilles de route editees (commerciaux) :  '.
           05 w-rap-com-nbr              PIC   ZZZBZZ9.
       01 w-rap-rdv.
           05 FILLER                     PIC   X(43) VALUE
                'Rendez-vous du jour edites :               '.
           05 w-rap-rdv-nbr              PIC   ZZZBZZ9.
       01 w-rap-rel.
           05 FILLER                     PIC   X(43) VALUE
                'Relances dues servies :                    '.
           05 FILLER                     PIC   X(43) VALUE
                'Activites fraiches du centre d''appels :    '.
           05 w-rap-act-nbr              PIC   ZZZBZZ9.
       01 w-rap-nps.
           05 FILLER                     PIC   X(43) VALUE
                'Clients detracteurs a rappeler :           '.
           05 w-rap-nps-nbr              PIC   ZZZBZZ9.
       01 w-rap-gcp.
           05 FILLER                     PIC   X(43) VALUE
                'Revues de grands comptes en retard :       '.
           05 w-rap-gcp-nbr              PIC   ZZZBZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).
      *    Balise de diffusion ecrite en tete de chaque feuille, pour
      *    l'eclatement par commercial (TLMBPGM117)
       COPY TLMCDIF1 REPLACING ==:PROG:== BY ==w==.

      *****************************************************************
      * Curseur des commerciaux a servir : ceux qui portent au moins
      * un prospect actif, qui sont attendus a un rendez-vous
      * planifie du jour (eventuellement hors de leur portefeuille)
      * ou qui sont responsables d'un grand compte, avec leur nom
      * (TLMCOM, '(inconnu)' si le code ne figure pas au referentiel).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-COM CURSOR FOR
               SELECT X.COMMERCIAL,
                      COALESCE(MAX(M.NOM), '(inconnu)')
               FROM (SELECT P.COMMERCIAL
                       FROM TRAIN04.TLMPRO P
                       WHERE P.STATUT = 'A'
                         AND P.COMMERCIAL <> ' '
                     UNION
                     SELECT R.COMMERCIAL
                       FROM TRAIN04.TLMRDV R
                       WHERE R.STATUT = 'P'
                         AND R.DTRDV  = :w-date-jour
                     UNION
                     SELECT G.PROPRIO
                       FROM TRAIN04.TLMGCP G) X
                 LEFT OUTER JOIN TRAIN04.TLMCOM M
                   ON M.CODE = X.COMMERCIAL
               GROUP BY X.COMMERCIAL
               ORDER BY X.COMMERCIAL
           END-EXEC.

      *****************************************************************
      * Curseur des rendez-vous planifies du jour du commercial
      * courant (TLMRDV), par heure de debut, avec le prospect et le
      * contact a rencontrer (espace si aucun contact designe).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-RDV CURSOR FOR
               SELECT R.HDEBUT, R.HFIN, P.ID, P.NOM,
                      COALESCE(C.NOM, ' '), COALESCE(C.TEL, ' '),
                      R.LIEU
               FROM TRAIN04.TLMRDV R
                 INNER JOIN TRAIN04.TLMPRO P
                   ON P.ID = R.PROID
                 LEFT OUTER JOIN TRAIN04.TLMCON C
                   ON C.ID = R.CONID
               WHERE R.COMMERCIAL = :w-com
                 AND R.DTRDV      = :w-date-jour
                 AND R.STATUT     = 'P'
               ORDER BY R.HDEBUT, R.ID
           END-EXEC.

      *****************************************************************
      * que TLMBPGM13 (derniere activite reelle TLMACT des contacts
      * actifs, a defaut MAX des DTMAJ contacts, a defaut DTMAJ du
      * prospect, anterieure a la borne calendaire), servies du score
      * le plus haut au plus bas. Prospect en attente, ou dont tous
      * les contacts actifs sont en attente : pas de relance.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-REL CURSOR FOR
                   ON A.CONID = C.ID
               WHERE P.STATUT = 'A'
                 AND P.COMMERCIAL = :w-com
                 AND P.DTATTENTE <= :w-date-jour
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMCON H
                        WHERE H.PID = P.ID
                          AND H.STATUT = 'A'
                          AND H.DTATTENTE > :w-date-jour
                          AND NOT EXISTS
                              (SELECT 1 FROM TRAIN04.TLMCON L
                                 WHERE L.PID = P.ID
                                   AND L.STATUT = 'A'
                                   AND L.DTATTENTE <= :w-date-jour))
               GROUP BY P.ID, P.NOM, P.SCORE, P.DTMAJ
               HAVING COALESCE(MAX(A.DTACT), MAX(C.DTMAJ), P.DTMAJ)
                        <= CURRENT TIMESTAMP - :w-age-cal DAYS
      * Curseur des appels de campagne en attente du commercial
      * courant : sollicitations TLMCAMR sans reponse sur ses
      * prospects actifs, avec le libelle de campagne, les plus
      * anciennes d'abord. Prospect ou contact en attente : ecarte.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-CIB CURSOR FOR
                 AND C.STATUT = 'A'
                 AND P.STATUT = 'A'
                 AND P.COMMERCIAL = :w-com
                 AND P.DTATTENTE <= :w-date-jour
                 AND C.DTATTENTE <= :w-date-jour
               ORDER BY R.DTSOL, P.ID
           END-EXEC.

      * Curseur des activites fraiches du centre d'appels sur les
      * prospects du commercial courant : saisies TLM6 des 24
      * dernieres heures (ORIGINE estampillee par l'ecran de saisie,
      * cf. TLMLONL6), les plus recentes d'abord. Prospect ou contact
      * en attente : ecarte.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-ACT CURSOR FOR
                 AND C.STATUT = 'A'
                 AND P.STATUT = 'A'
                 AND P.COMMERCIAL = :w-com
                 AND P.DTATTENTE <= :w-date-jour
                 AND C.DTATTENTE <= :w-date-jour
               ORDER BY A.DTACT DESC
           END-EXEC.

      *****************************************************************
      * Curseur des clients detracteurs du commercial courant :
      * reponses TLMNPS notees de 0 a 6 sur ses prospects actifs,
      * avec le contact interroge, tant qu'aucune activite TLMACT n'a
      * ete saisie sur un contact du client depuis le chargement de
      * la reponse (DTMAJ), les plus anciennes d'abord. Un mel recu
      * du client (type 'E') ne vaut pas rappel.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-NPS CURSOR FOR
               SELECT P.ID, P.NOM,
                      COALESCE(C.NOM, ' '), COALESCE(C.TEL, ' '),
                      N.NOTE, N.DTREP
               FROM TRAIN04.TLMNPS N
                 INNER JOIN TRAIN04.TLMPRO P
                   ON P.ID = N.PROID
                 LEFT OUTER JOIN TRAIN04.TLMCON C
                   ON C.ID = N.CONID
               WHERE N.STATUT = 'R'
                 AND N.NOTE  <= 6
                 AND P.STATUT = 'A'
                 AND P.COMMERCIAL = :w-com
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMACT A,
                                    TRAIN04.TLMCON K
                        WHERE K.ID   = A.CONID
                          AND K.PID  = P.ID
                          AND A.DTACT > N.DTMAJ
                          AND A.TYPACT <> 'E')
               ORDER BY N.DTMAJ, P.ID
           END-EXEC.

      *****************************************************************
      * Curseur des revues de grands comptes en retard du commercial
      * courant (responsable TLMGCP) : echeance = derniere revue
      * TLMACT de type 'R' sur un contact du compte, a defaut date de
      * designation, plus la frequence en mois, depassee ce jour ;
      * les plus en retard d'abord, avec le contact principal.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-GCP CURSOR FOR
               SELECT G.PROID, P.NOM,
                      REPLACE(CHAR(COALESCE(DATE(MAX(A.DTACT)),
                        DATE(SUBSTR(G.DTDESIG, 1, 4) CONCAT '-'
                             CONCAT SUBSTR(G.DTDESIG, 5, 2)
                             CONCAT '-'
                             CONCAT SUBSTR(G.DTDESIG, 7, 2)))
                        + G.FREQ MONTHS, ISO), '-', '')
               FROM TRAIN04.TLMGCP G
                 INNER JOIN TRAIN04.TLMPRO P
                   ON P.ID = G.PROID
                 LEFT OUTER JOIN TRAIN04.TLMCON C
                   ON C.PID = G.PROID
                 LEFT OUTER JOIN TRAIN04.TLMACT A
                   ON A.CONID = C.ID AND A.TYPACT = 'R'
               WHERE G.PROPRIO = :w-com
                 AND P.STATUT  = 'A'
               GROUP BY G.PROID, P.NOM, G.FREQ, G.DTDESIG
               HAVING REPLACE(CHAR(COALESCE(DATE(MAX(A.DTACT)),
                        DATE(SUBSTR(G.DTDESIG, 1, 4) CONCAT '-'
                             CONCAT SUBSTR(G.DTDESIG, 5, 2)
                             CONCAT '-'
                             CONCAT SUBSTR(G.DTDESIG, 7, 2)))
                        + G.FREQ MONTHS, ISO), '-', '')
                        < :w-date-jour
               ORDER BY 3, G.PROID
           END-EXEC.

      *****************************************************************
      * Curseur : jours feries du calendrier TLMJOF
      *****************************************************************
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE SPACES                     TO w-dif
           MOVE 0                          TO w-cpt-com
                                              w-cpt-rdv
                                              w-cpt-rel
                                              w-cpt-cib
                                              w-cpt-act
                                              w-cpt-nps
                                              w-cpt-gcp
           PERFORM ENTETE
           .


      *****************************************************************
      * La feuille de route du commercial courant : entete de page
      * (avec la delegation en cours le cas echeant), puis les six
      * sections dans l'ordre de priorite du matin.
      *****************************************************************
       EDITE-FEUILLE.
           ADD 1                           TO w-cpt-com
           MOVE 'C'                        TO w-dif-type
           MOVE w-com                      TO w-dif-code
           PERFORM ECRIT-BALISE
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ALL '='                    TO w-enr-log
           END-IF
           MOVE ALL '='                    TO w-enr-log
           PERFORM ECRIT-LOG
           PERFORM SECTION-RDV
           PERFORM SECTION-RELANCES
           PERFORM SECTION-CAMPAGNES
           PERFORM SECTION-FRAICHES
           PERFORM SECTION-NPS
           PERFORM SECTION-GRANDS-COMPTES
           PERFORM LEC-COM
           .

      *****************************************************************
      * Section 1 : les rendez-vous planifies du jour, par heure de
      * debut, avec le prospect, le contact a rencontrer, son
      * telephone et le lieu (espace = locaux du prospect).
      *****************************************************************
       SECTION-RDV.
           MOVE '1. Rendez-vous du jour (par heure) :'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ZERO                       TO w-cpt-lig-sec
           EXEC SQL
             OPEN CURS-RDV
           END-EXEC
           SET w-eot-lig-non               TO TRUE
           PERFORM LEC-RDV
           PERFORM EDITE-RDV               UNTIL w-eot-lig-oui
           EXEC SQL
             CLOSE CURS-RDV
           END-EXEC
           IF w-cpt-lig-sec = ZERO THEN
             MOVE '   (aucun)'             TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

       LEC-RDV.
           EXEC SQL
             FETCH CURS-RDV
               INTO :w-rdv-hdebut, :w-rdv-hfin, :w-pro-id,
                    :w-pro-nom, :w-rdv-con-nom, :w-rdv-con-tel,
                    :w-rdv-lieu
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-eot-lig-oui             TO TRUE
           END-IF
           .

       EDITE-RDV.
           ADD 1                           TO w-cpt-rdv
                                              w-cpt-lig-sec
           MOVE SPACES                     TO w-enr-log
           STRING
             '   '                         DELIMITED SIZE
             w-rdv-hdebut                  DELIMITED SIZE
             '-'                           DELIMITED SIZE
             w-rdv-hfin                    DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-pro-id                      DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-pro-nom (1 : 20)            DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-rdv-con-nom (1 : 15)        DELIMITED SIZE
             ' T:'                         DELIMITED SIZE
             w-rdv-con-tel                 DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-rdv-lieu (1 : 10)           DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-RDV
           .

      *****************************************************************
      * Section 2 : les relances dues, du score le plus haut au plus
      * bas, chacune avec le contact principal et son telephone.
      *****************************************************************
       SECTION-RELANCES.
           MOVE '2. Relances dues (par score decroissant) :'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ZERO                       TO w-cpt-lig-sec
           .

      *****************************************************************
      * Section 3 : les appels de campagne en attente de reponse sur
      * ses prospects, les sollicitations les plus anciennes d'abord.
      *****************************************************************
       SECTION-CAMPAGNES.
           MOVE '3. Appels de campagne en attente :'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ZERO                       TO w-cpt-lig-sec
           .

      *****************************************************************
      * Section 4 : les prospects avec une activite fraiche du centre
      * d'appels (saisies TLM6 des 24 dernieres heures), les plus
      * recentes d'abord.
      *****************************************************************
       SECTION-FRAICHES.
           MOVE '4. Activites fraiches du centre d''appels (24h) :'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ZERO                       TO w-cpt-lig-sec
             MOVE '   (aucune)'            TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

       LEC-ACT.
           PERFORM LEC-ACT
           .

      *****************************************************************
      * Section 5 : les clients detracteurs a rappeler, avec le
      * contact interroge, sa note et la date de sa reponse.
      *****************************************************************
       SECTION-NPS.
           MOVE '5. Clients detracteurs a rappeler (NPS) :'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ZERO                       TO w-cpt-lig-sec
           EXEC SQL
             OPEN CURS-NPS
           END-EXEC
           SET w-eot-lig-non               TO TRUE
           PERFORM LEC-NPS
           PERFORM EDITE-DETRACTEUR        UNTIL w-eot-lig-oui
           EXEC SQL
             CLOSE CURS-NPS
           END-EXEC
           IF w-cpt-lig-sec = ZERO THEN
             MOVE '   (aucun)'             TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

       LEC-NPS.
           EXEC SQL
             FETCH CURS-NPS
               INTO :w-pro-id, :w-pro-nom, :w-nps-con-nom,
                    :w-nps-con-tel, :w-nps-note, :w-nps-dtrep
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-eot-lig-oui             TO TRUE
           END-IF
           .

       EDITE-DETRACTEUR.
           ADD 1                           TO w-cpt-nps
                                              w-cpt-lig-sec
           MOVE w-nps-note                 TO w-nps-note-aff
           MOVE SPACES                     TO w-enr-log
           STRING
             '   '                         DELIMITED SIZE
             w-pro-id                      DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-pro-nom (1 : 20)            DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-nps-con-nom (1 : 15)        DELIMITED SIZE
             ' T:'                         DELIMITED SIZE
             w-nps-con-tel                 DELIMITED SIZE
             ' note '                      DELIMITED SIZE
             w-nps-note-aff                DELIMITED SIZE
             ' du '                        DELIMITED SIZE
             w-nps-dtrep                   DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-NPS
           .

      *****************************************************************
      * Section 6 : les revues de grands comptes en retard dont le
      * commercial est responsable, avec l'echeance depassee et le
      * contact principal du compte.
      *****************************************************************
       SECTION-GRANDS-COMPTES.
           MOVE '6. Revues de grands comptes en retard :'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ZERO                       TO w-cpt-lig-sec
           EXEC SQL
             OPEN CURS-GCP
           END-EXEC
           SET w-eot-lig-non               TO TRUE
           PERFORM LEC-GCP
           PERFORM EDITE-REVUE             UNTIL w-eot-lig-oui
           EXEC SQL
             CLOSE CURS-GCP
           END-EXEC
           IF w-cpt-lig-sec = ZERO THEN
             MOVE '   (aucune)'            TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

       LEC-GCP.
           EXEC SQL
             FETCH CURS-GCP
               INTO :w-pro-id, :w-pro-nom, :w-gcp-echeance
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-eot-lig-oui             TO TRUE
           END-IF
           .

       EDITE-REVUE.
           ADD 1                           TO w-cpt-gcp
                                              w-cpt-lig-sec
           PERFORM LIT-PRINCIPAL
           MOVE SPACES                     TO w-enr-log
           STRING
             '   '                         DELIMITED SIZE
             w-pro-id                      DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-pro-nom (1 : 20)            DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-prin-nom (1 : 15)           DELIMITED SIZE
             ' T:'                         DELIMITED SIZE
             w-prin-tel                    DELIMITED SIZE
             ' echue le '                  DELIMITED SIZE
             w-gcp-echeance                DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-GCP
           .

      *****************************************************************
      * RESOLV-DELEGATION : une delegation TLMDEL couvrant la date du
      * jour sur le commercial courant est signalee en tete de page
           END-IF
           .

      *****************************************************************
      * Balise de diffusion (cf. TLMCDIF1) : les lignes qui suivent
      * sont pour le destinataire w-dif-type / w-dif-code, jusqu'a la
      * balise suivante.
      *****************************************************************
       ECRIT-BALISE.
           SET w-dif-marque-ok             TO TRUE
           MOVE 'TLMBPGM87'                TO w-dif-rapport
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
           MOVE w-cpt-com              TO w-rap-com-nbr
           MOVE w-rap-com              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rdv              TO w-rap-rdv-nbr
           MOVE w-rap-rdv              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rel              TO w-rap-rel-nbr
           MOVE w-rap-rel              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-act              TO w-rap-act-nbr
           MOVE w-rap-act              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-nps              TO w-rap-nps-nbr
           MOVE w-rap-nps              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-gcp              TO w-rap-gcp-nbr
           MOVE w-rap-gcp              TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
