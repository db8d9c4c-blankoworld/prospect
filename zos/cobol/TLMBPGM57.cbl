      *         l'adresse principale du prospect).
      *    PLUS DE DECOUPAGE MANUEL PAR L'EQUIPE DE TRAITEMENT, ET UN
      *    MOBILE PREFERE NE PART PLUS EN FLUX POSTAL.
      *    UN NUMERO INSCRIT SUR LA LISTE D'OPPOSITION AU DEMARCHAGE
      *    TELEPHONIQUE (TABLE TLMBLO, CRIBLAGE TLMBPGM98) N'EST JAMAIS
      *    ROUTE VERS LA LISTE TELEPHONE : LA CIBLE PASSE AU CANAL
      *    SUIVANT (COURRIEL, PUIS COURRIER).
      *    UNE CIBLE PORTANT UN CANAL IMPOSE PAR L'ETAPE DE SEQUENCE
      *    DE SA CAMPAGNE (TLMCCIB1 CIB-CANAL, CF. TLMSEQ) PART SUR CE
      *    CANAL S'IL EST UTILISABLE POUR LE CONTACT, SINON ELLE SUIT
      *    LE ROUTAGE HABITUEL CI-DESSUS.
      *    UNE CIBLE DONT LE CONTACT OU LE PROSPECT A ETE MIS EN
      *    ATTENTE DEPUIS LA SELECTION ("NE PAS SOLLICITER AVANT LE",
      *    CF. DTATTENTE) N'EST ROUTEE VERS AUCUN FLUX ; ELLE EST
      *    COMPTEE A PART.
      *    UNE ADRESSE ELECTRONIQUE EN ATTENTE DE CONFIRMATION OU DONT
      *    LA DEMANDE A EXPIRE (DOUBLE OPT-IN, TABLE TLMDOI) N'EST PAS
      *    ROUTEE VERS LA LISTE COURRIEL : LA CIBLE PASSE AU CANAL
      *    SUIVANT (COURRIER) ET EST COMPTEE A PART.
      *    LES LISTES TELEPHONE ET COURRIEL PARTENT EN CLAIR (LE
      *    CENTRE D'APPELS ET L'OUTIL D'EMAILING COMPOSENT ET ADRESSENT
      *    LES VALEURS RECUES) : LES JETONS LUS EN BASE OU PORTES PAR
      *    LES CIBLES (CF. TLMTOK) SONT RESOLUS PAR LA COUCHE PHYSIQUE
      *    TLMPCAN5, POUR AUTANT QUE TLMBPGM57 Y SOIT HABILITE (TLMCFG,
      *    PARAMETRE 'CLAIR'). LE RAPPROCHEMENT AVEC TLMBLO SE FAIT SUR
      *    LES JETONS, STOCKES DE MEME PAR LE CRIBLAGE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM57.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY pour echange prog./ss-prog. avec la couche
      *    physique TLMPCAN5 (resolution des jetons, fct CLAIR)
           COPY TLMCPIL.
           COPY TLMCCAN5 REPLACING ==:PROG:== BY ==cpcan5==.
      *    Codes d'etat des fichiers
       01 w-cibles                       PIC   X(02).
       01 w-telliste                     PIC   X(02).
      *    Identifiant contact en forme hote pour les SELECT
       01 w-conid                        PIC   X(06).
       01 w-proid                        PIC   X(06).
       01 w-contel                       PIC   X(10).
       01 w-conmel                       PIC   X(80).
      *    Telephone TLMCON de la cible inscrit sur Bloctel (TLMBLO),
      *    contact ayant au moins un numero oppose
       01 w-tel-oppose                   PIC   9.
           88 w-tel-oppose-oui                   VALUE 1.
           88 w-tel-oppose-non                   VALUE 0.
       01 w-con-oppose                   PIC   9.
           88 w-con-oppose-oui                   VALUE 1.
           88 w-con-oppose-non                   VALUE 0.
       77 SQLCNT                         PIC  S9(07) COMP-3.
      *    Date du jour (AAAAMMJJ), pour les mises en attente
       01 w-date-jour                    PIC   X(08).
      *    Courriel TLMCON de la cible, canal mel prefere TLMCAN du
      *    contact, non confirmes (double opt-in, cf. TLMDOI) ?
       01 w-mel-attente                  PIC   9.
           88 w-mel-attente-oui                  VALUE 1.
           88 w-mel-attente-non                  VALUE 0.
       01 w-can-attente                  PIC   9.
           88 w-can-attente-oui                  VALUE 1.
           88 w-can-attente-non                  VALUE 0.
      *    Cibles routees vers le courriel avant routage de la cible
       01 w-mel-avant                    PIC  S9(07) COMP-3.
      *    Contact ou prospect de la cible en attente ?
       01 w-attente                      PIC   9.
           88 w-attente-oui                      VALUE 1.
           88 w-attente-non                      VALUE 0.
      *    Cible deja routee sur le canal impose par son etape ?
       01 w-routee                       PIC   9.
           88 w-routee-oui                       VALUE 1.
           88 w-routee-non                       VALUE 0.
      *    Adresse postale retenue pour le flux courrier
       01 w-adr-rue                      PIC   X(40).
       01 w-adr-cp                       PIC   X(05).
           05 w-cpt-tel                   PIC  S9(07) COMP-3.
           05 w-cpt-mel                   PIC  S9(07) COMP-3.
           05 w-cpt-cou                   PIC  S9(07) COMP-3.
           05 w-cpt-blo                   PIC  S9(07) COMP-3.
           05 w-cpt-imp                   PIC  S9(07) COMP-3.
           05 w-cpt-att                   PIC  S9(07) COMP-3.
           05 w-cpt-jet                   PIC  S9(07) COMP-3.
           05 w-cpt-doi                   PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de cibles lues :                    '.
           05 FILLER                     PIC   X(43) VALUE
                'Cibles routees vers le courrier :          '.
           05 w-rap-cou-nbr               PIC   ZZZZZZ9.
       01 w-rap-blo.
           05 FILLER                     PIC   X(43) VALUE
                'Cibles ecartees du telephone (Bloctel) :   '.
           05 w-rap-blo-nbr               PIC   ZZZZZZ9.
       01 w-rap-imp.
           05 FILLER                     PIC   X(43) VALUE
                'dont sur le canal impose par l''etape :     '.
           05 w-rap-imp-nbr               PIC   ZZZZZZ9.
       01 w-rap-att.
           05 FILLER                     PIC   X(43) VALUE
                'Cibles ecartees (mise en attente) :        '.
           05 w-rap-att-nbr               PIC   ZZZZZZ9.
       01 w-rap-doi.
           05 FILLER                     PIC   X(43) VALUE
                'Cibles ecartees du courriel (non confirme):'.
           05 w-rap-doi-nbr               PIC   ZZZZZZ9.
       01 w-rap-jet.
           05 FILLER                     PIC   X(43) VALUE
                'Cibles routees en jetons (non resolus) :   '.
           05 w-rap-jet-nbr               PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
       INIT.
           SET w-eof-cib-non               TO TRUE
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           OPEN INPUT cibles
           IF w-cibles NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE CIBLES <' w-cibles '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-tel
                                               w-cpt-mel w-cpt-cou
                                              w-cpt-blo
                                              w-cpt-imp
                                              w-cpt-att
                                              w-cpt-jet
                                              w-cpt-doi
      *    Numeros et adresses demandes en clair a la couche physique,
      *    au nom de ce programme
           MOVE 'TLMBPGM57'                TO tlmcpil-origine
           SET tlmcpil-clair-oui           TO TRUE
           PERFORM ENTETE
           .

      * dans TLMCAN d'abord (fixe/mobile avant mel quand plusieurs
      * types sont preferes), puis les coordonnees TLMCON portees par
      * le fichier de cibles, et enfin le courrier avec adresse.
      * Les numeros opposes (TLMBLO) sont ignores ; une cible qui en
      * porte et ne part pas au telephone est comptee a part. De meme
      * pour les adresses electroniques non confirmees (TLMDOI) et le
      * courriel. Une cible en attente n'est pas routee.
      *****************************************************************
       ROUTE-CIBLE.
           ADD 1                           TO w-cpt-lec
           MOVE f-cib-con-id               TO w-conid
           PERFORM VRF-ATTENTE
           IF w-attente-oui THEN
             ADD 1                         TO w-cpt-att
           ELSE
             PERFORM CHERCHE-CANAL-PREFERE
             PERFORM VRF-BLOCTEL
             PERFORM VRF-OPTIN
             MOVE w-cpt-mel                TO w-mel-avant
             SET w-routee-non              TO TRUE
             IF f-cib-canal NOT = SPACE THEN
               PERFORM ROUTE-CANAL-IMPOSE
             END-IF
             IF w-routee-non THEN
               PERFORM ROUTE-CANAL-PREFERE
             END-IF
             IF (w-mel-attente-oui OR w-can-attente-oui)
             AND w-cpt-mel = w-mel-avant THEN
               ADD 1                       TO w-cpt-doi
             END-IF
           END-IF
           .

      *****************************************************************
      * Mise en attente du contact de la cible, ou de son prospect,
      * posee apres la selection : date de reprise des sollicitations
      * posterieure au jour (DTATTENTE a espace = pas d'attente).
      *****************************************************************
       VRF-ATTENTE.
           SET w-attente-non               TO TRUE
           MOVE 0                          TO SQLCNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :SQLCNT
               FROM TRAIN04.TLMCON C, TRAIN04.TLMPRO P
               WHERE C.ID = :w-conid
                 AND P.ID = C.PID
                 AND (C.DTATTENTE > :w-date-jour
                      OR P.DTATTENTE > :w-date-jour)
           END-EXEC
           IF SQLCODE = 0 AND SQLCNT > 0 THEN
             SET w-attente-oui             TO TRUE
           END-IF
           .

       ROUTE-CANAL-PREFERE.
           EVALUATE TRUE
             WHEN w-canal = 'F' OR w-canal = 'M'
               PERFORM ECRIT-TELLISTE
             WHEN w-canal = 'E'
               PERFORM ECRIT-MELLISTE
             WHEN f-cib-con-tel NOT = SPACES AND w-tel-oppose-non
               MOVE f-cib-con-tel          TO w-canal-valeur
               PERFORM ECRIT-TELLISTE
             WHEN f-cib-con-mel NOT = SPACES AND w-mel-attente-non
               MOVE f-cib-con-mel          TO w-canal-valeur
               PERFORM ECRIT-MELLISTE
             WHEN OTHER
               PERFORM ECRIT-COULISTE
           END-EVALUATE
           IF w-con-oppose-oui
           AND w-canal NOT = 'F' AND w-canal NOT = 'M' THEN
             IF f-cib-con-tel = SPACES OR w-tel-oppose-oui THEN
               ADD 1                       TO w-cpt-blo
             END-IF
           END-IF
           .

      *****************************************************************
      * Canal impose par l'etape de sequence : telephone (prefere non
      * oppose, a defaut le telephone TLMCON non oppose), courriel
      * (prefere, a defaut le courriel TLMCON, confirmes) ou courrier.
      * Sans
      * coordonnee utilisable sur ce canal, w-routee reste a non.
      *****************************************************************
       ROUTE-CANAL-IMPOSE.
           EVALUATE TRUE
             WHEN f-cib-canal = 'T'
              AND (w-canal = 'F' OR w-canal = 'M')
               SET w-routee-oui            TO TRUE
               PERFORM ECRIT-TELLISTE
             WHEN f-cib-canal = 'T'
              AND f-cib-con-tel NOT = SPACES AND w-tel-oppose-non
               SET w-routee-oui            TO TRUE
               MOVE f-cib-con-tel          TO w-canal-valeur
               PERFORM ECRIT-TELLISTE
             WHEN f-cib-canal = 'E' AND w-canal = 'E'
               SET w-routee-oui            TO TRUE
               PERFORM ECRIT-MELLISTE
             WHEN f-cib-canal = 'E' AND f-cib-con-mel NOT = SPACES
              AND w-mel-attente-non
               SET w-routee-oui            TO TRUE
               MOVE f-cib-con-mel          TO w-canal-valeur
               PERFORM ECRIT-MELLISTE
             WHEN f-cib-canal = 'C'
               SET w-routee-oui            TO TRUE
               PERFORM ECRIT-COULISTE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF w-routee-oui THEN
             ADD 1                         TO w-cpt-imp
           END-IF
           .

      *****************************************************************
      * Inscriptions Bloctel du contact courant (TLMBLO, reconstruite
      * par TLMBPGM98) : telephone TLMCON de la cible oppose, et
      * contact ayant au moins un numero oppose.
      *****************************************************************
       VRF-BLOCTEL.
           SET w-tel-oppose-non            TO TRUE
           SET w-con-oppose-non            TO TRUE
           MOVE 0                          TO SQLCNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :SQLCNT
               FROM TRAIN04.TLMBLO
               WHERE CONID = :w-conid
           END-EXEC
           IF SQLCODE = 0 AND SQLCNT > 0 THEN
             SET w-con-oppose-oui          TO TRUE
             MOVE f-cib-con-tel            TO w-contel
             MOVE 0                        TO SQLCNT
             EXEC SQL
               SELECT COUNT(*)
                 INTO :SQLCNT
                 FROM TRAIN04.TLMBLO
                 WHERE CONID  = :w-conid
                   AND CANAL  = 'T'
                   AND NUMERO = :w-contel
             END-EXEC
             IF SQLCODE = 0 AND SQLCNT > 0 THEN
               SET w-tel-oppose-oui        TO TRUE
             END-IF
           END-IF
           .

      *****************************************************************
      * Adresses electroniques du contact courant non confirmees
      * (double opt-in : ligne TLMDOI en attente ou expiree) : courriel
      * TLMCON porte par la cible, canal mel prefere TLMCAN.
      *****************************************************************
       VRF-OPTIN.
           SET w-mel-attente-non           TO TRUE
           SET w-can-attente-non           TO TRUE
           IF f-cib-con-mel NOT = SPACES THEN
             MOVE f-cib-con-mel            TO w-conmel
             MOVE 0                        TO SQLCNT
             EXEC SQL
               SELECT COUNT(*)
                 INTO :SQLCNT
                 FROM TRAIN04.TLMDOI
                 WHERE CONID  = :w-conid
                   AND CANAL  = 'C'
                   AND VALEUR = :w-conmel
                   AND STATUT IN ('A', 'X')
             END-EXEC
             IF SQLCODE = 0 AND SQLCNT > 0 THEN
               SET w-mel-attente-oui       TO TRUE
             END-IF
           END-IF
           MOVE 0                          TO SQLCNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :SQLCNT
               FROM TRAIN04.TLMCAN N, TRAIN04.TLMDOI D
               WHERE N.CONID   = :w-conid
                 AND N.PREFERE = 'O'
                 AND N.CANTYPE = 'E'
                 AND D.CONID   = N.CONID
                 AND D.CANAL   = 'E'
                 AND D.VALEUR  = N.VALEUR
                 AND D.STATUT IN ('A', 'X')
           END-EXEC
           IF SQLCODE = 0 AND SQLCNT > 0 THEN
             SET w-can-attente-oui         TO TRUE
           END-IF
           .

      *****************************************************************
      * Canal prefere du contact courant : d'abord un telephone
      * (fixe avant mobile) non inscrit sur Bloctel, puis un courriel
      * qui ne soit pas en attente de confirmation ni expire (TLMDOI).
      * w-canal a espace si le contact n'a aucun canal declare
      * prefere utilisable.
      *****************************************************************
       CHERCHE-CANAL-PREFERE.
           MOVE SPACE                      TO w-canal
           MOVE SPACES                     TO w-canal-valeur
           EXEC SQL
             SELECT N.CANTYPE, N.VALEUR
               INTO :w-canal, :w-canal-valeur
               FROM TRAIN04.TLMCAN N
               WHERE N.CONID   = :w-conid
                 AND N.PREFERE = 'O'
                 AND N.CANTYPE IN ('F', 'M')
                 AND NOT EXISTS (SELECT 1
                                   FROM TRAIN04.TLMBLO B
                                   WHERE B.CONID  = N.CONID
                                     AND B.CANAL  = N.CANTYPE
                                     AND B.NUMERO =
                                         SUBSTR(N.VALEUR, 1, 10))
               ORDER BY N.CANTYPE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             MOVE SPACE                    TO w-canal
             EXEC SQL
               SELECT N.CANTYPE, N.VALEUR
                 INTO :w-canal, :w-canal-valeur
                 FROM TRAIN04.TLMCAN N
                 WHERE N.CONID   = :w-conid
                   AND N.PREFERE = 'O'
                   AND N.CANTYPE = 'E'
                   AND NOT EXISTS (SELECT 1
                                     FROM TRAIN04.TLMDOI D
                                     WHERE D.CONID  = N.CONID
                                       AND D.CANAL  = 'E'
                                       AND D.VALEUR = N.VALEUR
                                       AND D.STATUT IN ('A', 'X'))
                 FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE NOT = 0 THEN
           .

       ECRIT-TELLISTE.
           PERFORM CLAIR-CANAL
           MOVE SPACES                     TO f-tel
           MOVE f-cib-camid                TO f-tel-camid
           MOVE f-cib-con-id               TO f-tel-con-id
           END-IF
           .

      *****************************************************************
      * Numero ou adresse a ecrire (w-canal-valeur, jeton TLMCAN ou
      * TLMCON) resolu en clair par TLMPCAN5. Refus (rc '20', origine
      * non habilitee) ou incident : la valeur part telle quelle, et
      * la cible est decomptee.
      *****************************************************************
       CLAIR-CANAL.
           MOVE SPACES                     TO cpcan5-ent
           MOVE w-canal-valeur             TO cpcan5-ent-jet-valeur
           MOVE 'CLAIR'                    TO tlmcpil-fct
           CALL 'TLMPCAN5' USING tlmcpil cpcan5
           IF tlmcpil-rc = '00' THEN
             MOVE cpcan5-sor-jet-valeur    TO w-canal-valeur
           ELSE
             ADD 1                         TO w-cpt-jet
           END-IF
           .

       ECRIT-MELLISTE.
           PERFORM CLAIR-CANAL
           MOVE SPACES                     TO f-mel
           MOVE f-cib-camid                TO f-mel-camid
           MOVE f-cib-con-id               TO f-mel-con-id
           MOVE w-cpt-cou              TO w-rap-cou-nbr
           MOVE w-rap-cou              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-blo              TO w-rap-blo-nbr
           MOVE w-rap-blo              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-imp              TO w-rap-imp-nbr
           MOVE w-rap-imp              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-att              TO w-rap-att-nbr
           MOVE w-rap-att              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-doi              TO w-rap-doi-nbr
           MOVE w-rap-doi              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-jet              TO w-rap-jet-nbr
           MOVE w-rap-jet              TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE cibles
           IF w-cibles NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE CIBLES <' w-cibles '>'
