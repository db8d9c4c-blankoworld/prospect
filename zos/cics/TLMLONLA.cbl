      *****************************************************************
      *                    C O U C H E  L O G I Q U E
      *                    (T R A N S A C T I O N  C I C S)
      *****************************************************************
      * APPLICATION      : ANALYSE DES ALERTES DE CRIBLAGE
      * NOM DU PROGRAMME : TLMLONLA
      * TRANSACTION CICS : TLMA
      * MAPSET / MAP     : TLMM000A / ECRANA
      * DESCRIPTION      : FILE D'ANALYSE DE LA CONFORMITE : L'ANALYSTE
      *    PARCOURT LES ALERTES OUVERTES DU CRIBLAGE SANCTIONS/EMBARGO
      *    (TABLE TLMSAH VIA TLMPSAH1, ALIMENTEE CHAQUE NUIT PAR
      *    TLMBPGM103), UNE ALERTE PAR ECRAN, AVEC LE PROSPECT
      *    CONCERNE (NOM ET STADE RELUS VIA TLMPPRO1), LA VALEUR
      *    CRIBLEE ET L'ENTREE DE LISTE RAPPROCHEE, ET TRANCHE :
      *       PF5 = CONFIRMER (VRAIE CORRESPONDANCE),
      *       PF6 = LEVER (FAUX POSITIF),
      *    MOTIF OBLIGATOIRE. LA DECISION, L'ANALYSTE SIGNE ET
      *    L'HORODATAGE SONT ENREGISTRES SUR L'ALERTE, QUI NE SE
      *    ROUVRE PAS ; L'ECRAN PASSE A L'ALERTE OUVERTE SUIVANTE.
      *    PF7/PF8 FONT DEFILER LES ALERTES OUVERTES SANS DECIDER,
      *    ENTREE AVEC UN NUMERO SAISI AFFICHE CETTE ALERTE QUEL QUE
      *    SOIT SON STATUT (CONSULTATION D'UNE DECISION PASSEE).
      *    TANT QU'UNE ALERTE DU PROSPECT EST OUVERTE OU CONFIRMEE,
      *    SON PASSAGE AU STADE 'C' EST REFUSE (TLMPPRO1) ET SA LIGNE
      *    D'OUVERTURE DE COMPTE EST RETENUE (TLMBPGM53). LES DONNEES
      *    PERSONNELLES AFFICHEES SONT JOURNALISEES (TLMLEC, VIA
      *    TLMPLEC1).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMLONLA.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200203.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Clause COPY pour echange prog./ss-prog. avec la couche
      *    physique prospect (relecture du nom et du stade)
           COPY TLMCPIL.
           COPY TLMCPRO1 REPLACING ==:PROG:== BY ==PGM1==.
      *    File des alertes du criblage (TLMPSAH1)
           COPY TLMCSAH1 REPLACING ==:PROG:== BY ==PGM2==.
      *    Verrou d'execution TLMEXE (TLMPEXE8, fct STATUS) : un
      *    batch ecrivain en cours passe l'ecran en consultation
      *    seule, automatiquement levee a la liberation du verrou
           COPY TLMCEXE8 REPLACING ==:PROG:== BY ==PGM4==.
      *    Journal des consultations (TLMLEC via TLMPLEC1) : prospect
      *    et contact affiches
           COPY TLMCLEC1 REPLACING ==:PROG:== BY ==PGML==.
      *    Un batch ecrivain est-il en cours ? (cf. VRF-BATCH)
       77 w-batch                 PIC  9.
           88 w-batch-en-cours         VALUE 1.
           88 w-batch-absent           VALUE 0.
      *    Map symbolique de l'ecran d'analyse
           COPY TLMM000A.
      *    Numero d'alerte et motif saisis, preserves avant la remise
      *    a blanc de la map de sortie
       77 w-cle-saisie            PIC  X(07).
       77 w-motif-saisi           PIC  X(40).
      *    Decision posee par la touche de fonction ('C'/'L')
       77 w-decision              PIC  X(01).
      *    Enregistrement profil operateur (fichier VSAM TLMOPR) et
      *    identite CICS signee, pour le controle d'acces
       COPY TLMCOPR1 REPLACING ==:PROG:== BY ==wo==.
       77 w-userid                PIC  X(08).
       77 w-profil                PIC  X(01).
      *    Receptacle du code reponse des ordres CICS fichier
       77 w-resp                  PIC S9(8) COMP.

      *    Decision effectivement enregistree ? (toute anomalie laisse
      *    l'alerte affichee)
       01 w-dec-ok                PIC  9.
           88 w-dec-ok-oui                VALUE 1.
           88 w-dec-ok-non                VALUE 0.
      *    Alerte trouvee ? (lecture TLMPSAH1)
       01 w-trouve                PIC  9.
           88 w-trouve-oui                VALUE 1.
           88 w-trouve-non                VALUE 0.
      *    Zone de communication entre deux executions pseudo-
      *    conversationnelles : numero de l'alerte affichee
       01 w-commarea.
           05 w-com-cle            PIC  9(07).
       LINKAGE SECTION.
       01 dfhcommarea.
           05 lk-com-cle           PIC  9(07).

       PROCEDURE DIVISION.
       DEBUT.
           IF EIBCALEN = 0 THEN
      *      controle d'acces : l'analyse exige le profil mise a
      *      jour, meme en tapant TLMA directement sans le menu
             PERFORM LIT-PROFIL
             IF w-profil NOT = 'M' THEN
               PERFORM REFUS-ACCES
             END-IF
             MOVE ZERO                TO w-com-cle
             PERFORM AFFICHE-PREMIER
           ELSE
             MOVE dfhcommarea         TO w-commarea
             PERFORM TRAITER-ECRAN
           END-IF
           GOBACK
           .

      *****************************************************************
      * Lecture du profil de l'operateur signe (meme regle que le
      * menu TLMLONL0 : absent du fichier = consultation seule).
      *****************************************************************
       LIT-PROFIL.
           MOVE SPACES                TO w-userid
           EXEC CICS ASSIGN
             USERID(w-userid)
           END-EXEC
           MOVE 'C'                   TO w-profil
           MOVE w-userid              TO wo-opr-userid
           EXEC CICS READ FILE('TLMOPR')
             INTO(wo-opr)
             RIDFLD(wo-opr-userid)
             RESP(w-resp)
           END-EXEC
           IF w-resp = 0 AND wo-opr-maj THEN
             MOVE 'M'                 TO w-profil
           END-IF
      *    absent du fichier = sans portefeuille (pour TLMLEC)
           IF w-resp NOT = 0 THEN
             MOVE SPACES              TO wo-opr-commercial
           END-IF
           .

      *****************************************************************
      * Acces refuse : message et fin de tache.
      *****************************************************************
       REFUS-ACCES.
           MOVE SPACES                TO TLMM000AO
           MOVE 'Profil consultation : criblage refuse.'
                                       TO MSGO
           EXEC CICS SEND MAP('TLMM000A')
             MAPSET('TLMM000A')
             FROM(TLMM000AO)
             ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

      *****************************************************************
      * Premier appel : affichage de la premiere alerte ouverte.
      *****************************************************************
       AFFICHE-PREMIER.
           MOVE SPACES                TO TLMM000AO
           MOVE ZERO                  TO pgm2-ent-lec-hitid
           PERFORM LIT-ALERTE-SUIVANTE
           IF w-trouve-oui THEN
             PERFORM AFFICHE-ALERTE
           ELSE
             MOVE 'Aucune alerte de criblage a analyser.'
                                       TO MSGO
           END-IF
           PERFORM RENVOI-ECRAN
           .

      *****************************************************************
      * Reception de la saisie et aiguillage selon la touche.
      *****************************************************************
       TRAITER-ECRAN.
           EXEC CICS RECEIVE MAP('TLMM000A')
             MAPSET('TLMM000A')
             INTO(TLMM000AI)
           END-EXEC
           MOVE CLEI                  TO w-cle-saisie
           MOVE MOTIFI                TO w-motif-saisi
           MOVE SPACES                TO TLMM000AO
           EVALUATE EIBAID
             WHEN DFHPF3
               PERFORM FIN-CONVERSATION
             WHEN DFHPF5
               PERFORM DECIDE-CONFIRMER
             WHEN DFHPF6
               PERFORM DECIDE-LEVER
             WHEN DFHPF7
               PERFORM ALERTE-PRECEDENTE
             WHEN DFHPF8
               PERFORM ALERTE-SUIVANTE
             WHEN OTHER
               PERFORM SAUT-AU-NUMERO
           END-EVALUATE
           PERFORM RENVOI-ECRAN
           .

       RENVOI-ECRAN.
           EXEC CICS SEND MAP('TLMM000A')
             MAPSET('TLMM000A')
             FROM(TLMM000AO)
             ERASE
           END-EXEC
           EXEC CICS RETURN
             TRANSID('TLMA')
             COMMAREA(w-commarea)
             LENGTH(7)
           END-EXEC
           .

      *****************************************************************
      * Message de fin et liberation du terminal (PF3).
      *****************************************************************
       FIN-CONVERSATION.
           MOVE SPACES                TO TLMM000AO
           MOVE 'Analyse du criblage terminee.'
                                       TO MSGO
           EXEC CICS SEND MAP('TLMM000A')
             MAPSET('TLMM000A')
             FROM(TLMM000AO)
             ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

      *****************************************************************
      * ENTREE : affichage de l'alerte du numero saisi, quel que soit
      * son statut (a defaut, reaffichage de l'alerte courante).
      *****************************************************************
       SAUT-AU-NUMERO.
           IF w-cle-saisie NOT = SPACES AND w-cle-saisie NUMERIC THEN
             MOVE w-cle-saisie        TO pgm2-ent-lec-hitid
           ELSE
             MOVE w-com-cle           TO pgm2-ent-lec-hitid
           END-IF
           IF pgm2-ent-lec-hitid = ZERO THEN
             PERFORM LIT-ALERTE-SUIVANTE
           ELSE
             PERFORM LIT-ALERTE
           END-IF
           IF w-trouve-oui THEN
             PERFORM AFFICHE-ALERTE
           ELSE
             MOVE 'Aucune alerte sous ce numero.'
                                       TO MSGO
           END-IF
           .

      *****************************************************************
      * PF8 : alerte ouverte suivante.
      *****************************************************************
       ALERTE-SUIVANTE.
           MOVE w-com-cle             TO pgm2-ent-lec-hitid
           PERFORM LIT-ALERTE-SUIVANTE
           IF w-trouve-oui THEN
             PERFORM AFFICHE-ALERTE
           ELSE
             MOVE 'Fin de la file des alertes ouvertes.'
                                       TO MSGO
           END-IF
           .

      *****************************************************************
      * PF7 : alerte ouverte precedente.
      *****************************************************************
       ALERTE-PRECEDENTE.
           MOVE w-com-cle             TO pgm2-ent-lec-hitid
           PERFORM LIT-ALERTE-PRECEDENTE
           IF w-trouve-oui THEN
             PERFORM AFFICHE-ALERTE
           ELSE
             MOVE 'Debut de la file des alertes ouvertes.'
                                       TO MSGO
           END-IF
           .

      *****************************************************************
      * Lectures via TLMPSAH1 : l'alerte du numero demande (SELECT),
      * la premiere alerte ouverte de numero superieur (NEXT), la
      * derniere de numero inferieur (PREV).
      *****************************************************************
       LIT-ALERTE.
           SET w-trouve-non           TO TRUE
           MOVE 'SELECT'              TO tlmcpil-fct
           CALL 'TLMPSAH1' USING tlmcpil pgm2
           IF tlmcpil-rc = '00' THEN
             SET w-trouve-oui         TO TRUE
           END-IF
           .

       LIT-ALERTE-SUIVANTE.
           SET w-trouve-non           TO TRUE
           MOVE 'NEXT'                TO tlmcpil-fct
           CALL 'TLMPSAH1' USING tlmcpil pgm2
           IF tlmcpil-rc = '00' THEN
             SET w-trouve-oui         TO TRUE
           END-IF
           .

       LIT-ALERTE-PRECEDENTE.
           SET w-trouve-non           TO TRUE
           MOVE 'PREV'                TO tlmcpil-fct
           CALL 'TLMPSAH1' USING tlmcpil pgm2
           IF tlmcpil-rc = '00' THEN
             SET w-trouve-oui         TO TRUE
           END-IF
           .

      *****************************************************************
      * Affichage de l'alerte courante avec l'aide des touches.
      *****************************************************************
       AFFICHE-ALERTE.
           PERFORM AFFICHE-CHAMPS
           IF pgm2-sor-lec-statut = 'O' THEN
             MOVE 'Saisir un motif puis PF5=Confirmer ou PF6=Lever.'
                                       TO MSGO
           ELSE
             MOVE 'Alerte deja tranchee : consultation seule.'
                                       TO MSGO
           END-IF
           .

      *****************************************************************
      * Remplissage des champs de l'alerte courante, sans toucher au
      * message (utilise aussi pour reafficher l'alerte apres une
      * decision non enregistree, en conservant le message
      * d'anomalie et le motif saisi)
      *****************************************************************
       AFFICHE-CHAMPS.
           MOVE pgm2-sor-lec-hitid    TO w-com-cle
                                         CLEO
           EVALUATE pgm2-sor-lec-statut
             WHEN 'O'   MOVE 'OUVERTE'    TO STATUTO
             WHEN 'L'   MOVE 'LEVEE'      TO STATUTO
             WHEN 'C'   MOVE 'CONFIRMEE'  TO STATUTO
             WHEN OTHER MOVE pgm2-sor-lec-statut TO STATUTO
           END-EVALUATE
           MOVE pgm2-sor-lec-liste    TO LISTEO
           MOVE pgm2-sor-lec-sanref   TO SANREFO
           MOVE pgm2-sor-lec-proid    TO PROIDO
           EVALUATE pgm2-sor-lec-objtype
             WHEN 'P'   MOVE 'PROSPECT'   TO OBJTYPO
             WHEN 'C'   MOVE 'CONTACT'    TO OBJTYPO
             WHEN 'A'   MOVE 'ADRESSE'    TO OBJTYPO
             WHEN OTHER MOVE pgm2-sor-lec-objtype TO OBJTYPO
           END-EVALUATE
           MOVE pgm2-sor-lec-objid    TO OBJIDO
           EVALUATE pgm2-sor-lec-corresp
             WHEN 'E'   MOVE 'EXACTE'     TO CORRESO
             WHEN 'T'   MOVE 'TOLERANTE'  TO CORRESO
             WHEN 'P'   MOVE 'PAYS'       TO CORRESO
             WHEN OTHER MOVE pgm2-sor-lec-corresp TO CORRESO
           END-EVALUATE
           MOVE pgm2-sor-lec-valeur   TO VALEURO
           MOVE pgm2-sor-lec-sannom   TO SANNOMO
           MOVE pgm2-sor-lec-dtdetect (1 : 19)
                                       TO DTDETO
           IF pgm2-sor-lec-statut = 'O' THEN
             MOVE w-motif-saisi       TO MOTIFO
           ELSE
             MOVE pgm2-sor-lec-dtdecision (1 : 19)
                                       TO DTDECO
             MOVE pgm2-sor-lec-analyste
                                       TO ANALYSO
             MOVE pgm2-sor-lec-motif  TO MOTIFO
           END-IF
           PERFORM RELIT-PROSPECT
           PERFORM JOURNALISE-LECTURES
           .

       RELIT-PROSPECT.
           MOVE pgm2-sor-lec-proid    TO pgm1-ent-lec-id
           MOVE 'SELECT'              TO tlmcpil-fct
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           IF tlmcpil-rc = '00' THEN
             MOVE pgm1-sor-lec-nom    TO PRONOMO
             MOVE pgm1-sor-lec-stade  TO STADEO
           ELSE
             MOVE '(prospect inconnu)' TO PRONOMO
           END-IF
           .

      *****************************************************************
      * Journal des consultations (TLMLEC via TLMPLEC1) : le prospect
      * de l'alerte et, pour une alerte sur un contact, le contact,
      * avec l'operateur signe, son terminal et son portefeuille. Un
      * incident de journalisation n'empeche pas l'affichage.
      *****************************************************************
       JOURNALISE-LECTURES.
           PERFORM LIT-PROFIL
           MOVE SPACES                TO pgml-ent
           MOVE w-userid              TO pgml-ent-add-operateur
           MOVE EIBTRMID              TO pgml-ent-add-terminal
           MOVE 'TLMA'                TO pgml-ent-add-transid
           MOVE wo-opr-commercial     TO pgml-ent-add-commercial
           MOVE 1                     TO pgml-ent-add-nbr
           MOVE 'P'                   TO pgml-ent-add-type (1)
           MOVE pgm2-sor-lec-proid    TO pgml-ent-add-id (1)
           IF pgm2-sor-lec-objtype = 'C' THEN
             MOVE 2                   TO pgml-ent-add-nbr
             MOVE 'C'                 TO pgml-ent-add-type (2)
             MOVE pgm2-sor-lec-objid  TO pgml-ent-add-id (2)
           END-IF
           MOVE 'ADD'                 TO tlmcpil-fct
           CALL 'TLMPLEC1' USING tlmcpil pgml
           .

      *****************************************************************
      * Decisions : la decision est enregistree sur l'alerte courante,
      * puis l'ecran passe a l'alerte ouverte suivante - UNIQUEMENT
      * si l'enregistrement a abouti. En cas d'anomalie, l'alerte
      * courante est reaffichee avec le message d'erreur et le motif
      * saisi.
      *****************************************************************
       DECIDE-CONFIRMER.
           MOVE 'C'                   TO w-decision
           PERFORM ENREGISTRE-DECISION
           PERFORM APRES-DECISION
           .

       DECIDE-LEVER.
           MOVE 'L'                   TO w-decision
           PERFORM ENREGISTRE-DECISION
           PERFORM APRES-DECISION
           .

       APRES-DECISION.
           IF w-dec-ok-oui THEN
             MOVE SPACES              TO w-motif-saisi
             PERFORM ALERTE-SUIVANTE
             IF w-trouve-oui THEN
               MOVE 'Decision enregistree ; alerte ouverte suivante.'
                                       TO MSGO
             ELSE
               MOVE 'Decision enregistree ; plus d''alerte ouverte.'
                                       TO MSGO
             END-IF
           ELSE
             IF w-com-cle > ZERO THEN
               MOVE w-com-cle         TO pgm2-ent-lec-hitid
               PERFORM LIT-ALERTE
               IF w-trouve-oui THEN
                 PERFORM AFFICHE-CHAMPS
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Enregistrement de la decision sur l'alerte courante (TLMPSAH1,
      * fct DECIDE) : decision, analyste signe et motif ; la couche
      * physique horodate et refuse une alerte deja tranchee.
      *****************************************************************
       ENREGISTRE-DECISION.
           SET w-dec-ok-non           TO TRUE
      *    le profil est reverifie au moment d'ecrire, et la fenetre
      *    batch suspend l'analyse (consultation seule)
           PERFORM LIT-PROFIL
           PERFORM VRF-BATCH
           IF w-batch-en-cours THEN
             CONTINUE
           ELSE
           IF w-profil NOT = 'M' THEN
             MOVE 'Profil consultation : criblage refuse.'
                                       TO MSGO
           ELSE
           IF w-com-cle = ZERO THEN
             MOVE 'Aucune alerte affichee : rien a decider.'
                                       TO MSGO
           ELSE
           IF w-motif-saisi = SPACES THEN
             MOVE 'Motif obligatoire pour trancher l''alerte.'
                                       TO MSGO
           ELSE
             MOVE SPACES              TO pgm2-ent
             MOVE w-com-cle           TO pgm2-ent-dec-hitid
             MOVE w-decision          TO pgm2-ent-dec-statut
             MOVE w-userid            TO pgm2-ent-dec-analyste
             MOVE w-motif-saisi       TO pgm2-ent-dec-motif
             MOVE 'DECIDE'            TO tlmcpil-fct
             CALL 'TLMPSAH1' USING tlmcpil pgm2
             EVALUATE tlmcpil-rc
               WHEN '00'
                 SET w-dec-ok-oui     TO TRUE
               WHEN '07'
                 MOVE 'Alerte deja tranchee : decision non reprise.'
                                       TO MSGO
               WHEN OTHER
                 MOVE 'Enregistrement de la decision impossible.'
                                       TO MSGO
             END-EVALUATE
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *****************************************************************
      * VRF-BATCH : un batch ecrivain detient-il le verrou TLMEXE ?
      * Pendant la fenetre batch, la decision est refusee avec un
      * message clair (consultation seule) ; l'ecran revient de
      * lui-meme a la normale des que le verrou est rendu.
      *****************************************************************
       VRF-BATCH.
           SET w-batch-absent          TO TRUE
           MOVE SPACES                 TO pgm4-ent
           MOVE 'STATUS'               TO tlmcpil-fct
           CALL 'TLMPEXE8' USING tlmcpil pgm4
           IF tlmcpil-rc = '20' THEN
             SET w-batch-en-cours      TO TRUE
             MOVE SPACES               TO MSGO
             STRING
               'Chaine batch en cours (' DELIMITED SIZE
               pgm4-sor-exe-pgm          DELIMITED SIZE
               ') : consultation seule.' DELIMITED SIZE
               INTO MSGO
             END-STRING
           END-IF
           .

       END PROGRAM TLMLONLA.
