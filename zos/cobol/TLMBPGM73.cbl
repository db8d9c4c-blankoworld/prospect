      * APPLICATION      : SYNTHESE DE LA CHAINE MENSUELLE
      * NOM DU PROGRAMME : TLMBPGM73
      * DESCRIPTION      : DERNIER PAS DE LA CHAINE MENSUELLE TLMMOIS1
      *    (SANTE TLMBPGM43, PORTEFEUILLES TLMBPGM39, CHIFFRE SIGNE
      *    TLMBPGM88, PIPELINE PAR FAMILLE TLMBPGM91, PIPELINE PAR
      *    SECTION D'ACTIVITE NAF TLMBPGM124, SATISFACTION CLIENT
      *    TLMBPGM127, DELAI DE PREMIER CONTACT TLMBPGM131, TENDANCES
      *    TLMBPGM32/TLMBPGM48, COMMISSIONS TLMBPGM96, PARRAINAGE
      *    TLMBPGM114, RECONQUETE DES PERDUS TLMBPGM134,
      *    RETENTION TLMBPGM29, CIBLAGE DES
      *    RENOUVELLEMENTS TLMBPGM108,
      *    DEGRADATIONS DE NOTATION CREDIT TLMBPGM105,
      *    RAPPROCHEMENT AVEC LA FACTURATION TLMBPGM107,
      *    EXACTITUDE DES DONNEES TLMBPGM139, TIRAGE DE LA
      *    VERIFICATION TERRAIN TLMBPGM137, COMPARATIF ANNUEL
      *    TLMBPGM143, PENETRATION DE LA CIBLE SIRENE TLMBPGM144,
      *    GRANDS COMPTES A SURVEILLER TLMBPGM146,
      *    QUALIFICATIONS DEVENUES INCOMPLETES TLMBPGM147) :
      *    LIT LE FICHIER DE JALONS RESULTAT (UNE LIGNE
      *    PAR EDITION PRETE, POSEE PAR LA CHAINE APRES CHAQUE PAS
      *    REUSSI) ET EDITE UNE PAGE DE
      *    SYNTHESE DISANT QUELLES EDITIONS SONT PRETES ET LESQUELLES
      *    MANQUENT. EMET AUSSI L'ENREGISTREMENT DE STATISTIQUES
      *    CONSOLIDE DE LA CHAINE (FORMAT TLMCSTA1, CHARGE DANS
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Jalons poses par la chaine (une ligne par edition prete,
      *    nom de programme en col.1-10)
           SELECT resultat ASSIGN TO RESULTAT
             FILE STATUS IS w-resultat.
      *    Enregistrement de statistiques consolide de la chaine
       FILE SECTION.
       FD resultat RECORDING MODE F.
       01 f-resultat.
           05 f-res-programme             PIC  X(10).
           05 FILLER                      PIC  X(70).
       FD stats RECORDING MODE F.
       COPY TLMCSTA1 REPLACING ==:PROG:== BY ==sta==.
       FD log RECORDING MODE F.
      *****************************************************************
       01 w-attendues.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM43'.
               10 FILLER                  PIC  X(30) VALUE
                    'Sante mensuelle du portefeuil.'.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM39'.
               10 FILLER                  PIC  X(30) VALUE
                    'Portefeuilles par commercial  '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM88'.
               10 FILLER                  PIC  X(30) VALUE
                    'Chiffre d''affaires signe      '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM91'.
               10 FILLER                  PIC  X(30) VALUE
                    'Pipeline par famille produit  '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM124'.
               10 FILLER                  PIC  X(30) VALUE
                    'Pipeline par section NAF      '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM127'.
               10 FILLER                  PIC  X(30) VALUE
                    'Satisfaction client (NPS)     '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM131'.
               10 FILLER                  PIC  X(30) VALUE
                    'Delai de premier contact      '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM32'.
               10 FILLER                  PIC  X(30) VALUE
                    'Tendance des executions       '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM48'.
               10 FILLER                  PIC  X(30) VALUE
                    'Tendance des rejets           '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM96'.
               10 FILLER                  PIC  X(30) VALUE
                    'Commissions et interface paie '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM114'.
               10 FILLER                  PIC  X(30) VALUE
                    'Primes et suivi du parrainage '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM134'.
               10 FILLER                  PIC  X(30) VALUE
                    'Reconquete des perdus         '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM29'.
               10 FILLER                  PIC  X(30) VALUE
                    'Retention des tables d''audit  '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM108'.
               10 FILLER                  PIC  X(30) VALUE
                    'Ciblage renouvellements       '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM105'.
               10 FILLER                  PIC  X(30) VALUE
                    'Degradations notation credit  '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM107'.
               10 FILLER                  PIC  X(30) VALUE
                    'Rapprochement clients factur. '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM139'.
               10 FILLER                  PIC  X(30) VALUE
                    'Exactitude des donnees        '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM137'.
               10 FILLER                  PIC  X(30) VALUE
                    'Tirage verification terrain   '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM143'.
               10 FILLER                  PIC  X(30) VALUE
                    'Comparatif annuel             '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM144'.
               10 FILLER                  PIC  X(30) VALUE
                    'Penetration cible SIRENE      '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM146'.
               10 FILLER                  PIC  X(30) VALUE
                    'Grands comptes a surveiller   '.
           05 FILLER.
               10 FILLER                  PIC  X(10) VALUE 'TLMBPGM147'.
               10 FILLER                  PIC  X(30) VALUE
                    'Qualifications incompletes    '.
       01 w-attendues-tab REDEFINES w-attendues.
           05 w-att-ent OCCURS 22.
               10 w-att-pgm               PIC  X(10).
               10 w-att-lib               PIC  X(30).
       01 w-prets.
           05 w-pret-flag OCCURS 22      PIC  9(01).
       77 w-idx                          PIC  S9(04) COMP.
      *    Compteurs pour le compte-rendu et les statistiques
       77 w-cpt-pret                     PIC  S9(07) COMP-3.
           PERFORM INIT
           PERFORM TRT-JALONS
           PERFORM EDITE-SYNTHESE
      *    RC=4 quand au moins une edition attendue manque, pour que
      *    l'ordonnanceur signale le mois incomplet
           IF w-cpt-pret < 22 THEN
             MOVE 4                       TO RETURN-CODE
           END-IF
           PERFORM ECRIT-STATS
           PERFORM FIN
           GOBACK
           .

           MOVE 0                          TO w-cpt-pret
           PERFORM RAZ-PRET
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > 22
           PERFORM ENTETE
           .

       COCHE-JALON.
           PERFORM COCHE-UNE-ENTREE
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > 22
           PERFORM LEC-JALON
           .

       EDITE-SYNTHESE.
           PERFORM EDITE-UNE-EDITION
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > 22
           .

       EDITE-UNE-EDITION.
             MOVE w-date-exec          TO sta-sta-date
             MOVE w-heure-hhmmss       TO sta-sta-heure
             MOVE ZERO                 TO sta-sta-duree-s
             MOVE 22                   TO sta-sta-nblec
             MOVE w-cpt-pret           TO sta-sta-nbok
             MOVE ZERO                 TO sta-sta-nbrej
             COMPUTE sta-sta-nberr = 22 - w-cpt-pret
             MOVE RETURN-CODE          TO sta-sta-coderet
             WRITE sta-sta
             IF w-stats NOT = '00' THEN
               DISPLAY 'MET-ERR ECRITURE STATS <' w-stats '>'
