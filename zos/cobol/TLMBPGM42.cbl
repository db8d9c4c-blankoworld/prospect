      *    UN ENREGISTREMENT PAR COUPLE PROSPECT/CONTACT ACTIF, OU UN
      *    SEUL A CONTACT BLANC POUR UN PROSPECT SANS CONTACT, DANS
      *    L'ORDRE DES CLES ATTENDU PAR L'APPAREILLAGE.
      *    TELEPHONES ET COURRIELS SONT RESTITUES EN CLAIR (JETONS
      *    RESOLUS PAR LA COUCHE PHYSIQUE TLMPCON2, CF. TLMTOK) : LE
      *    FLUX MAJ, LUI, ARRIVE EN CLAIR, ET DES JETONS DANS ORIGINE
      *    FERAIENT VOIR A L'APPAREILLAGE UNE MODIFICATION SUR CHAQUE
      *    CONTACT. TLMBPGM42 DOIT ETRE HABILITE (TLMCFG, PARAMETRE
      *    'CLAIR') ; LE COMPTE-RENDU DECOMPTE LES LIGNES RESTEES EN
      *    JETONS.
      *    CHAQUE PASSAGE EST TRACE DANS LE JOURNAL DES EXTRACTIONS
      *    NOMINATIVES TLMEXT (TYPE, INSTANT DES DONNEES, CRITERES,
      *    VOLUME), BASE DE L'ETUDE D'IMPACT D'UNE VIOLATION DE
      *    DONNEES (TLMBPGM129).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM42.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour le journal des
      *    extractions nominatives (TLMEXT)
           EXEC SQL
             INCLUDE DCLEXT
           END-EXEC.
      *    Clause COPY pour echange prog./ss-prog. avec la couche
      *    physique TLMPCON2 (resolution des jetons, fct CLAIR)
           COPY TLMCPIL.
           COPY TLMCCON2 REPLACING ==:PROG:== BY ==cpcon2==.
      *    Codes d'etat des fichiers
       01 w-origine                      PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-ecrit                 PIC  S9(07) COMP-3.
      *       Lignes dont les coordonnees n'ont pu etre resolues
           05 w-cpt-jet                   PIC  S9(07) COMP-3.
       01 w-rap-ecrit.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes ORIGINE ecrites :         '.
           05 w-rap-ecrit-nbr             PIC   ZZZZZZ9.
       01 w-rap-jet.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes restees en jetons (non resolus) :   '.
           05 w-rap-jet-nbr               PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-ecrit
                                               w-cpt-jet
      *    Coordonnees demandees en clair a la couche physique, au nom
      *    de ce programme
           MOVE 'TLMBPGM42'                TO tlmcpil-origine
      *    Instant de reference des donnees extraites, pour le
      *    journal des extractions
           EXEC SQL
             SELECT CHAR(CURRENT TIMESTAMP)
               INTO :tlmext-dtdonnees
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           SET tlmcpil-clair-oui           TO TRUE
           PERFORM ENTETE
           .

      * Ecriture d'une ligne ORIGINE (TLMCENR1).
      *****************************************************************
       ECRIT-LIGNE-ORI.
           IF w-con-tel NOT = SPACES OR w-con-mel NOT = SPACES THEN
             PERFORM CLAIR-CON
           END-IF
           MOVE SPACES                     TO f-enr
           MOVE w-pro-id                   TO f-enr-pro-id
           MOVE w-pro-nom                  TO f-enr-pro-nom
           END-IF
           .

      *****************************************************************
      * Telephone et adresse electronique du contact en cours resolus
      * en clair par TLMPCON2 ; refus ou incident : valeurs lues
      * ecrites telles quelles, et decomptees.
      *****************************************************************
       CLAIR-CON.
           MOVE SPACES                     TO cpcon2-ent
           MOVE w-con-tel                  TO cpcon2-ent-jet-tel
           MOVE w-con-mel                  TO cpcon2-ent-jet-mel
           MOVE 'CLAIR'                    TO tlmcpil-fct
           CALL 'TLMPCON2' USING tlmcpil cpcon2
           IF tlmcpil-rc = '00' THEN
             MOVE cpcon2-sor-jet-tel       TO w-con-tel
             MOVE cpcon2-sor-jet-mel       TO w-con-mel
           ELSE
             ADD 1                         TO w-cpt-jet
           END-IF
           .

      *****************************************************************
      * Ecriture d'une ligne dans le fichier de log, avec verification
      * du code d'etat du fichier JOURNAUX.
           MOVE w-cpt-ecrit            TO w-rap-ecrit-nbr
           MOVE w-rap-ecrit            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-jet              TO w-rap-jet-nbr
           MOVE w-rap-jet              TO w-enr-log
           PERFORM ECRIT-LOG
           PERFORM JOURNALISE-EXTRACTION
           CLOSE origine
           IF w-origine NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE ORIGINE <' w-origine '>'
           END-IF
           .

      *****************************************************************
      * Trace de l'extraction dans le journal TLMEXT, qui permet de
      * retrouver les contacts d'un fichier perdu ou divulgue
      * (TLMBPGM129). Un incident est signale sans invalider le
      * fichier produit.
      *****************************************************************
       JOURNALISE-EXTRACTION.
           MOVE 'ORI'                      TO tlmext-typeext
           MOVE 'TLMBPGM42'                TO tlmext-programme
           MOVE SPACES                     TO tlmext-critere
           MOVE w-cpt-ecrit                TO tlmext-nbenr
           EXEC SQL
             INSERT INTO TRAIN04.TLMEXT (
                 TYPEEXT, PROGRAMME, DTEXEC, DTDONNEES, CRITERE,
                 NBENR)
               VALUES (
                 :tlmext-typeext, :tlmext-programme,
                 CURRENT TIMESTAMP, :tlmext-dtdonnees,
                 :tlmext-critere, :tlmext-nbenr)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR TRACE TLMEXT SQLCODE <' sqlcode '>'
           ELSE
             EXEC SQL
               COMMIT
             END-EXEC
           END-IF
           .

       END PROGRAM TLMBPGM42.
