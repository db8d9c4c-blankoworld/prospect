      *         RESYNCHRONISATION, VIDER LE FICHIER HORODATE.
      *    DANS LES DEUX CAS, HORODATE EST REECRIT EN FIN DE PASSAGE
      *    AVEC L'HORODATAGE DE DEBUT DU PRESENT EXTRAIT.
      *    LE CRM AVAL RECOIT TELEPHONES ET ADRESSES ELECTRONIQUES EN
      *    CLAIR : LES JETONS STOCKES EN BASE (CF. TLMTOK) SONT RESOLUS
      *    PAR LA COUCHE PHYSIQUE TLMPCON2, POUR AUTANT QUE TLMBPGM7 Y
      *    SOIT HABILITE (TLMCFG, PARAMETRE 'CLAIR') ; A DEFAUT, LES
      *    JETONS PARTENT TELS QUELS ET LE COMPTE-RENDU LES DECOMPTE.
      *    CHAQUE PASSAGE EST TRACE DANS LE JOURNAL DES EXTRACTIONS
      *    NOMINATIVES TLMEXT (TYPE, INSTANT DES DONNEES, CRITERES,
      *    VOLUME), BASE DE L'ETUDE D'IMPACT D'UNE VIOLATION DE
      *    DONNEES (TLMBPGM129).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM7.
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
       01 w-export                       PIC   X(02).
       01 w-log                          PIC   X(02).
           05 w-cpt-exp                   PIC  S9(07) COMP-3.
      *       Dont enregistrements de suppression (mode differentiel)
           05 w-cpt-sup                   PIC  S9(07) COMP-3.
      *       Lignes dont les coordonnees n'ont pu etre resolues en
      *       clair (origine non habilitee) : jetons exportes
           05 w-cpt-jet                   PIC  S9(07) COMP-3.
       01 w-rap-exp.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes exportees :               '.
           05 FILLER                     PIC   X(43) VALUE
                'Dont enregistrements de suppression :      '.
           05 w-rap-sup-nbr              PIC   ZZZBZZ9.
       01 w-rap-jet.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes exportees en jetons (non resolus) : '.
           05 w-rap-jet-nbr              PIC   ZZZBZZ9.
       01 w-rap-mode.
           05 FILLER                     PIC   X(21) VALUE
                'Mode d''extraction :  '.
           END-IF
           MOVE 0                        TO w-cpt-exp
                                            w-cpt-sup
                                            w-cpt-jet
      *    Coordonnees demandees en clair a la couche physique, au nom
      *    de ce programme
           MOVE 'TLMBPGM7'               TO tlmcpil-origine
           SET tlmcpil-clair-oui         TO TRUE
           MOVE 'A'                      TO w-action
           SET w-err-export-non          TO TRUE
      *    Mode "tel qu'au..." : un timestamp sur ASOFDATE bascule
      * le cas echeant, un de ses contacts).
      *****************************************************************
       ECRIT-LIGNE-EXPORT.
           IF w-con-tel NOT = SPACES OR w-con-mel NOT = SPACES THEN
             PERFORM CLAIR-CON
           END-IF
           MOVE SPACES                   TO f-exp
           MOVE w-pro-id                 TO f-exp-pro-id
           MOVE w-pro-nom                TO f-exp-pro-nom
           END-IF
           .

      *****************************************************************
      * Telephone et adresse electronique du contact en cours, lus en
      * jetons dans TLMCON/TLMCONH, resolus en clair par TLMPCON2.
      * Refus (rc '20', origine non habilitee) ou incident : les
      * valeurs lues partent telles quelles, et sont decomptees.
      *****************************************************************
       CLAIR-CON.
           MOVE SPACES                   TO cpcon2-ent
           MOVE w-con-tel                TO cpcon2-ent-jet-tel
           MOVE w-con-mel                TO cpcon2-ent-jet-mel
           MOVE 'CLAIR'                  TO tlmcpil-fct
           CALL 'TLMPCON2' USING tlmcpil cpcon2
           IF tlmcpil-rc = '00' THEN
             MOVE cpcon2-sor-jet-tel     TO w-con-tel
             MOVE cpcon2-sor-jet-mel     TO w-con-mel
           ELSE
             ADD 1                       TO w-cpt-jet
           END-IF
           .

      *****************************************************************
      * Cle du prospect courant dans le referentiel du partenaire
      * destinataire (croisement TLMXRF, sens inverse : identifiant
             MOVE w-rap-sup            TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           IF w-cpt-jet > 0 THEN
             MOVE w-cpt-jet            TO w-rap-jet-nbr
             MOVE w-rap-jet            TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
      *    Reecriture de l'horodatage pour le prochain differentiel.
      *    En cas d'incident d'ecriture sur EXPORT, l'horodatage n'est
      *    pas avance : le prochain differentiel reprendra les lignes
             WHEN OTHER
               PERFORM ECRIT-HORODATE
           END-EVALUATE
           PERFORM JOURNALISE-EXTRACTION
           CLOSE export
           IF w-export NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE EXPORT <' w-export '>'
           END-IF
           .

      *****************************************************************
      * Trace de l'extraction dans le journal TLMEXT, qui permet de
      * retrouver les contacts d'un fichier perdu ou divulgue
      * (TLMBPGM129). Un incident est signale sans invalider le
      * fichier produit.
      *****************************************************************
       JOURNALISE-EXTRACTION.
           MOVE 'CRM'                      TO tlmext-typeext
           MOVE 'TLMBPGM7'                 TO tlmext-programme
           MOVE SPACES                     TO tlmext-critere
           EVALUATE TRUE
             WHEN w-mode-asof
               MOVE w-ts-asof              TO tlmext-dtdonnees
               MOVE 'TEL QU''AU'            TO tlmext-critere
             WHEN w-mode-delta
               MOVE w-ts-courante          TO tlmext-dtdonnees
               STRING 'DIFFERENTIEL DEPUIS ' w-ts-derniere
                 DELIMITED BY SIZE         INTO tlmext-critere
             WHEN OTHER
               MOVE w-ts-courante          TO tlmext-dtdonnees
               MOVE 'COMPLET'              TO tlmext-critere
           END-EVALUATE
           IF w-estamp-actif THEN
             MOVE 'EMETTEUR='              TO tlmext-critere (48 : 9)
             MOVE w-eme-code               TO tlmext-critere (57 : 4)
           END-IF
           MOVE w-cpt-exp                  TO tlmext-nbenr
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

       END PROGRAM TLMBPGM7.
