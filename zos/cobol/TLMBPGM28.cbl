      *    (ESPACE = CRITERE NON FILTRANT). LES PROSPECTS SANS CONTACT
      *    ACTIF NE SORTENT PAS (UNE LIGNE M SANS CONTACT N'EST PAS
      *    EXPLOITABLE PAR LE CIRCUIT PILOTAGE).
      *    CHAQUE PASSAGE EST TRACE DANS LE JOURNAL DES EXTRACTIONS
      *    NOMINATIVES TLMEXT (TYPE, INSTANT DES DONNEES, CRITERES,
      *    VOLUME), BASE DE L'ETUDE D'IMPACT D'UNE VIOLATION DE
      *    DONNEES (TLMBPGM129).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM28.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour le journal des
      *    extractions nominatives (TLMEXT)
           EXEC SQL
             INCLUDE DCLEXT
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-selection                    PIC   X(02).
       01 w-csv                          PIC   X(02).
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
      *    Instant de reference des donnees extraites, pour le
      *    journal des extractions
           EXEC SQL
             SELECT CHAR(CURRENT TIMESTAMP)
               INTO :tlmext-dtdonnees
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE 0                          TO w-cpt-ecrit
           PERFORM ENTETE
           .
           MOVE w-cpt-ecrit            TO w-rap-ecrit-nbr
           MOVE w-rap-ecrit            TO w-enr-log
           PERFORM ECRIT-LOG
           PERFORM JOURNALISE-EXTRACTION
           CLOSE csv
           IF w-csv NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE CSVOUT <' w-csv '>'
           END-IF
           .

      *****************************************************************
      * Trace de l'extraction dans le journal TLMEXT, qui permet de
      * retrouver les contacts d'un fichier perdu ou divulgue
      * (TLMBPGM129). Un incident est signale sans invalider le
      * fichier produit.
      *****************************************************************
       JOURNALISE-EXTRACTION.
           MOVE 'CSV'                      TO tlmext-typeext
           MOVE 'TLMBPGM28'                TO tlmext-programme
           MOVE SPACES                     TO tlmext-critere
           STRING 'PROSPECT=' w-sel-pro-id ' STADE=' w-sel-stade
                  ' VILLE=' w-sel-ville
             DELIMITED BY SIZE          INTO tlmext-critere
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

       END PROGRAM TLMBPGM28.
