      *    LES TOTAUX PRECEDENTS SONT REPUTES NULS ET AUCUN ECART
      *    N'EST ALORS SIGNIFICATIF.
      *
      *    LES MONTANTS D'AFFAIRES SONT CONVERTIS EN EUROS AU COURS DU
      *    DERNIER JOUR DE COTATION CONNU A LA DATE DU JOUR (TLMCHG),
      *    DATE INDIQUEE SUR LE RAPPORT ; UNE AFFAIRE HORS EURO SANS
      *    COURS CE JOUR-LA N'EST PAS COMPTEE ET EST SIGNALEE (RC 4).
      *
      *    TRAITEMENT AUTONOME, COMME TLMBPGM9/11/13, SANS ETAPE DANS
      *    LE CYCLE NOCTURNE D'APPAREILLAGE (TLMNUIT1).
      *****************************************************************
       01 w-eot-aff                      PIC   9.
           88 w-eot-aff-oui                      VALUE 1.
           88 w-eot-aff-non                      VALUE 0.
      *    Montant d'affaires du stade courant du curseur, et nombre
      *    d'affaires hors euro sans cours a la date de cours
       77 w-mnt-cur                      PIC  S9(9)V99 COMP-3.
       77 w-sans-cours-cur               PIC  S9(07) COMP.
      *    Date du jour et date de cours retenue pour la conversion
      *    en euros (dernier jour de cotation connu de TLMCHG)
       77 w-date-jour                    PIC   X(08).
       77 w-date-cours                   PIC   X(08).
      *    Affaires hors euro non comptees faute de cours
       77 w-cpt-sans-cours               PIC  S9(07) COMP-3 VALUE 0.
       77 w-cpt-sans-cours-aff           PIC   ZZZZZZ9.
      *    Montants d'affaires actives cumules par stade du prospect
      *    porteur (cf. TRT-PIPELINE-AFF)
       77 w-mnt-nouveau                  PIC  S9(9)V99 COMP-3 VALUE 0.
           05 w-bil-aff-lib               PIC   X(12).
           05 w-bil-aff-mnt               PIC  S9(9)V99 COMP-3.
      *    Forme affichable des montants (euros)
       77 w-bil-aff-mnt-aff              PIC   ZZZZZZZZ9.99.

      *****************************************************************
      * Curseur de ventilation des prospects actifs par stade
      *****************************************************************
      * Curseur de ventilation des montants d'affaires actives
      * (TLMAFF) par stade du prospect porteur, pour la valeur du
      * pipeline en euros (et plus seulement en nombre de prospects).
      * Montant en devise divise par le cours de la devise a la date
      * de cours ; devise a espace (affaire anterieure aux devises) =
      * euro. Sans cours, l'affaire est comptee a part.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-AFF-STADE CURSOR FOR
               SELECT P.STADE,
                      COALESCE(SUM(CASE
                        WHEN A.DEVISE IN ('EUR', '   ')
                          THEN A.MONTANT
                        ELSE DECIMAL(A.MONTANT / C.TAUX, 11, 2)
                      END), 0),
                      SUM(CASE
                        WHEN A.DEVISE NOT IN ('EUR', '   ')
                         AND C.TAUX IS NULL THEN 1
                        ELSE 0
                      END)
               FROM TRAIN04.TLMAFF A
                 INNER JOIN TRAIN04.TLMPRO P
                   ON A.PROID = P.ID
                 LEFT OUTER JOIN TRAIN04.TLMCHG C
                   ON C.DEVISE = A.DEVISE
                  AND C.DTCOURS = :w-date-cours
               WHERE A.STATUT = 'A'
                 AND P.STATUT = 'A'
               GROUP BY P.STADE
               ORDER BY P.STADE
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           ACCEPT w-date-jour               FROM DATE YYYYMMDD
           PERFORM LIT-DATE-COURS
           PERFORM ENTETE
           .

      *****************************************************************
      * Date de cours retenue pour la conversion en euros : le dernier
      * jour de cotation charge dans TLMCHG a la date du jour (espace
      * si aucun cours n'est connu).
      *****************************************************************
       LIT-DATE-COURS.
           EXEC SQL
             SELECT COALESCE(MAX(DTCOURS), ' ')
               INTO :w-date-cours
               FROM TRAIN04.TLMCHG
               WHERE DTCOURS <= :w-date-jour
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR DATE DE COURS SQLCODE <' SQLCODE '>'
             MOVE SPACES                    TO w-date-cours
           END-IF
           .

      *****************************************************************
      * Relecture des totaux par stade du passage precedent (SNAPIN),
      * ecrits dans cet ordre fixe (N, Q, C, P) par ECRIT-SNAPSHOT lors
       LEC-AFF-STADE.
           EXEC SQL
             FETCH CURS-AFF-STADE
               INTO :w-stade-cur, :w-mnt-cur, :w-sans-cours-cur
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-aff-non              TO TRUE
           .

       VENTILE-AFF-STADE.
           ADD w-sans-cours-cur             TO w-cpt-sans-cours
           EVALUATE w-stade-cur
             WHEN 'N'
               MOVE w-mnt-cur                TO w-mnt-nouveau
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           IF w-date-cours = SPACES THEN
             MOVE 'Aucun cours de change connu : euros seulement.'
                                           TO w-enr-log
           ELSE
             STRING
               'Montants convertis en euros au cours du '
                                           DELIMITED SIZE
               w-date-cours                DELIMITED SIZE
               INTO w-enr-log
             END-STRING
           END-IF
           PERFORM ECRIT-LOG
           MOVE 'NOUVEAU LEAD'             TO w-bil-aff-lib
           MOVE w-mnt-nouveau              TO w-bil-aff-mnt
           PERFORM ECRIT-BILAN-AFF
           MOVE 'PONDERE'                  TO w-bil-aff-lib
           MOVE w-mnt-pondere              TO w-bil-aff-mnt
           PERFORM ECRIT-BILAN-AFF
           IF w-cpt-sans-cours > 0 THEN
             MOVE w-cpt-sans-cours         TO w-cpt-sans-cours-aff
             STRING
               'Affaires hors euro sans cours, non comptees : '
                                           DELIMITED SIZE
               w-cpt-sans-cours-aff        DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
             MOVE 4                        TO RETURN-CODE
           END-IF
           .

      *****************************************************************
