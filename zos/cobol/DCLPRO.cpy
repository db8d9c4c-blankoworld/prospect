                                            WITH DEFAULT,
             SOURCE                         CHAR(3) NOT NULL
                                            WITH DEFAULT,
             DTMAJ                          TIMESTAMP NOT NULL,
             COMPTEFAC                      CHAR(10) NOT NULL
                                            WITH DEFAULT,
             PARRAIN                        CHAR(6) NOT NULL
                                            WITH DEFAULT,
             DTATTENTE                      CHAR(8) NOT NULL
                                            WITH DEFAULT,
             MOTATTENTE                     CHAR(30) NOT NULL
                                            WITH DEFAULT,
             LATITUDE                       DECIMAL(8,5) NOT NULL
                                            WITH DEFAULT,
             LONGITUDE                      DECIMAL(8,5) NOT NULL
                                            WITH DEFAULT,
             NAF                            CHAR(5) NOT NULL
                                            WITH DEFAULT,
             TRANCHE                        CHAR(2) NOT NULL
                                            WITH DEFAULT,
             DTCREA                         TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             QBUDGET                        CHAR(1) NOT NULL
                                            WITH DEFAULT,
             QDECIDEUR                      CHAR(1) NOT NULL
                                            WITH DEFAULT,
             QBESOIN                        CHAR(1) NOT NULL
                                            WITH DEFAULT,
             QDELAI                         CHAR(1) NOT NULL
                                            WITH DEFAULT,
             QDTVAL                         CHAR(8) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMPRO                     *
      *                       DTMAJ
      *                       Date/heure de derniere modification
           10 TLMPRO-DTMAJ        PIC X(26).
      *    *************************************************************
      *                       COMPTEFAC
      *                       Numero de compte client du systeme de
      *                       facturation, porte par TLMBPGM106 a
      *                       l'acceptation de l'ouverture de compte
      *                       (cf. TLMOFA) ; espace tant qu'aucun
      *                       compte n'a ete cree
           10 TLMPRO-COMPTEFAC    PIC X(10).
      *    *************************************************************
      *                       PARRAIN
      *                       Identifiant du client (prospect au
      *                       stade 'C') qui a recommande ce prospect,
      *                       estampille a la creation et jamais
      *                       reecrit ensuite (cf. TLMBPGM3) ; espace
      *                       = prospect non parraine
           10 TLMPRO-PARRAIN      PIC X(6).
      *    *************************************************************
      *                       DTATTENTE
      *                       Date (AAAAMMJJ) avant laquelle le prospect
      *                       ne doit pas etre sollicite ("rappeler
      *                       apres...") : premier jour ou le contact
      *                       est de nouveau permis. Couvre tous les
      *                       contacts du prospect. Espace = pas de
      *                       mise en attente (cf. TLMPPRO1 HOLD)
           10 TLMPRO-DTATTENTE    PIC X(8).
      *    *************************************************************
      *                       MOTATTENTE
      *                       Motif libre de la mise en attente
           10 TLMPRO-MOTATTENTE   PIC X(30).
      *    *************************************************************
      *                       LATITUDE
      *                       Latitude de l'adresse principale, en
      *                       degres decimaux, reprise du referentiel
      *                       postal TLMCPV (centre de la commune du
      *                       code postal) a chaque ecriture de
      *                       l'adresse ; 0 avec une longitude a 0 =
      *                       non geocode (code postal inconnu)
           10 TLMPRO-LATITUDE     PIC S9(3)V9(5)  COMP-3.
      *    *************************************************************
      *                       LONGITUDE
      *                       Longitude de l'adresse principale, en
      *                       degres decimaux (cf. LATITUDE)
           10 TLMPRO-LONGITUDE    PIC S9(3)V9(5)  COMP-3.
      *    *************************************************************
      *                       NAF
      *                       Code d'activite principale NAF/APE de
      *                       l'etablissement, au niveau sous-classe
      *                       (4 chiffres et une lettre, ex. 6201Z,
      *                       cf. referentiel TLMNAF) ; porte par
      *                       l'enrichissement SIREN TLMBPGM123 ou
      *                       par le pilotage (TLMPPRO1 SEGMENT) ;
      *                       espace = activite inconnue
           10 TLMPRO-NAF          PIC X(5).
      *    *************************************************************
      *                       TRANCHE
      *                       Tranche d'effectif salarie, codification
      *                       INSEE : 'NN' non employeur, '00' 0
      *                       salarie, '01' 1-2, '02' 3-5, '03' 6-9,
      *                       '11' 10-19, '12' 20-49, '21' 50-99,
      *                       '22' 100-199, '31' 200-249, '32'
      *                       250-499, '41' 500-999, '42' 1000-1999,
      *                       '51' 2000-4999, '52' 5000-9999, '53'
      *                       10000 et plus ; espace = inconnue. Les
      *                       codes numeriques croissent avec
      *                       l'effectif (selection par intervalle)
           10 TLMPRO-TRANCHE      PIC X(2).
               88 TLMPRO-TRANCHE-VALIDE    VALUE 'NN','00','01','02',
                                                 '03','11','12','21',
                                                 '22','31','32','41',
                                                 '42','51','52','53'.
      *    *************************************************************
      *                       DTCREA
      *                       Date/heure de creation du prospect
      *                       (TLMPPRO1 AJOUT), jamais reecrite ;
      *                       '0001-01-01-00.00.00.000000' pour le
      *                       stock anterieur. Point de depart du
      *                       delai de premier contact (TLMBPGM130)
           10 TLMPRO-DTCREA       PIC X(26).
      *    *************************************************************
      *                       QBUDGET, QDECIDEUR, QBESOIN, QDELAI
      *                       Criteres de qualification du prospect,
      *                       poses par TLMPPRO1 QUALIF (pilotage A/M,
      *                       ecrans TLM2 et TLM6) : budget identifie,
      *                       decideur identifie, besoin confirme
      *                       ('O' acquis, 'N' non acquis) et horizon
      *                       d'achat ('1' moins de 3 mois, '2' 3 a 6
      *                       mois, '3' 6 a 12 mois, '4' au-dela, 'N'
      *                       aucun horizon) ; espace = non renseigne.
      *                       Le passage du stade 'N' au stade 'Q'
      *                       exige le jeu minimal de criteres acquis
      *                       (parametre 'QUALIF' de TLMCFG, cf.
      *                       TLMPPRO1/VRF-QUALIF)
           10 TLMPRO-QBUDGET      PIC X(1).
               88 TLMPRO-QBUDGET-ACQUIS    VALUE 'O'.
               88 TLMPRO-QBUDGET-VALIDE    VALUE 'O','N',' '.
           10 TLMPRO-QDECIDEUR    PIC X(1).
               88 TLMPRO-QDECIDEUR-ACQUIS  VALUE 'O'.
               88 TLMPRO-QDECIDEUR-VALIDE  VALUE 'O','N',' '.
           10 TLMPRO-QBESOIN      PIC X(1).
               88 TLMPRO-QBESOIN-ACQUIS    VALUE 'O'.
               88 TLMPRO-QBESOIN-VALIDE    VALUE 'O','N',' '.
           10 TLMPRO-QDELAI       PIC X(1).
               88 TLMPRO-QDELAI-ACQUIS     VALUE '1','2','3','4'.
               88 TLMPRO-QDELAI-VALIDE     VALUE '1','2','3','4',
                                                 'N',' '.
      *    *************************************************************
      *                       QDTVAL
      *                       Date (AAAAMMJJ) du dernier passage au
      *                       stade 'Q' admis par le controle des
      *                       criteres ; espace = prospect jamais
      *                       qualifie sous ce controle (stock
      *                       anterieur). Base du suivi des
      *                       qualifications devenues incompletes
      *                       (TLMBPGM147)
           10 TLMPRO-QDTVAL       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 27      *
      ******************************************************************
