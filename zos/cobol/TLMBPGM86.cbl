      *          LE JOURNAL DURABLE TLMDBJ (TLMPDBJ1, ALIMENTE PAR
      *          L'ECRAN TLM4) : QUI A TRANCHE QUOI, QUAND, SUR
      *          QUELLES VALEURS, AVEC LA VENTILATION PAR DECISION ;
      *          Y FIGURENT AUSSI LES CREATIONS FORCEES SUR L'ECRAN
      *          TLM2 (PROSPECT CREE MALGRE UN DOUBLON POSSIBLE
      *          SIGNALE A L'OPERATEUR), UNE LIGNE PAR DOUBLON ECARTE ;
      *       2. LES PAIRES ENCORE EN ATTENTE D'ARBITRAGE, RELUES
      *          DANS LE FICHIER VSAM DOUBLONS (TLMCDBL1) : CE QUI
      *          RESTE A TRAITER AVANT LE PROCHAIN PASSAGE DE
           05 w-cpt-fus                   PIC  S9(07) COMP-3.
           05 w-cpt-gar                   PIC  S9(07) COMP-3.
           05 w-cpt-ign                   PIC  S9(07) COMP-3.
           05 w-cpt-frc                   PIC  S9(07) COMP-3.
           05 w-cpt-rempl                 PIC  S9(07) COMP-3.
           05 w-cpt-attente               PIC  S9(07) COMP-3.
       01 w-rap-arb.
           05 FILLER                     PIC   X(43) VALUE
                '  dont ignorer :                           '.
           05 w-rap-ign-nbr              PIC   ZZZBZZ9.
       01 w-rap-frc.
           05 FILLER                     PIC   X(43) VALUE
                '  dont creations forcees (TLM2) :          '.
           05 w-rap-frc-nbr              PIC   ZZZBZZ9.
       01 w-rap-rempl.
           05 FILLER                     PIC   X(43) VALUE
                '  dont revisions d''une decision anterieure:'.
                                            w-cpt-fus
                                            w-cpt-gar
                                            w-cpt-ign
                                            w-cpt-frc
                                            w-cpt-rempl
                                            w-cpt-attente
           OPEN OUTPUT log
      * paire et les noms tels que l'operateur les a vus.
      *****************************************************************
       TRT-JOURNAL.
           MOVE 'Arbitrages des 7 derniers jours (TLM4, TLM2) :'
                                         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                      TO w-enr-log
             WHEN 'G'
               MOVE 'GARDER '            TO w-dec-lib
               ADD 1                     TO w-cpt-gar
      *      creation forcee sur TLM2 : PRO1 existant, PRO2 cree
             WHEN 'C'
               MOVE 'FORCEE '            TO w-dec-lib
               ADD 1                     TO w-cpt-frc
             WHEN OTHER
               MOVE 'IGNORER'            TO w-dec-lib
               ADD 1                     TO w-cpt-ign
           MOVE w-cpt-ign              TO w-rap-ign-nbr
           MOVE w-rap-ign              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-frc              TO w-rap-frc-nbr
           MOVE w-rap-frc              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rempl            TO w-rap-rempl-nbr
           MOVE w-rap-rempl            TO w-enr-log
           PERFORM ECRIT-LOG
