           05 FILLER                     PIC   X(08) VALUE 'TLMWCH'.
           05 FILLER                     PIC   X(08) VALUE 'TLMOBJ'.
           05 FILLER                     PIC   X(08) VALUE 'TLMCPV'.
           05 FILLER                     PIC   X(08) VALUE 'TLMAFFH'.
           05 FILLER                     PIC   X(08) VALUE 'TLMLIG'.
           05 FILLER                     PIC   X(08) VALUE 'TLMROL'.
           05 FILLER                     PIC   X(08) VALUE 'TLMDEV'.
           05 FILLER                     PIC   X(08) VALUE 'TLMDEVL'.
           05 FILLER                     PIC   X(08) VALUE 'TLMTXC'.
           05 FILLER                     PIC   X(08) VALUE 'TLMCHG'.
           05 FILLER                     PIC   X(08) VALUE 'TLMRDV'.
           05 FILLER                     PIC   X(08) VALUE 'TLMBLO'.
           05 FILLER                     PIC   X(08) VALUE 'TLMLEC'.
           05 FILLER                     PIC   X(08) VALUE 'TLMEQU'.
           05 FILLER                     PIC   X(08) VALUE 'TLMHIE'.
           05 FILLER                     PIC   X(08) VALUE 'TLMPRI'.
           05 FILLER                     PIC   X(08) VALUE 'TLMPRV'.
           05 FILLER                     PIC   X(08) VALUE 'TLMSAN'.
           05 FILLER                     PIC   X(08) VALUE 'TLMSAH'.
           05 FILLER                     PIC   X(08) VALUE 'TLMRSQ'.
           05 FILLER                     PIC   X(08) VALUE 'TLMORC'.
           05 FILLER                     PIC   X(08) VALUE 'TLMOFA'.
           05 FILLER                     PIC   X(08) VALUE 'TLMFCL'.
           05 FILLER                     PIC   X(08) VALUE 'TLMPAR'.
           05 FILLER                     PIC   X(08) VALUE 'TLMEVT'.
           05 FILLER                     PIC   X(08) VALUE 'TLMEVP'.
           05 FILLER                     PIC   X(08) VALUE 'TLMEVL'.
           05 FILLER                     PIC   X(08) VALUE 'TLMPRM'.
           05 FILLER                     PIC   X(08) VALUE 'TLMSEQ'.
           05 FILLER                     PIC   X(08) VALUE 'TLMVAL'.
           05 FILLER                     PIC   X(08) VALUE 'TLMDIF'.
           05 FILLER                     PIC   X(08) VALUE 'TLMCFG'.
           05 FILLER                     PIC   X(08) VALUE 'TLMCKP'.
           05 FILLER                     PIC   X(08) VALUE 'TLMDOM'.
           05 FILLER                     PIC   X(08) VALUE 'TLMNAF'.
           05 FILLER                     PIC   X(08) VALUE 'TLMNPS'.
           05 FILLER                     PIC   X(08) VALUE 'TLMTOK'.
           05 FILLER                     PIC   X(08) VALUE 'TLMEXT'.
           05 FILLER                     PIC   X(08) VALUE 'TLMSLA'.
           05 FILLER                     PIC   X(08) VALUE 'TLMCOU'.
           05 FILLER                     PIC   X(08) VALUE 'TLMTDO'.
           05 FILLER                     PIC   X(08) VALUE 'TLMDOC'.
           05 FILLER                     PIC   X(08) VALUE 'TLMODO'.
           05 FILLER                     PIC   X(08) VALUE 'TLMVER'.
           05 FILLER                     PIC   X(08) VALUE 'TLMNCF'.
           05 FILLER                     PIC   X(08) VALUE 'TLMCLS'.
           05 FILLER                     PIC   X(08) VALUE 'TLMCLF'.
           05 FILLER                     PIC   X(08) VALUE 'TLMVOL'.
           05 FILLER                     PIC   X(08) VALUE 'TLMGCP'.
           05 FILLER                     PIC   X(08) VALUE 'TLMRVP'.
           05 FILLER                     PIC   X(08) VALUE 'TLMDOI'.
           05 FILLER                     PIC   X(08) VALUE 'TLMCNS'.
           05 FILLER                     PIC   X(08) VALUE 'TLMJRN'.
           05 FILLER                     PIC   X(08) VALUE 'TLMJRC'.
           05 FILLER                     PIC   X(08) VALUE 'TLMREA'.
           05 FILLER                     PIC   X(08) VALUE 'TLMEPA'.
       01 w-tables REDEFINES w-tables-val.
           05 w-table-nom OCCURS 83      PIC   X(08).

       PROCEDURE DIVISION.
       DEBUT.
           PERFORM INIT
           PERFORM MESURE-TABLE
             VARYING w-tab-idx FROM 1 BY 1
             UNTIL w-tab-idx > 83
           EXEC SQL
             COMMIT
           END-EXEC
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMCPV
               END-EXEC
             WHEN 'TLMAFFH'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMAFFH
               END-EXEC
             WHEN 'TLMLIG'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMLIG
               END-EXEC
             WHEN 'TLMROL'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMROL
               END-EXEC
             WHEN 'TLMDEV'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMDEV
               END-EXEC
             WHEN 'TLMDEVL'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMDEVL
               END-EXEC
             WHEN 'TLMTXC'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMTXC
               END-EXEC
             WHEN 'TLMCHG'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMCHG
               END-EXEC
             WHEN 'TLMRDV'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMRDV
               END-EXEC
             WHEN 'TLMBLO'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMBLO
               END-EXEC
             WHEN 'TLMLEC'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMLEC
               END-EXEC
             WHEN 'TLMEQU'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMEQU
               END-EXEC
             WHEN 'TLMHIE'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMHIE
               END-EXEC
             WHEN 'TLMPRI'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMPRI
               END-EXEC
             WHEN 'TLMPRV'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMPRV
               END-EXEC
             WHEN 'TLMSAN'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMSAN
               END-EXEC
             WHEN 'TLMSAH'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMSAH
               END-EXEC
             WHEN 'TLMRSQ'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMRSQ
               END-EXEC
             WHEN 'TLMORC'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMORC
               END-EXEC
             WHEN 'TLMOFA'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMOFA
               END-EXEC
             WHEN 'TLMFCL'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMFCL
               END-EXEC
             WHEN 'TLMPAR'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMPAR
               END-EXEC
             WHEN 'TLMEVT'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMEVT
               END-EXEC
             WHEN 'TLMEVP'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMEVP
               END-EXEC
             WHEN 'TLMEVL'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMEVL
               END-EXEC
             WHEN 'TLMPRM'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMPRM
               END-EXEC
             WHEN 'TLMSEQ'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMSEQ
               END-EXEC
             WHEN 'TLMVAL'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMVAL
               END-EXEC
             WHEN 'TLMDIF'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMDIF
               END-EXEC
             WHEN 'TLMCFG'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMCFG
               END-EXEC
             WHEN 'TLMCKP'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMCKP
               END-EXEC
             WHEN 'TLMDOM'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMDOM
               END-EXEC
             WHEN 'TLMNAF'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMNAF
               END-EXEC
             WHEN 'TLMNPS'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMNPS
               END-EXEC
             WHEN 'TLMTOK'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMTOK
               END-EXEC
             WHEN 'TLMEXT'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMEXT
               END-EXEC
             WHEN 'TLMSLA'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMSLA
               END-EXEC
             WHEN 'TLMCOU'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMCOU
               END-EXEC
             WHEN 'TLMTDO'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMTDO
               END-EXEC
             WHEN 'TLMDOC'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMDOC
               END-EXEC
             WHEN 'TLMODO'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMODO
               END-EXEC
             WHEN 'TLMVER'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMVER
               END-EXEC
             WHEN 'TLMNCF'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMNCF
               END-EXEC
             WHEN 'TLMCLS'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMCLS
               END-EXEC
             WHEN 'TLMCLF'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMCLF
               END-EXEC
             WHEN 'TLMVOL'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMVOL
               END-EXEC
             WHEN 'TLMGCP'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMGCP
               END-EXEC
             WHEN 'TLMRVP'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMRVP
               END-EXEC
             WHEN 'TLMDOI'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMDOI
               END-EXEC
             WHEN 'TLMCNS'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMCNS
               END-EXEC
             WHEN 'TLMJRN'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMJRN
               END-EXEC
             WHEN 'TLMJRC'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMJRC
               END-EXEC
             WHEN 'TLMREA'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMREA
               END-EXEC
             WHEN 'TLMEPA'
               EXEC SQL
                 SELECT COUNT(*) INTO :w-nbr
                   FROM TRAIN04.TLMEPA
               END-EXEC
             WHEN OTHER
               DISPLAY 'MET-ERR TABLE INCONNUE <' w-tab-nom '>'
           END-EVALUATE
