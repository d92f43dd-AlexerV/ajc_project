       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FACTMRG.
      **********************************************
      * FUSION DE LA FACTURATION PARTITIONNEE :    *
      * LES SORTIES DES PARTITIONS (CREAFACT EN    *
      * MODE PARTITION) SONT REMISES DANS L'ORDRE  *
      * DU PASSAGE SERIE POUR DONNER UN SEUL FFACT,*
      * UN SEUL FGLPOST, UN SEUL FEINVOICE ET UN   *
      * SEUL RESUME DE LOT, AU MEME CONTENU QU'UN  *
      * PASSAGE SERIE.                             *
      * ENTREES (DD CONCATENEES, LES PARTITIONS    *
      * DANS LE MEME ORDRE SUR LES QUATRE DD) :    *
      *  FACTIDX  INDEX DE FUSION DES PARTITIONS   *
      *  FACTIN   FFACT DES PARTITIONS             *
      *  GLPIN    FGLPOST DES PARTITIONS           *
      *  EINVIN   FEINVOICE DES PARTITIONS         *
      * CHAQUE FICHE 'D' DE L'INDEX DIT COMBIEN    *
      * D'ENREGISTREMENTS LA PIECE A ECRITS SUR    *
      * CHAQUE SORTIE : ILS SONT RANGES SUR LE     *
      * FICHIER DE TRAVAIL FMRGWRK SOUS LE RANG    *
      * SERIE DE LA PIECE, PUIS RELUS DANS L'ORDRE *
      * DE LA CLE. LE SAUT DE PAGE ENTRE DEUX      *
      * PIECES EST POSE ICI, COMME CREAFACT LE     *
      * POSE EN SERIE.                             *
      * CONTROLES : TOUTES LES PARTITIONS DE       *
      * INVPARTS ONT TERMINE (FICHE 'C'), AUCUNE   *
      * PIECE EN DOUBLE, PIECES ET FACTURES        *
      * CONFORMES AU BLOC RESERVE PAR FACTPREP,    *
      * AUCUN ENREGISTREMENT ORPHELIN - SINON      *
      * ABEND VIA ALERTOPS, RIEN N'EST PUBLIE.     *
      * LA FUSION S'INSCRIT SOUS L'IDENTITE        *
      * CREAFACT ATTENDUE PAR LES SUCCESSEURS ET   *
      * PEUT ETRE RELANCEE TELLE QUELLE.           *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PARTIDX ASSIGN TO FACTIDX
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PIX.
            SELECT FACTIN ASSIGN TO FACTIN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-FIN.
            SELECT GLPIN ASSIGN TO GLPIN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GIN.
            SELECT EINVIN ASSIGN TO EINVIN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EIN.
            SELECT FACT ASSIGN TO FFACT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT GLP ASSIGN TO FGLPOST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GLP.
            SELECT EINV ASSIGN TO FEINVOICE
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EINV.
            SELECT MRGWRK ASSIGN TO FMRGWRK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MWK-KEY
            FILE STATUS IS WS-FS-MWK.
            SELECT FACTCHK ASSIGN TO FFACTCHK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHK-KEY
            FILE STATUS IS WS-FS-CHK.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARTIDX.
       COPY FACTIDX.
       FD FACTIN.
       01 FACTIN-ENR        PIC X(78).
       FD GLPIN.
       01 GLPIN-ENR         PIC X(77).
       FD EINVIN.
       01 EINVIN-ENR        PIC X(150).
       FD FACT.
       01 FACT-ENR          PIC X(78).
       FD GLP.
       COPY GLPOST.
       FD EINV.
       01 EINV-ENR          PIC X(150).
      *    FICHIER DE TRAVAIL : UNE FICHE PAR ENREGISTREMENT DE
      *    SORTIE, CLE = RANG SERIE DE LA PIECE + SORTIE (E = E-
      *    FACTURE, F = FACTURE IMPRIMEE, G = GRAND LIVRE) + RANG
      *    DANS LA PIECE - LA TAILLE DU LOT N'EST BORNEE QUE PAR LE
      *    DISQUE
       FD MRGWRK.
       01 MWK-ENR.
          05 MWK-KEY.
             10 MWK-SEQ        PIC 9(7).
             10 MWK-FILE       PIC X.
             10 MWK-RANK       PIC 9(5).
          05 MWK-DATA          PIC X(150).
       FD FACTCHK.
       COPY FACTCHK.
       FD PARAMS.
       COPY PARAMREC.

       WORKING-STORAGE SECTION.
       77 WS-FS             PIC XX.
       77 WS-FS-PIX         PIC XX.
       77 WS-FS-FIN         PIC XX.
       77 WS-FS-GIN         PIC XX.
       77 WS-FS-EIN         PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 WS-FS-EINV        PIC XX.
       77 WS-FS-MWK         PIC XX.
       77 WS-FS-CHK         PIC XX.
       77 WS-FS-PRM         PIC XX.
       77 FF-PIX            PIC 9 VALUE ZERO.
       77 FF-MWK            PIC 9 VALUE ZERO.
       77 WS-RANK           PIC 9(5) VALUE ZERO.
       77 WS-LAST-FACT-SEQ  PIC 9(7) VALUE ZERO.
       01 WS-RUN-DATE-NUM   PIC 9(8).
       77 WS-RUN-DATE-TXT   PIC X(8) VALUE SPACES.

      ***************************************
      * BLOC RESERVE PAR FACTPREP ET        *
      * PARTITIONS ATTENDUES                *
      ***************************************
       77 WS-BLK-INVOICES   PIC 9(7) VALUE ZERO.
       77 WS-BLK-DOCS       PIC 9(7) VALUE ZERO.
       77 WS-PART-COUNT     PIC 9(2) VALUE ZERO.
       77 WS-PART-DONE      PIC 9(2) VALUE ZERO.
       77 WS-PT-IDX         PIC 9(2) VALUE ZERO.
       01 WS-PART-SEEN-TABLE.
          05 WS-PART-SEEN   PIC X OCCURS 20 TIMES.
       77 WS-PART-ORDERS    PIC 9(7) VALUE ZERO.
       77 WS-DOC-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-FACT-RECS      PIC 9(7) VALUE ZERO.
       77 WS-GLP-RECS       PIC 9(7) VALUE ZERO.
       77 WS-EINV-RECS      PIC 9(7) VALUE ZERO.

      ***************************************
      * RESUME DE LOT (MEMES RUBRIQUES QUE  *
      * LE RESUME DE CREAFACT EN SERIE)     *
      ***************************************
       77 WS-INVOICE-COUNT    PIC 9(7) VALUE 0.
       77 WS-HELD-AMOUNT      PIC S9(9)V99 VALUE 0.
       77 WS-SUM-SUB-TOTAL    PIC S9(9)V99 VALUE 0.
       77 WS-SUM-PROMO-DISC   PIC S9(9)V99 VALUE ZERO.
       77 WS-SUM-FREIGHT      PIC S9(9)V99 VALUE ZERO.
       77 WS-SUM-REBATE       PIC S9(9)V99 VALUE ZERO.
       77 WS-VARIANCE-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-SUM-ST-VALUE     PIC S9(9)V99 VALUE 0.
       77 WS-SUM-COM-VALUE    PIC S9(9)V99 VALUE 0.
       77 WS-SUM-TOTAL        PIC S9(9)V99 VALUE 0.
       77 WS-EINV-TOTAL-LINES PIC 9(7) VALUE ZERO.
       77 WS-CARD-COUNT       PIC 9(7) VALUE ZERO.
       77 WS-SUM-CARD         PIC S9(9)V99 VALUE ZERO.
       77 WS-PFA-COUNT        PIC 9(7) VALUE ZERO.
       77 WS-SUM-PFA          PIC S9(9)V99 VALUE ZERO.
       77 WS-NC-DOC-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-SUM-NC-COST      PIC S9(9)V99 VALUE ZERO.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'FACTMRG'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - FUSION FACTURATION PARTITIONNEE'.

       COPY RUNCTLP.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-TXT
            PERFORM RUNCTL-START
            PERFORM GET-INVOICE-BLOCK
            PERFORM GET-PARTITION-COUNT
            PERFORM LOAD-WORKFILE
            PERFORM CHECK-COMPLETENESS
            PERFORM WRITE-MERGED-OUTPUTS
            PERFORM WRITE-BATCH-SUMMARY
            PERFORM WRITE-RUN-JOURNAL
            PERFORM RUNCTL-END
            GOBACK.

      ***************************************
      * CONTROLE D'ENCHAINEMENT (RUNCTL) :  *
      * LA FUSION TIENT LIEU DE CREAFACT    *
      * POUR LES SUCCESSEURS - LES          *
      * PARTITIONS SONT CONTROLEES PAR LEUR *
      * FICHE DE FIN SUR L'INDEX            *
      ***************************************
       RUNCTL-START.
           MOVE 'CREAFACT' TO RC-PROGRAM
           MOVE 'FACTPREP' TO RC-PRED
           ACCEPT RC-DATE FROM DATE YYYYMMDD
           MOVE 'S' TO RC-FUNC
           CALL 'RUNCTL' USING RC-PARM
           IF RC-RC NOT = ZERO
              DISPLAY 'ENCHAINEMENT REFUSE PAR RUNCTL'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       RUNCTL-END.
           MOVE 'E' TO RC-FUNC
           CALL 'RUNCTL' USING RC-PARM.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL)  *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'FACTMRG' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-DOC-COUNT TO RJ-IN-COUNT
           MOVE WS-INVOICE-COUNT TO RJ-OUT-COUNT
           MOVE ZERO TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * BLOC DU JOUR RESERVE PAR FACTPREP   *
      ***************************************
       GET-INVOICE-BLOCK.
           OPEN INPUT FACTCHK
           IF WS-FS-CHK NOT = '00'
              DISPLAY 'ERR OPEN FFACTCHK, FS=' WS-FS-CHK
              PERFORM ABEND-PROG
           END-IF
           MOVE 'INVBLK' TO CHK-KEY
           READ FACTCHK KEY IS CHK-KEY
              INVALID KEY
                 DISPLAY 'AUCUN BLOC DE NUMEROS RESERVE (FACTPREP)'
                 CLOSE FACTCHK
                 PERFORM ABEND-PROG
           END-READ
           CLOSE FACTCHK
           IF CHK-RUN-DATE NOT = WS-RUN-DATE-TXT
              DISPLAY 'BLOC DE NUMEROS DU ' CHK-RUN-DATE
                      ' PERIME - PAS DE PASSAGE PARTITIONNE DU JOUR'
              PERFORM ABEND-PROG
           END-IF
           MOVE CHK-INV-COUNT TO WS-BLK-INVOICES
           MOVE CHK-IDX-RECS  TO WS-BLK-DOCS.

       GET-PARTITION-COUNT.
           OPEN INPUT PARAMS
           IF WS-FS-PRM NOT = '00'
              DISPLAY 'FPARAMS ABSENT - PARTITIONS NON DEFINIES'
              PERFORM ABEND-PROG
           END-IF
           MOVE 'INVPARTS  ' TO OPR-KEY
           READ PARAMS KEY IS OPR-KEY
              INVALID KEY
                 MOVE SPACES TO OPR-VALUE
           END-READ
           CLOSE PARAMS
           IF OPR-VALUE(1:2) IS NUMERIC
              MOVE OPR-VALUE(1:2) TO WS-PART-COUNT
           END-IF
           IF WS-PART-COUNT = ZERO OR WS-PART-COUNT > 20
              DISPLAY 'FICHE INVPARTS ABSENTE OU HORS 01-20'
              PERFORM ABEND-PROG
           END-IF
           MOVE ALL 'N' TO WS-PART-SEEN-TABLE.

      ***************************************
      * CHARGEMENT : CHAQUE FICHE D'INDEX   *
      * EMPORTE SES ENREGISTREMENTS DE      *
      * SORTIE, LUS DANS LE MEME ORDRE SUR  *
      * LES DD CONCATENEES                  *
      ***************************************
       LOAD-WORKFILE.
           OPEN OUTPUT MRGWRK
           CLOSE MRGWRK
           OPEN I-O MRGWRK
           IF WS-FS-MWK NOT = '00'
              DISPLAY 'ERR OPEN FMRGWRK, FS=' WS-FS-MWK
              PERFORM ABEND-PROG
           END-IF
           OPEN INPUT PARTIDX
           OPEN INPUT FACTIN
           OPEN INPUT GLPIN
           OPEN INPUT EINVIN
           IF WS-FS-PIX NOT = '00' OR WS-FS-FIN NOT = '00'
              OR WS-FS-GIN NOT = '00' OR WS-FS-EIN NOT = '00'
              DISPLAY 'ERR OPEN ENTREES DES PARTITIONS, FS='
                      WS-FS-PIX '/' WS-FS-FIN '/' WS-FS-GIN '/'
                      WS-FS-EIN
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-PARTIDX
           PERFORM UNTIL FF-PIX = 1
              IF FIX-PART = ZERO OR FIX-PART > WS-PART-COUNT
                 DISPLAY 'INDEX DE LA PARTITION ' FIX-PART
                         ' HORS DES ' WS-PART-COUNT ' PARTITIONS'
                 PERFORM ABEND-PROG
              END-IF
              EVALUATE TRUE
                 WHEN FIX-DOCUMENT
                    PERFORM LOAD-DOCUMENT
                 WHEN FIX-CONTROL
                    PERFORM LOAD-PARTITION-END
                 WHEN OTHER
                    DISPLAY 'FICHE D''INDEX INCONNUE : ' FIX-TYPE
                    PERFORM ABEND-PROG
              END-EVALUATE
              PERFORM READ-PARTIDX
           END-PERFORM
      *    PLUS RIEN NE DOIT RESTER SUR LES SORTIES DES PARTITIONS
           READ FACTIN
              NOT AT END
                 DISPLAY 'FACTIN : ENREGISTREMENTS HORS INDEX'
                 PERFORM ABEND-PROG
           END-READ
           READ GLPIN
              NOT AT END
                 DISPLAY 'GLPIN : ENREGISTREMENTS HORS INDEX'
                 PERFORM ABEND-PROG
           END-READ
           READ EINVIN
              NOT AT END
                 DISPLAY 'EINVIN : ENREGISTREMENTS HORS INDEX'
                 PERFORM ABEND-PROG
           END-READ
           CLOSE PARTIDX
           CLOSE FACTIN
           CLOSE GLPIN
           CLOSE EINVIN
           CLOSE MRGWRK.

       READ-PARTIDX.
           READ PARTIDX
              AT END
                 MOVE 1 TO FF-PIX
           END-READ.

       LOAD-DOCUMENT.
           ADD 1 TO WS-DOC-COUNT
           MOVE FIX-SEQ TO MWK-SEQ
           MOVE 'F'     TO MWK-FILE
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > FIX-FACT-RECS
              READ FACTIN
                 AT END
                    DISPLAY 'FACTIN PLUS COURT QUE L''INDEX (PIECE '
                            FIX-SEQ ')'
                    PERFORM ABEND-PROG
              END-READ
              MOVE FACTIN-ENR TO MWK-DATA
              PERFORM WRITE-WORK-RECORD
           END-PERFORM
           MOVE 'G'     TO MWK-FILE
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > FIX-GLP-RECS
              READ GLPIN
                 AT END
                    DISPLAY 'GLPIN PLUS COURT QUE L''INDEX (PIECE '
                            FIX-SEQ ')'
                    PERFORM ABEND-PROG
              END-READ
              MOVE GLPIN-ENR TO MWK-DATA
              PERFORM WRITE-WORK-RECORD
           END-PERFORM
           MOVE 'E'     TO MWK-FILE
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > FIX-EINV-RECS
              READ EINVIN
                 AT END
                    DISPLAY 'EINVIN PLUS COURT QUE L''INDEX (PIECE '
                            FIX-SEQ ')'
                    PERFORM ABEND-PROG
              END-READ
              MOVE EINVIN-ENR TO MWK-DATA
              PERFORM WRITE-WORK-RECORD
           END-PERFORM
           ADD FIX-INV-COUNT   TO WS-INVOICE-COUNT
           ADD FIX-SUB-TOTAL   TO WS-SUM-SUB-TOTAL
           ADD FIX-PROMO-DISC  TO WS-SUM-PROMO-DISC
           ADD FIX-FREIGHT     TO WS-SUM-FREIGHT
           ADD FIX-REBATE      TO WS-SUM-REBATE
           ADD FIX-VARIANCES   TO WS-VARIANCE-COUNT
           ADD FIX-ST-VALUE    TO WS-SUM-ST-VALUE
           ADD FIX-COM-VALUE   TO WS-SUM-COM-VALUE
           ADD FIX-TOTAL       TO WS-SUM-TOTAL
           ADD FIX-EINV-LINES  TO WS-EINV-TOTAL-LINES
           ADD FIX-CARD-COUNT  TO WS-CARD-COUNT
           ADD FIX-CARD-AMOUNT TO WS-SUM-CARD
           ADD FIX-PFA-COUNT   TO WS-PFA-COUNT
           ADD FIX-PFA-AMOUNT  TO WS-SUM-PFA
           ADD FIX-NC-COUNT    TO WS-NC-DOC-COUNT
           ADD FIX-NC-COST     TO WS-SUM-NC-COST.

      *    UNE CLE EN DOUBLE = LA MEME PIECE FACTUREE PAR DEUX
      *    PARTITIONS (TRANCHES MODIFIEES ENTRE FACTPREP ET LES
      *    PARTITIONS, OU PARTITION CONCATENEE DEUX FOIS)
       WRITE-WORK-RECORD.
           MOVE WS-RANK TO MWK-RANK
           WRITE MWK-ENR
              INVALID KEY
                 DISPLAY 'PIECE ' FIX-SEQ ' EN DOUBLE (PARTITION '
                         FIX-PART ')'
                 PERFORM ABEND-PROG
           END-WRITE
           IF WS-FS-MWK NOT = '00'
              DISPLAY 'ERR WRITE FMRGWRK, FS=' WS-FS-MWK
              PERFORM ABEND-PROG
           END-IF.

       LOAD-PARTITION-END.
           IF WS-PART-SEEN(FIX-PART) = 'Y'
              DISPLAY 'PARTITION ' FIX-PART ' PRESENTE DEUX FOIS'
              PERFORM ABEND-PROG
           END-IF
           MOVE 'Y' TO WS-PART-SEEN(FIX-PART)
           ADD 1 TO WS-PART-DONE
           ADD FIX-PART-ORDERS TO WS-PART-ORDERS
           MOVE FIX-HELD-AMOUNT TO WS-HELD-AMOUNT.

      ***************************************
      * LE LOT FUSIONNE DOIT ETRE COMPLET : *
      * TOUTES LES PARTITIONS TERMINEES ET  *
      * LES COMPTES DU BLOC DE FACTPREP     *
      * RETROUVES                           *
      ***************************************
       CHECK-COMPLETENESS.
           IF WS-PART-DONE NOT = WS-PART-COUNT
              DISPLAY 'PARTITIONS TERMINEES : ' WS-PART-DONE
                      ' SUR ' WS-PART-COUNT
              PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                      UNTIL WS-PT-IDX > WS-PART-COUNT
                 IF WS-PART-SEEN(WS-PT-IDX) NOT = 'Y'
                    DISPLAY '  PARTITION ' WS-PT-IDX
                            ' ABSENTE OU INTERROMPUE'
                 END-IF
              END-PERFORM
              PERFORM ABEND-PROG
           END-IF
           IF WS-DOC-COUNT NOT = WS-BLK-DOCS
              OR WS-PART-ORDERS NOT = WS-BLK-DOCS
              OR WS-INVOICE-COUNT NOT = WS-BLK-INVOICES
              DISPLAY 'LOT FUSIONNE EN ECART AVEC FACTPREP :'
              DISPLAY '  PIECES    ' WS-DOC-COUNT
                      ' COMMANDES ' WS-PART-ORDERS
                      ' ATTENDUES ' WS-BLK-DOCS
              DISPLAY '  FACTURES  ' WS-INVOICE-COUNT
                      ' ATTENDUES ' WS-BLK-INVOICES
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * ECRITURE DES SORTIES UNIQUES DANS   *
      * L'ORDRE SERIE DES PIECES            *
      ***************************************
       WRITE-MERGED-OUTPUTS.
           OPEN INPUT MRGWRK
           IF WS-FS-MWK NOT = '00'
              DISPLAY 'ERR OPEN FMRGWRK, FS=' WS-FS-MWK
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT FACT
           OPEN OUTPUT GLP
           OPEN OUTPUT EINV
           PERFORM READ-NEXT-MWK
           PERFORM UNTIL FF-MWK = 1
              EVALUATE MWK-FILE
                 WHEN 'F'
                    PERFORM WRITE-MERGED-FACT
                 WHEN 'G'
                    MOVE MWK-DATA TO GLP-ENR
                    WRITE GLP-ENR
                    IF WS-FS-GLP NOT = ZERO
                       DISPLAY 'ERR WRITE GLPOST :' WS-FS-GLP
                       PERFORM ABEND-PROG
                    END-IF
                    ADD 1 TO WS-GLP-RECS
                 WHEN 'E'
                    MOVE MWK-DATA TO EINV-ENR
                    WRITE EINV-ENR
                    IF WS-FS-EINV NOT = ZERO
                       DISPLAY 'ERR WRITE FEINVOICE :' WS-FS-EINV
                       PERFORM ABEND-PROG
                    END-IF
                    ADD 1 TO WS-EINV-RECS
              END-EVALUATE
              PERFORM READ-NEXT-MWK
           END-PERFORM
           CLOSE FACT
           CLOSE GLP
           CLOSE EINV
           CLOSE MRGWRK.

       READ-NEXT-MWK.
           READ MRGWRK NEXT RECORD
              AT END
                 MOVE 1 TO FF-MWK
           END-READ.

      *    SAUT DE PAGE AVANT CHAQUE PIECE SAUF LA PREMIERE : EN
      *    SERIE CREAFACT LE POSE APRES CHAQUE PIECE SAUF LA DERNIERE
       WRITE-MERGED-FACT.
           IF MWK-SEQ NOT = WS-LAST-FACT-SEQ
              IF WS-LAST-FACT-SEQ > ZERO
                 MOVE SPACE TO FACT-ENR
                 WRITE FACT-ENR AFTER ADVANCING PAGE
                 IF WS-FS NOT = ZERO THEN
                    DISPLAY 'ERR WRITE :' WS-FS
                    PERFORM ABEND-PROG
                 END-IF
                 ADD 1 TO WS-FACT-RECS
              END-IF
              MOVE MWK-SEQ TO WS-LAST-FACT-SEQ
           END-IF
           MOVE MWK-DATA TO FACT-ENR
           WRITE FACT-ENR
           IF WS-FS NOT = ZERO THEN
              DISPLAY 'ERR WRITE :' WS-FS
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-FACT-RECS.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      * (MEME PRESENTATION QUE CREAFACT)    *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  RESUME DU LOT DE FACTURATION'
           DISPLAY '  NOMBRE DE FACTURES : ' WS-INVOICE-COUNT
           DISPLAY '  SOMME SOUS-TOTAUX  : ' WS-SUM-SUB-TOTAL
           DISPLAY '  REMISES PROMO      : ' WS-SUM-PROMO-DISC
           DISPLAY '  SOMME PORT         : ' WS-SUM-FREIGHT
           DISPLAY '  PROVISION RISTOURNE: ' WS-SUM-REBATE
           DISPLAY '  DERIVES DE PRIX    : ' WS-VARIANCE-COUNT
           DISPLAY '  SOMME TAXES        : ' WS-SUM-ST-VALUE
           DISPLAY '  SOMME COMMISSIONS  : ' WS-SUM-COM-VALUE
           DISPLAY '  TOTAL GENERAL      : ' WS-SUM-TOTAL
           DISPLAY '  LIGNES E-FACTURE   : ' WS-EINV-TOTAL-LINES
           DISPLAY '  LIGNES REGLEMENT   : ' WS-INVOICE-COUNT
           DISPLAY '  RETENU (CREDIT)    : ' WS-HELD-AMOUNT
           DISPLAY '  CAPTURES CARTE     : ' WS-CARD-COUNT
           DISPLAY '  MONTANT CAPTURE    : ' WS-SUM-CARD
           DISPLAY '  ACOMPTES IMPUTES   : ' WS-PFA-COUNT
           DISPLAY '  MONTANT ACOMPTES   : ' WS-SUM-PFA
           DISPLAY '  ENVOIS GRATUITS    : ' WS-NC-DOC-COUNT
           DISPLAY '  COUT ENVOIS GRATUITS: ' WS-SUM-NC-COST
           DISPLAY '==============================================='
           DISPLAY '  PARTITIONS FUSIONNEES : ' WS-PART-DONE
           DISPLAY '  ENREG. FFACT/FGLPOST/FEINVOICE : '
                   WS-FACT-RECS '/' WS-GLP-RECS '/' WS-EINV-RECS.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
       ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
