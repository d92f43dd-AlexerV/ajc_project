       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FACTPREP.
      **********************************************
      * PREPARATION DE LA FACTURATION PARTITIONNEE *
      * PAR TRANCHE DE NUMEROS CLIENT :            *
      *  - LES TRANCHES (FICHES INVPARTS ET        *
      *    INVPARTnn DE FPARAMS) SONT CONTROLEES : *
      *    1 A 20 PARTITIONS, SANS CHEVAUCHEMENT ; *
      *  - L'EXTRACTION DU JOUR EST LUE UNE FOIS : *
      *    TRAILER CTL VERIFIE, CHAQUE COMMANDE    *
      *    DOIT TOMBER DANS UNE TRANCHE (SINON     *
      *    ELLE NE SERAIT FACTUREE PAR PERSONNE) ; *
      *  - LE BLOC DE NUMEROS DE FACTURE DU LOT EST*
      *    RESERVE D'UN COUP SUR FINVCTR ET NOTE   *
      *    SUR LA FICHE INVBLK DE FFACTCHK : CHAQUE*
      *    PARTITION (CREAFACT, SYSIN COL 9-10) Y  *
      *    PREND LE NUMERO QUE LA COMMANDE AURAIT  *
      *    EU EN PASSAGE SERIE.                    *
      * ENCHAINEMENT : INVAPPR -> FACTPREP ->      *
      * CREAFACT PARTITIONS 01..nn (COTE A COTE)   *
      * -> FACTMRG (FUSION, IDENTITE CREAFACT).    *
      * LOT NON APPROUVE : RC 4, RIEN N'EST        *
      * RESERVE.                                   *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EXT ASSIGN TO EXTRACT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-EXT.
            SELECT INVCTR ASSIGN TO FINVCTR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CTR-KEY
            FILE STATUS IS WS-FS-CTR.
            SELECT APPR ASSIGN TO FINVAPPR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS APPR-KEY
            FILE STATUS IS WS-FS-APPR.
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
       FD EXT.
       COPY FEXTRACT.
       FD INVCTR.
       01 INVCTR-REC.
          05 CTR-KEY       PIC X(6).
          05 CTR-VALUE     PIC 9(9).
       FD APPR.
       COPY APPRCTL.
       FD FACTCHK.
       COPY FACTCHK.
       FD PARAMS.
       COPY PARAMREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-EXT         PIC XX.
       77 WS-FS-CTR         PIC XX.
       77 WS-FS-APPR        PIC XX.
       77 WS-FS-CHK         PIC XX.
       77 WS-FS-PRM         PIC XX.
       77 FF-EXT            PIC 9 VALUE ZERO.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       77 WS-BATCH-APPROVED PIC X VALUE 'N'.
          88 BATCH-APPROVED VALUE 'Y'.

      ***************************************
      * TRANCHES DE CLIENTS DES PARTITIONS  *
      ***************************************
       77 WS-PART-COUNT     PIC 9(2) VALUE ZERO.
       77 WS-PT-IDX         PIC 9(2) VALUE ZERO.
       77 WS-PT-IDX2        PIC 9(2) VALUE ZERO.
       77 WS-PT-FOUND       PIC 9(2) VALUE ZERO.
       01 WS-PART-TABLE.
          05 WS-PART-ENTRY OCCURS 20 TIMES.
             10 WPT-LOW        PIC X(5).
             10 WPT-HIGH       PIC X(5).
             10 WPT-ORDERS     PIC 9(7).
             10 WPT-INVOICES   PIC 9(7).

      ***************************************
      * COMPTAGES DE L'EXTRACTION ET BLOC   *
      * DE NUMEROS                          *
      ***************************************
       77 WS-DOC-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-BILL-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-ORPHAN-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-INV-BASE       PIC 9(9) VALUE ZERO.
       77 WS-INV-FIRST      PIC 9(9) VALUE ZERO.
       77 WS-INV-LAST       PIC 9(9) VALUE ZERO.
       77 WS-CHK-FOUND      PIC X VALUE 'N'.

      ***************************************
      * CONTROLE DU TRAILER CTL (MEME REGLE *
      * QUE VERIFY-EXTRACT-CONTROL DE       *
      * CREAFACT)                           *
      ***************************************
       77 WS-CTL-SEEN        PIC 9 VALUE ZERO.
       77 WS-CTL-ORD-READ    PIC 9(7) VALUE ZERO.
       77 WS-CTL-PRO-READ    PIC 9(7) VALUE ZERO.
       77 WS-CTL-ORD-TRAILER PIC S9(7) VALUE ZERO.
       77 WS-CTL-PRO-TRAILER PIC S9(7) VALUE ZERO.
       77 WS-CTL-RUN-DATE    PIC X(10) VALUE SPACES.
       77 WS-CTL-TODAY       PIC X(10) VALUE SPACES.
       01 WS-CTL-TODAY-NUM   PIC 9(8).

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-O-NO            PIC 9(4).
       01 E-PART-NO         PIC 9(2).

       01 WS-ALERT-PGM PIC X(8)  VALUE 'FACTPREP'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - PREPARATION FACTURATION PARTITIONNEE'.

       COPY RUNCTLP.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM INIT-RUN-DATE
            PERFORM RUNCTL-START
            PERFORM CHECK-BATCH-APPROVAL
            IF NOT BATCH-APPROVED
               DISPLAY '==============================================='
               DISPLAY '  LOT DE FACTURATION NON APPROUVE'
               DISPLAY '  AUCUN NUMERO DE FACTURE RESERVE'
               DISPLAY '==============================================='
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-JOURNAL
               GOBACK
            END-IF
            PERFORM LOAD-PARTITIONS
            PERFORM SCAN-EXTRACT
            PERFORM VERIFY-EXTRACT-CONTROL
            PERFORM RESERVE-INVOICE-BLOCK
            PERFORM WRITE-PLAN
            PERFORM WRITE-RUN-JOURNAL
            PERFORM RUNCTL-END
            GOBACK.

      ***************************************
      * CONTROLE D'ENCHAINEMENT (RUNCTL) -  *
      * VOIR RUNCTLP.CPY                    *
      ***************************************
       RUNCTL-START.
           MOVE 'FACTPREP' TO RC-PROGRAM
           MOVE 'INVAPPR ' TO RC-PRED
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
           MOVE 'FACTPREP' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-DOC-COUNT TO RJ-IN-COUNT
           MOVE WS-BILL-COUNT TO RJ-OUT-COUNT
           MOVE ZERO TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

       INIT-RUN-DATE.
           ACCEPT WS-CTL-TODAY-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CTL-TODAY
           STRING
                WS-CTL-TODAY-NUM(1:4) DELIMITED BY SIZE
                '-'                   DELIMITED BY SIZE
                WS-CTL-TODAY-NUM(5:2) DELIMITED BY SIZE
                '-'                   DELIMITED BY SIZE
                WS-CTL-TODAY-NUM(7:2) DELIMITED BY SIZE
           INTO WS-CTL-TODAY.

      ***************************************
      * LE LOT DU JOUR DOIT ETRE APPROUVE   *
      * (INVAPPR) : SINON LES PARTITIONS NE *
      * FACTURERONT RIEN ET UN BLOC RESERVE *
      * LAISSERAIT UN TROU DANS LA          *
      * NUMEROTATION                        *
      ***************************************
       CHECK-BATCH-APPROVAL.
           MOVE 'N' TO WS-BATCH-APPROVED
           ACCEPT APPR-KEY FROM DATE YYYYMMDD
           OPEN INPUT APPR
           IF WS-FS-APPR = '35'
              DISPLAY 'FINVAPPR INTROUVABLE - LOT NON APPROUVE'
           ELSE
              IF WS-FS-APPR NOT = '00'
                 DISPLAY 'ERR OPEN FINVAPPR, FS=' WS-FS-APPR
                 PERFORM ABEND-PROG
              END-IF
              READ APPR KEY IS APPR-KEY
                 INVALID KEY
                    DISPLAY 'LOT NON APPROUVE POUR LA DATE '
                             APPR-KEY
                 NOT INVALID KEY
                    IF APPR-APPROVED
                       MOVE 'Y' TO WS-BATCH-APPROVED
                    ELSE
                       DISPLAY 'LOT NON APPROUVE (STATUT = '
                                APPR-STATUS ') POUR LA DATE '
                                APPR-KEY
                    END-IF
              END-READ
              CLOSE APPR
           END-IF.

      ***************************************
      * CHARGEMENT ET CONTROLE DES TRANCHES *
      * INVPARTS = NOMBRE (01 A 20),        *
      * INVPARTnn = 'CCCCC-CCCCC'           *
      ***************************************
       LOAD-PARTITIONS.
           OPEN INPUT PARAMS
           IF WS-FS-PRM NOT = '00'
              DISPLAY 'FPARAMS ABSENT - PARTITIONS NON DEFINIES'
              PERFORM ABEND-PROG
           END-IF
           MOVE 'INVPARTS  ' TO OPR-KEY
           PERFORM READ-PARAMETER
           IF WS-PRM-FOUND = 'Y' AND OPR-VALUE(1:2) IS NUMERIC
              MOVE OPR-VALUE(1:2) TO WS-PART-COUNT
           END-IF
           IF WS-PART-COUNT = ZERO OR WS-PART-COUNT > 20
              DISPLAY 'FICHE INVPARTS ABSENTE OU HORS 01-20'
              CLOSE PARAMS
              PERFORM ABEND-PROG
           END-IF
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PART-COUNT
              MOVE SPACES TO OPR-KEY
              MOVE 'INVPART' TO OPR-KEY(1:7)
              MOVE WS-PT-IDX TO OPR-KEY(8:2)
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'N'
                 DISPLAY 'FICHE ' OPR-KEY ' ABSENTE'
                 CLOSE PARAMS
                 PERFORM ABEND-PROG
              END-IF
              MOVE OPR-VALUE(1:5) TO WPT-LOW(WS-PT-IDX)
              MOVE OPR-VALUE(7:5) TO WPT-HIGH(WS-PT-IDX)
              MOVE ZERO TO WPT-ORDERS(WS-PT-IDX)
              MOVE ZERO TO WPT-INVOICES(WS-PT-IDX)
              IF WPT-LOW(WS-PT-IDX) = SPACES
                 OR WPT-HIGH(WS-PT-IDX) = SPACES
                 OR WPT-LOW(WS-PT-IDX) > WPT-HIGH(WS-PT-IDX)
                 DISPLAY 'FICHE ' OPR-KEY ' INVALIDE : ' OPR-VALUE
                 CLOSE PARAMS
                 PERFORM ABEND-PROG
              END-IF
           END-PERFORM
           CLOSE PARAMS
      *    DEUX TRANCHES QUI SE CHEVAUCHENT FACTURERAIENT DEUX FOIS
      *    LES MEMES COMMANDES
           PERFORM VARYING WS-PT-IDX FROM 2 BY 1
                   UNTIL WS-PT-IDX > WS-PART-COUNT
              PERFORM VARYING WS-PT-IDX2 FROM 1 BY 1
                      UNTIL WS-PT-IDX2 >= WS-PT-IDX
                 IF WPT-LOW(WS-PT-IDX) <= WPT-HIGH(WS-PT-IDX2)
                    AND WPT-LOW(WS-PT-IDX2) <= WPT-HIGH(WS-PT-IDX)
                    MOVE WS-PT-IDX  TO E-PART-NO
                    DISPLAY 'TRANCHE ' E-PART-NO
                            ' CHEVAUCHE LA TRANCHE ' WS-PT-IDX2
                    PERFORM ABEND-PROG
                 END-IF
              END-PERFORM
           END-PERFORM.

       READ-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND
           READ PARAMS KEY IS OPR-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PRM-FOUND
           END-READ.

      ***************************************
      * LECTURE DE L'EXTRACTION : CHAQUE    *
      * COMMANDE EST RATTACHEE A SA TRANCHE,*
      * LES ENVOIS GRATUITS NE CONSOMMENT   *
      * PAS DE NUMERO (COMME EN SERIE)      *
      ***************************************
       SCAN-EXTRACT.
           OPEN INPUT EXT
           IF WS-FS-EXT NOT = '00'
              DISPLAY 'ERR OPEN EXTRACT, FS=' WS-FS-EXT
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-EXT
           PERFORM UNTIL FF-EXT = 1
              IF TYPE-ENR = 'ORD'
                 PERFORM ASSIGN-ORDER
              END-IF
              PERFORM READ-FILE-EXT
           END-PERFORM
           CLOSE EXT
           IF WS-ORPHAN-COUNT > ZERO
              DISPLAY WS-ORPHAN-COUNT
                      ' COMMANDE(S) HORS DE TOUTE TRANCHE - '
                      'CORRIGER LES FICHES INVPARTnn'
              PERFORM ABEND-PROG
           END-IF.

       ASSIGN-ORDER.
           ADD 1 TO WS-DOC-COUNT
           MOVE ZERO TO WS-PT-FOUND
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PART-COUNT
                      OR WS-PT-FOUND > ZERO
              IF ECUS-C-NO >= WPT-LOW(WS-PT-IDX)
                 AND ECUS-C-NO <= WPT-HIGH(WS-PT-IDX)
                 MOVE WS-PT-IDX TO WS-PT-FOUND
              END-IF
           END-PERFORM
           IF WS-PT-FOUND = ZERO
              MOVE EORD-O-NO TO E-O-NO
              DISPLAY 'COMMANDE ' E-O-NO ' CLIENT ' ECUS-C-NO
                      ' HORS DE TOUTE TRANCHE'
              ADD 1 TO WS-ORPHAN-COUNT
           ELSE
              ADD 1 TO WPT-ORDERS(WS-PT-FOUND)
              IF NOT EORD-NO-CHARGE
                 ADD 1 TO WS-BILL-COUNT
                 ADD 1 TO WPT-INVOICES(WS-PT-FOUND)
              END-IF
           END-IF.

       READ-FILE-EXT.
           READ EXT AT END
               MOVE 1 TO FF-EXT
           END-READ
           IF FF-EXT NOT = 1
              EVALUATE TYPE-ENR
                 WHEN 'ORD'
                    ADD 1 TO WS-CTL-ORD-READ
                 WHEN 'PRO'
                    ADD 1 TO WS-CTL-PRO-READ
                 WHEN 'CTL'
                    MOVE 1 TO WS-CTL-SEEN
                    MOVE ECTL-ORDER-COUNT TO WS-CTL-ORD-TRAILER
                    MOVE ECTL-PRODUCT-COUNT TO WS-CTL-PRO-TRAILER
                    MOVE ECTL-RUN-DATE TO WS-CTL-RUN-DATE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      ***************************************
      * L'EXTRACTION DOIT PORTER SON TRAILER*
      * CTL, AVEC DES COMPTAGES EXACTS ET LA*
      * DATE DU JOUR                        *
      ***************************************
       VERIFY-EXTRACT-CONTROL.
           IF WS-CTL-SEEN = ZERO
              DISPLAY 'ENREGISTREMENT CTL ABSENT DU FICHIER EXTRACT'
              PERFORM ABEND-PROG
           END-IF
           IF WS-CTL-ORD-READ NOT = WS-CTL-ORD-TRAILER
              OR WS-CTL-PRO-READ NOT = WS-CTL-PRO-TRAILER
              DISPLAY 'COMPTAGES EXTRACT EN ECART AVEC LE CTL :'
              DISPLAY '  ORD LUS ' WS-CTL-ORD-READ
                      ' ANNONCES ' WS-CTL-ORD-TRAILER
              DISPLAY '  PRO LUS ' WS-CTL-PRO-READ
                      ' ANNONCES ' WS-CTL-PRO-TRAILER
              PERFORM ABEND-PROG
           END-IF
           IF WS-CTL-RUN-DATE NOT = WS-CTL-TODAY
              DISPLAY 'EXTRACT PERIME : EXTRAIT LE ' WS-CTL-RUN-DATE
              DISPLAY 'TRAITEMENT DU ' WS-CTL-TODAY ' REFUSE'
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * RESERVATION DU BLOC : LE COMPTEUR   *
      * FINVCTR AVANCE D'UN COUP DU NOMBRE  *
      * DE FACTURES DU LOT, LA FICHE INVBLK *
      * GARDE LE POINT DE DEPART            *
      ***************************************
       RESERVE-INVOICE-BLOCK.
           OPEN I-O INVCTR
           IF WS-FS-CTR = '35'
              OPEN OUTPUT INVCTR
              MOVE 'INVNUM' TO CTR-KEY
              MOVE 0        TO CTR-VALUE
              WRITE INVCTR-REC
              CLOSE INVCTR
              OPEN I-O INVCTR
           END-IF
           IF WS-FS-CTR NOT = '00'
              DISPLAY 'ERR OPEN INVCTR, FS=' WS-FS-CTR
              PERFORM ABEND-PROG
           END-IF
           MOVE 'INVNUM' TO CTR-KEY
           READ INVCTR KEY IS CTR-KEY
              INVALID KEY
                 DISPLAY 'COMPTEUR INVNUM ABSENT DE FINVCTR'
                 PERFORM ABEND-PROG
           END-READ
           MOVE CTR-VALUE TO WS-INV-BASE
           ADD WS-BILL-COUNT TO CTR-VALUE
           REWRITE INVCTR-REC
           IF WS-FS-CTR NOT = '00'
              DISPLAY 'ERR REWRITE INVCTR, FS=' WS-FS-CTR
              PERFORM ABEND-PROG
           END-IF
           CLOSE INVCTR
           COMPUTE WS-INV-FIRST = WS-INV-BASE + 1
           COMPUTE WS-INV-LAST  = WS-INV-BASE + WS-BILL-COUNT

           OPEN I-O FACTCHK
           IF WS-FS-CHK = '35'
              OPEN OUTPUT FACTCHK
              CLOSE FACTCHK
              OPEN I-O FACTCHK
           END-IF
           IF WS-FS-CHK NOT = '00'
              DISPLAY 'ERR OPEN FFACTCHK, FS=' WS-FS-CHK
              PERFORM ABEND-PROG
           END-IF
           MOVE 'INVBLK' TO CHK-KEY
           MOVE 'Y' TO WS-CHK-FOUND
           READ FACTCHK KEY IS CHK-KEY
              INVALID KEY
                 MOVE 'N' TO WS-CHK-FOUND
           END-READ
           MOVE ZERO             TO CHK-LAST-O-NO
           MOVE WS-BILL-COUNT    TO CHK-INV-COUNT
           MOVE ZERO             TO CHK-FACT-RECS
           MOVE ZERO             TO CHK-GLP-RECS
           MOVE ZERO             TO CHK-EINV-RECS
           MOVE WS-INV-BASE      TO CHK-LAST-INV-NO
           MOVE WS-DOC-COUNT     TO CHK-IDX-RECS
           MOVE WS-CTL-TODAY-NUM TO CHK-RUN-DATE
           IF WS-CHK-FOUND = 'Y'
              REWRITE FACTCHK-REC
           ELSE
              WRITE FACTCHK-REC
           END-IF
           IF WS-FS-CHK NOT = '00'
              DISPLAY 'ERR ECRITURE INVBLK FFACTCHK, FS=' WS-FS-CHK
              PERFORM ABEND-PROG
           END-IF
           CLOSE FACTCHK.

      ***************************************
      * PLAN DU PASSAGE PARTITIONNE         *
      ***************************************
       WRITE-PLAN.
           DISPLAY '==============================================='
           DISPLAY '  FACTURATION PARTITIONNEE - PLAN DU LOT'
           DISPLAY '  COMMANDES DE L''EXTRACTION : ' WS-DOC-COUNT
           DISPLAY '  FACTURES A EMETTRE        : ' WS-BILL-COUNT
           IF WS-BILL-COUNT > ZERO
              DISPLAY '  NUMEROS RESERVES          : ' WS-INV-FIRST
                      ' A ' WS-INV-LAST
           END-IF
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PART-COUNT
              MOVE WS-PT-IDX TO E-PART-NO
              DISPLAY '  PARTITION ' E-PART-NO ' : CLIENTS '
                      WPT-LOW(WS-PT-IDX) ' A ' WPT-HIGH(WS-PT-IDX)
                      ' COMMANDES ' WPT-ORDERS(WS-PT-IDX)
                      ' FACTURES ' WPT-INVOICES(WS-PT-IDX)
           END-PERFORM
           DISPLAY '==============================================='.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
       ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
