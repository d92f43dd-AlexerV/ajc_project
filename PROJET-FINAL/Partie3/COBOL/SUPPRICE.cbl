       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SUPPRICE.
      **********************************************
      * CHARGEMENT DU FICHIER DE PRIX D'UN          *
      * FOURNISSEUR DANS FSUPPART, AVEC LA MEME     *
      * DISCIPLINE QUE PRO15 POUR LPRODUCT : CARTES *
      * HDR/TRL VERIFIEES EN PRE-PASSAGE (NOMBRE DE *
      * LIGNES ET TOTAL DES PRIX), REFUS D'UN       *
      * FICHIER DEJA CHARGE (FSPPCTL), FICHIER DES  *
      * REJETS (REJSPP) ET MODE APERCU (DRY-RUN).   *
      * CHAQUE LIGNE PORTE UNE DATE D'EFFET : UNE   *
      * DATE ATTEINTE MET A JOUR FSUPPART TOUT DE   *
      * SUITE, UNE DATE FUTURE ATTEND DANS FSPPHIST *
      * ET S'APPLIQUE AU PREMIER PASSAGE QUI LA     *
      * TROUVE ECHUE. TOUT CHANGEMENT DE PRIX, DE   *
      * MINIMUM DE COMMANDE OU DE DELAI EST GARDE   *
      * DANS FSPPHIST (ANCIENNES ET NOUVELLES       *
      * VALEURS, FOURNISSEUR ET DATE DU FICHIER).   *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SPPFEED ASSIGN TO LSUPPRIC
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-FEED.
            SELECT REJ ASSIGN TO REJSPP
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REJ.
            SELECT SPP ASSIGN TO FSUPPART
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SPP-PNO
            FILE STATUS IS WS-FS-SPP.
            SELECT SPH ASSIGN TO FSPPHIST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SPH-KEY
            FILE STATUS IS WS-FS-SPH.
            SELECT SPPCTL ASSIGN TO FSPPCTL
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SPC-KEY
            FILE STATUS IS WS-FS-CTL.
            SELECT OPTIONAL SUPF ASSIGN TO FSUPPLIER
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUP-CODE
            FILE STATUS IS WS-FS-SUP.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
      *    FICHIER DE PRIX DU FOURNISSEUR (CSV ';')
      *    HDR;FOURNISSEUR;AAAA-MM-JJ
      *    PNO;PRIX;MINIMUM;DELAI;DATE D'EFFET
      *    TRL;NOMBRE DE LIGNES;TOTAL DES PRIX
       FD SPPFEED.
       01 FEED-REC          PIC X(60).

       FD REJ.
       01 REJ-REC           PIC X(80).

       FD SPP.
       COPY SUPPART.

       FD SPH.
       COPY SPPHIST.

      *    UNE FICHE PAR FICHIER CHARGE : FOURNISSEUR + DATE DU
      *    FICHIER (CARTE HDR)
       FD SPPCTL.
       01 SPPCTL-REC.
          05 SPC-KEY.
             10 SPC-SUP-CODE  PIC X(4).
             10 SPC-FILE-DATE PIC X(10).
          05 SPC-LOAD-DATE    PIC X(10).
          05 SPC-REC-COUNT    PIC 9(7).

       FD SUPF.
       COPY SUPPLIER.

       WORKING-STORAGE SECTION.
       77 WS-FS-FEED        PIC XX.
       77 WS-FS-REJ         PIC XX.
       77 WS-FS-SPP         PIC XX.
       77 WS-FS-SPH         PIC XX.
       77 WS-FS-CTL         PIC XX.
       77 WS-FS-SUP         PIC XX.
       77 FF-FEED           PIC 9 VALUE ZERO.
       77 FF-SPH            PIC 9 VALUE ZERO.

      *--------------------------------------------------------------
      *  CARTE SYSIN DE MODE : COL 1 = 'Y' POUR UN APERCU (DRY-RUN)
      *  SANS AUCUNE MISE A JOUR DE FSUPPART/FSPPHIST/FSPPCTL, TOUTE
      *  AUTRE VALEUR OU BLANC = CHARGEMENT REEL
      *--------------------------------------------------------------
       01 WS-SYSIN-MODE.
          05 WS-DRYRUN-FLAG PIC X.
             88 DRY-RUN-MODE          VALUE 'Y'.
             88 NORMAL-MODE           VALUE 'N' SPACE.
          05 FILLER         PIC X(79).

      *--------------------------------------------------------------
      *  CONTROLES D'ENCADREMENT DU FICHIER (VOIR PRO15)
      *--------------------------------------------------------------
       77 WS-CTL-TYPE       PIC X(3)  VALUE SPACES.
       77 WS-CTL-SUPPLIER   PIC X(4)  VALUE SPACES.
       77 WS-CTL-FILE-DATE  PIC X(10) VALUE SPACES.
       77 WS-CTL-COUNT-TXT  PIC X(9)  VALUE SPACES.
       77 WS-CTL-HASH-TXT   PIC X(15) VALUE SPACES.
       77 WS-CTL-COUNT      PIC 9(7)  VALUE 0.
       77 WS-CTL-HASH       PIC 9(11)V99 VALUE 0.
       77 WS-PRE-COUNT      PIC 9(7)  VALUE 0.
       77 WS-PRE-HASH       PIC 9(11)V99 VALUE 0.
       77 WS-HDR-SEEN       PIC 9 VALUE 0.
       77 WS-TRL-SEEN       PIC 9 VALUE 0.

      *--------------------------------------------------------------
      *  CHAMPS D'UNE LIGNE DE PRIX
      *--------------------------------------------------------------
       77 WS-PNO-TXT        PIC X(3)  VALUE SPACES.
       77 WS-PRICE-TXT      PIC X(15) VALUE SPACES.
       77 WS-MOQ-TXT        PIC X(7)  VALUE SPACES.
       77 WS-LEAD-TXT       PIC X(5)  VALUE SPACES.
       77 WS-EFF-TXT        PIC X(10) VALUE SPACES.
       77 WS-FIELD-COUNT    PIC 99 VALUE 0.
       77 WS-REJECT-REASON  PIC X(19) VALUE SPACES.

      *--------------------------------------------------------------
      *  CONDITIONS A APPLIQUER (LIGNE DU JOUR OU ATTENTE ECHUE)
      *--------------------------------------------------------------
       77 WS-NEW-SUP-CODE   PIC X(4) VALUE SPACES.
       77 WS-NEW-PRICE      PIC S9(5)V9(2) USAGE COMP-3 VALUE 0.
       77 WS-NEW-MOQ        PIC S9(5) USAGE COMP-3 VALUE 0.
       77 WS-NEW-LEAD-DAYS  PIC 9(3) VALUE 0.
       77 WS-MOQ-SET        PIC X VALUE 'N'.
       77 WS-LEAD-SET       PIC X VALUE 'N'.
       77 WS-EFF-DATE       PIC X(10) VALUE SPACES.
       77 WS-SPP-FOUND      PIC X VALUE 'N'.
       77 WS-SPH-FOUND      PIC X VALUE 'N'.
       77 WS-CHANGED        PIC X VALUE 'N'.
       77 WS-SUP-PRESENT    PIC X VALUE 'N'.

       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE-NUM   PIC 9(8).

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-CHANGE-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-NEW-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-SAME-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-PENDING-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-DUE-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-CANCEL-COUNT   PIC 9(7) VALUE ZERO.

       01 E-OLD-PRICE       PIC ZZZZ9,99.
       01 E-NEW-PRICE       PIC ZZZZ9,99.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'SUPPRICE'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - CHARGEMENT PRIX FOURNISSEUR'.

       COPY TOLCHKP.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM INIT-RUN-DATE
            MOVE SPACES TO WS-SYSIN-MODE
            ACCEPT WS-SYSIN-MODE FROM SYSIN
            IF DRY-RUN-MODE
               DISPLAY '*** MODE APERCU (DRY-RUN) - AUCUNE MISE A JOUR '
                       'DE FSUPPART/FSPPHIST ***'
            END-IF
            PERFORM VERIFY-FEED-CONTROLS
            PERFORM OPEN-FILES
            PERFORM CHECK-SUPPLIER
            IF NORMAL-MODE
               PERFORM CHECK-DUPLICATE-FILE-DATE
            END-IF
            PERFORM APPLY-DUE-PENDING
            PERFORM READ-FILE-FEED
            PERFORM UNTIL FF-FEED = 1
               IF FEED-REC(1:4) = 'HDR;' OR FEED-REC(1:4) = 'TRL;'
                  CONTINUE
               ELSE
                  PERFORM PROCESS-PRICE-LINE
               END-IF
               PERFORM READ-FILE-FEED
            END-PERFORM
            IF NORMAL-MODE
               PERFORM RECORD-FILE-LOAD
            END-IF
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            PERFORM CHECK-REJECT-TOLERANCE
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

       INIT-RUN-DATE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           STRING
                WS-RUN-DATE-NUM(1:4) DELIMITED BY SIZE
                '-'                  DELIMITED BY SIZE
                WS-RUN-DATE-NUM(5:2) DELIMITED BY SIZE
                '-'                  DELIMITED BY SIZE
                WS-RUN-DATE-NUM(7:2) DELIMITED BY SIZE
           INTO WS-RUN-DATE.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'SUPPRICE' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-READ-COUNT TO RJ-IN-COUNT
           COMPUTE RJ-OUT-COUNT = WS-CHANGE-COUNT + WS-NEW-COUNT
                                + WS-PENDING-COUNT
           MOVE WS-REJECT-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * SEUILS DE REJET (FTOLRNCE, VOIR     *
      * TOLCHECK) : RC 4 SANS ABEND EN CAS  *
      * DE DEPASSEMENT                      *
      ***************************************
       CHECK-REJECT-TOLERANCE.
           MOVE 'SUPPRICE' TO TC-PROGRAM
           MOVE WS-READ-COUNT TO TC-READ-COUNT
           MOVE WS-REJECT-COUNT TO TC-REJECT-COUNT
           CALL 'TOLCHECK' USING TC-PARM
           IF TC-RC NOT = ZERO AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

      ***************************************
      * OUVERTURE : FSUPPART, L'HISTORIQUE  *
      * ET LE CONTROLE DES FICHIERS SONT    *
      * CREES AU PREMIER PASSAGE            *
      ***************************************
       OPEN-FILES.
           OPEN INPUT SPPFEED
           IF WS-FS-FEED NOT = '00'
              DISPLAY 'ERR OPEN LSUPPRIC, FS=' WS-FS-FEED
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT REJ
           IF WS-FS-REJ NOT = '00'
              DISPLAY 'ERR OPEN REJSPP, FS=' WS-FS-REJ
              PERFORM ABEND-PROG
           END-IF
           OPEN I-O SPP
           IF WS-FS-SPP = '35'
              OPEN OUTPUT SPP
              CLOSE SPP
              OPEN I-O SPP
           END-IF
           IF WS-FS-SPP NOT = '00'
              DISPLAY 'ERR OPEN FSUPPART, FS=' WS-FS-SPP
              PERFORM ABEND-PROG
           END-IF
           OPEN I-O SPH
           IF WS-FS-SPH = '35'
              OPEN OUTPUT SPH
              CLOSE SPH
              OPEN I-O SPH
           END-IF
           IF WS-FS-SPH NOT = '00'
              DISPLAY 'ERR OPEN FSPPHIST, FS=' WS-FS-SPH
              PERFORM ABEND-PROG
           END-IF
           MOVE 'N' TO WS-SUP-PRESENT
           OPEN INPUT SUPF
           IF WS-FS-SUP = '00'
              MOVE 'Y' TO WS-SUP-PRESENT
           END-IF.

       CLOSE-FILES.
           CLOSE SPPFEED
           CLOSE REJ
           CLOSE SPP
           CLOSE SPH
           IF WS-SUP-PRESENT = 'Y'
              CLOSE SUPF
           END-IF.

       READ-FILE-FEED.
           READ SPPFEED AT END
               MOVE 1 TO FF-FEED
           END-READ.

      ***************************************
      * PRE-PASSAGE : CARTE HDR EN TETE,    *
      * CARTE TRL EN FIN DONT LE NOMBRE DE  *
      * LIGNES ET LE TOTAL DES PRIX DOIVENT *
      * CORRESPONDRE A CE QUI EST RECU.     *
      * TOUT ECART ABANDONNE LE CHARGEMENT  *
      * AVANT LA MOINDRE MISE A JOUR        *
      ***************************************
       VERIFY-FEED-CONTROLS.
           OPEN INPUT SPPFEED
           IF WS-FS-FEED NOT = '00'
              DISPLAY 'ERR OPEN LSUPPRIC, FS=' WS-FS-FEED
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-FEED
           PERFORM UNTIL FF-FEED = 1
              PERFORM CHECK-CONTROL-RECORD
              PERFORM READ-FILE-FEED
           END-PERFORM
           CLOSE SPPFEED
           MOVE 0 TO FF-FEED
           IF WS-HDR-SEEN = 0
              DISPLAY 'CARTE HDR ABSENTE EN TETE DU FICHIER'
              PERFORM ABEND-PROG
           END-IF
           IF WS-CTL-SUPPLIER = SPACES OR WS-CTL-FILE-DATE = SPACES
              DISPLAY 'FOURNISSEUR OU DATE ABSENT SUR LA CARTE HDR'
              PERFORM ABEND-PROG
           END-IF
           IF WS-TRL-SEEN = 0
              DISPLAY 'CARTE TRL ABSENTE EN FIN DE FICHIER'
              PERFORM ABEND-PROG
           END-IF
           IF WS-PRE-COUNT NOT = WS-CTL-COUNT
              DISPLAY 'NOMBRE DE LIGNES RECU    : ' WS-PRE-COUNT
              DISPLAY 'NOMBRE DE LIGNES ANNONCE : ' WS-CTL-COUNT
              PERFORM ABEND-PROG
           END-IF
           IF WS-PRE-HASH NOT = WS-CTL-HASH
              DISPLAY 'TOTAL PRIX RECU    : ' WS-PRE-HASH
              DISPLAY 'TOTAL PRIX ANNONCE : ' WS-CTL-HASH
              PERFORM ABEND-PROG
           END-IF
           DISPLAY 'CONTROLES FICHIER OK - FOURNISSEUR '
                   WS-CTL-SUPPLIER ' DU ' WS-CTL-FILE-DATE.

       CHECK-CONTROL-RECORD.
           IF WS-TRL-SEEN = 1
              DISPLAY 'LIGNES PRESENTES APRES LA CARTE TRL'
              PERFORM ABEND-PROG
           END-IF
           EVALUATE TRUE
              WHEN FEED-REC(1:4) = 'HDR;'
                 IF WS-HDR-SEEN = 1 OR WS-PRE-COUNT > 0
                    DISPLAY 'CARTE HDR MAL PLACEE'
                    PERFORM ABEND-PROG
                 END-IF
                 MOVE 1 TO WS-HDR-SEEN
                 UNSTRING FEED-REC DELIMITED BY ';'
                     INTO WS-CTL-TYPE
                          WS-CTL-SUPPLIER
                          WS-CTL-FILE-DATE
                 END-UNSTRING
              WHEN FEED-REC(1:4) = 'TRL;'
                 IF WS-HDR-SEEN = 0
                    DISPLAY 'CARTE TRL SANS CARTE HDR'
                    PERFORM ABEND-PROG
                 END-IF
                 MOVE 1 TO WS-TRL-SEEN
                 UNSTRING FEED-REC DELIMITED BY ';'
                     INTO WS-CTL-TYPE
                          WS-CTL-COUNT-TXT
                          WS-CTL-HASH-TXT
                 END-UNSTRING
                 IF FUNCTION TEST-NUMVAL-C(WS-CTL-COUNT-TXT) NOT = 0
                    DISPLAY 'NOMBRE ILLISIBLE SUR LA CARTE TRL'
                    PERFORM ABEND-PROG
                 END-IF
                 COMPUTE WS-CTL-COUNT =
                         FUNCTION NUMVAL-C(WS-CTL-COUNT-TXT)
                 INSPECT WS-CTL-HASH-TXT REPLACING ALL '.' BY ','
                 IF FUNCTION TEST-NUMVAL-C(WS-CTL-HASH-TXT) NOT = 0
                    DISPLAY 'TOTAL ILLISIBLE SUR LA CARTE TRL'
                    PERFORM ABEND-PROG
                 END-IF
                 COMPUTE WS-CTL-HASH =
                         FUNCTION NUMVAL-C(WS-CTL-HASH-TXT)
              WHEN OTHER
                 IF WS-HDR-SEEN = 0
                    DISPLAY 'LIGNE DE PRIX AVANT LA CARTE HDR'
                    PERFORM ABEND-PROG
                 END-IF
                 ADD 1 TO WS-PRE-COUNT
                 MOVE SPACES TO WS-PRICE-TXT
                 UNSTRING FEED-REC DELIMITED BY ';'
                     INTO WS-PNO-TXT
                          WS-PRICE-TXT
                 END-UNSTRING
                 INSPECT WS-PRICE-TXT REPLACING ALL '.' BY ','
                 IF FUNCTION TEST-NUMVAL-C(WS-PRICE-TXT) = 0
                    COMPUTE WS-PRE-HASH = WS-PRE-HASH
                            + FUNCTION NUMVAL-C(WS-PRICE-TXT)
                 END-IF
           END-EVALUATE.

      ***************************************
      * LE FOURNISSEUR DE LA CARTE HDR DOIT *
      * ETRE CONNU DE FSUPPLIER (QUAND LE   *
      * FICHIER EST PRESENT)                *
      ***************************************
       CHECK-SUPPLIER.
           IF WS-SUP-PRESENT = 'Y'
              MOVE WS-CTL-SUPPLIER TO SUP-CODE
              READ SUPF KEY IS SUP-CODE
                 INVALID KEY
                    DISPLAY 'FOURNISSEUR ' WS-CTL-SUPPLIER
                            ' ABSENT DE FSUPPLIER'
                    PERFORM ABEND-PROG
              END-READ
           END-IF.

      ***************************************
      * UN MEME FICHIER (FOURNISSEUR + DATE *
      * DE LA CARTE HDR) NE SE CHARGE QU'UNE*
      * FOIS                                *
      ***************************************
       CHECK-DUPLICATE-FILE-DATE.
           OPEN I-O SPPCTL
           IF WS-FS-CTL = '35'
              OPEN OUTPUT SPPCTL
              CLOSE SPPCTL
              OPEN I-O SPPCTL
           END-IF
           IF WS-FS-CTL NOT = '00'
              DISPLAY 'ERR OPEN FSPPCTL, FS=' WS-FS-CTL
              PERFORM ABEND-PROG
           END-IF
           MOVE WS-CTL-SUPPLIER  TO SPC-SUP-CODE
           MOVE WS-CTL-FILE-DATE TO SPC-FILE-DATE
           READ SPPCTL KEY IS SPC-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY 'FICHIER ' WS-CTL-SUPPLIER ' DU '
                         WS-CTL-FILE-DATE ' DEJA CHARGE LE '
                         SPC-LOAD-DATE
                 PERFORM ABEND-PROG
           END-READ
           CLOSE SPPCTL.

       RECORD-FILE-LOAD.
           OPEN I-O SPPCTL
           IF WS-FS-CTL NOT = '00'
              DISPLAY 'ERR OPEN FSPPCTL, FS=' WS-FS-CTL
              PERFORM ABEND-PROG
           END-IF
           MOVE WS-CTL-SUPPLIER  TO SPC-SUP-CODE
           MOVE WS-CTL-FILE-DATE TO SPC-FILE-DATE
           MOVE WS-RUN-DATE      TO SPC-LOAD-DATE
           MOVE WS-READ-COUNT    TO SPC-REC-COUNT
           WRITE SPPCTL-REC
              INVALID KEY
                 REWRITE SPPCTL-REC
           END-WRITE
           CLOSE SPPCTL.

      ***************************************
      * ATTENTES ECHUES : LES CONDITIONS    *
      * DONT LA DATE D'EFFET EST ARRIVEE    *
      * S'APPLIQUENT AVANT LE FICHIER DU    *
      * JOUR, DANS L'ORDRE PIECE/DATE       *
      ***************************************
       APPLY-DUE-PENDING.
           MOVE 0 TO FF-SPH
           MOVE LOW-VALUES TO SPH-KEY
           START SPH KEY IS NOT LESS THAN SPH-KEY
              INVALID KEY
                 MOVE 1 TO FF-SPH
           END-START
           PERFORM UNTIL FF-SPH = 1
              READ SPH NEXT RECORD
                 AT END
                    MOVE 1 TO FF-SPH
                 NOT AT END
                    IF SPH-PENDING
                       AND SPH-EFF-DATE NOT > WS-RUN-DATE
                       PERFORM APPLY-ONE-PENDING
                    END-IF
              END-READ
           END-PERFORM.

       APPLY-ONE-PENDING.
           ADD 1 TO WS-DUE-COUNT
           MOVE SPH-SUP-CODE      TO WS-NEW-SUP-CODE
           MOVE SPH-NEW-PRICE     TO WS-NEW-PRICE
           MOVE SPH-NEW-MOQ       TO WS-NEW-MOQ
           MOVE SPH-MOQ-SET       TO WS-MOQ-SET
           MOVE SPH-NEW-LEAD-DAYS TO WS-NEW-LEAD-DAYS
           MOVE SPH-LEAD-SET      TO WS-LEAD-SET
           MOVE SPH-PNO           TO SPP-PNO
           PERFORM READ-SUPPART
           IF WS-SPP-FOUND = 'Y'
              AND SPP-SUP-CODE NOT = WS-NEW-SUP-CODE
              ADD 1 TO WS-CANCEL-COUNT
              DISPLAY 'ATTENTE ANNULEE ' SPH-PNO ' DU ' SPH-EFF-DATE
                      ' : PIECE CHEZ ' SPP-SUP-CODE
              IF NORMAL-MODE
                 SET SPH-CANCELLED TO TRUE
                 MOVE WS-RUN-DATE TO SPH-APPLY-DATE
                 PERFORM REWRITE-SPH
              END-IF
           ELSE
              PERFORM SET-OLD-VALUES
              PERFORM MERGE-NEW-VALUES
              SET SPH-APPLIED TO TRUE
              MOVE WS-RUN-DATE TO SPH-APPLY-DATE
              DISPLAY 'ATTENTE ECHUE   ' SPH-PNO ' DU ' SPH-EFF-DATE
              IF NORMAL-MODE
                 PERFORM REWRITE-SPH
                 PERFORM STORE-SUPPART
              END-IF
           END-IF.

      ***************************************
      * TRAITEMENT D'UNE LIGNE DE PRIX :    *
      * CONTROLE, PUIS APPLICATION          *
      * IMMEDIATE OU MISE EN ATTENTE        *
      ***************************************
       PROCESS-PRICE-LINE.
           ADD 1 TO WS-READ-COUNT
           PERFORM VALIDATE-PRICE-LINE
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES TO REJ-REC
              MOVE FEED-REC TO REJ-REC(1:60)
              MOVE WS-REJECT-REASON TO REJ-REC(62:19)
              WRITE REJ-REC
           ELSE
              IF WS-EFF-DATE > WS-RUN-DATE
                 PERFORM STORE-PENDING-LINE
              ELSE
                 PERFORM APPLY-PRICE-LINE
              END-IF
           END-IF.

       VALIDATE-PRICE-LINE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-PNO-TXT WS-PRICE-TXT WS-MOQ-TXT
           MOVE SPACES TO WS-LEAD-TXT WS-EFF-TXT
           MOVE 0 TO WS-FIELD-COUNT
           UNSTRING FEED-REC DELIMITED BY ';'
               INTO WS-PNO-TXT
                    WS-PRICE-TXT
                    WS-MOQ-TXT
                    WS-LEAD-TXT
                    WS-EFF-TXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING
           MOVE WS-CTL-SUPPLIER TO WS-NEW-SUP-CODE
           MOVE 'N' TO WS-MOQ-SET
           MOVE 'N' TO WS-LEAD-SET
           MOVE ZERO TO WS-NEW-MOQ WS-NEW-LEAD-DAYS
           IF WS-FIELD-COUNT < 2 OR WS-PNO-TXT = SPACES
              MOVE 'BAD FORMAT' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              INSPECT WS-PRICE-TXT REPLACING ALL '.' BY ','
              IF FUNCTION TEST-NUMVAL-C(WS-PRICE-TXT) NOT = 0
                 MOVE 'BAD PRICE' TO WS-REJECT-REASON
              ELSE
                 COMPUTE WS-NEW-PRICE =
                         FUNCTION NUMVAL-C(WS-PRICE-TXT)
                 IF WS-NEW-PRICE NOT > ZERO
                    MOVE 'BAD PRICE' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-MOQ-TXT NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-MOQ-TXT) NOT = 0
                 MOVE 'BAD MINIMUM QTY' TO WS-REJECT-REASON
              ELSE
                 COMPUTE WS-NEW-MOQ = FUNCTION NUMVAL(WS-MOQ-TXT)
                 MOVE 'Y' TO WS-MOQ-SET
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-LEAD-TXT NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-LEAD-TXT) NOT = 0
                 MOVE 'BAD LEAD TIME' TO WS-REJECT-REASON
              ELSE
                 COMPUTE WS-NEW-LEAD-DAYS =
                         FUNCTION NUMVAL(WS-LEAD-TXT)
                 MOVE 'Y' TO WS-LEAD-SET
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              IF WS-EFF-TXT = SPACES
                 MOVE WS-RUN-DATE TO WS-EFF-DATE
              ELSE
                 IF WS-EFF-TXT(1:4) IS NUMERIC
                    AND WS-EFF-TXT(5:1) = '-'
                    AND WS-EFF-TXT(6:2) IS NUMERIC
                    AND WS-EFF-TXT(8:1) = '-'
                    AND WS-EFF-TXT(9:2) IS NUMERIC
                    MOVE WS-EFF-TXT TO WS-EFF-DATE
                 ELSE
                    MOVE 'BAD EFFECTIVE DATE' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
      *    LA PIECE DOIT ETRE CHEZ CE FOURNISSEUR (OU NOUVELLE) :
      *    LE FICHIER D'UN FOURNISSEUR NE DEPLACE PAS UNE PIECE
           IF WS-REJECT-REASON = SPACES
              MOVE WS-PNO-TXT TO SPP-PNO
              PERFORM READ-SUPPART
              IF WS-SPP-FOUND = 'Y'
                 AND SPP-SUP-CODE NOT = WS-CTL-SUPPLIER
                 MOVE 'OTHER SUPPLIER' TO WS-REJECT-REASON
              END-IF
           END-IF.

      ***************************************
      * APPLICATION IMMEDIATE : HISTORIQUE  *
      * SI QUELQUE CHOSE CHANGE, PUIS MISE  *
      * A JOUR DE FSUPPART                  *
      ***************************************
       APPLY-PRICE-LINE.
           MOVE WS-PNO-TXT TO SPH-PNO
           MOVE WS-EFF-DATE TO SPH-EFF-DATE
           PERFORM READ-SPH
           IF WS-SPH-FOUND = 'N' OR NOT SPH-APPLIED
              MOVE SPACES TO SPH-ENR
              MOVE WS-PNO-TXT  TO SPH-PNO
              MOVE WS-EFF-DATE TO SPH-EFF-DATE
              PERFORM SET-OLD-VALUES
           END-IF
           PERFORM MERGE-NEW-VALUES
           IF WS-CHANGED = 'N'
              ADD 1 TO WS-SAME-COUNT
           ELSE
              SET SPH-APPLIED TO TRUE
              MOVE WS-RUN-DATE TO SPH-APPLY-DATE
              IF WS-SPP-FOUND = 'Y'
                 ADD 1 TO WS-CHANGE-COUNT
              ELSE
                 ADD 1 TO WS-NEW-COUNT
              END-IF
              MOVE SPH-OLD-PRICE TO E-OLD-PRICE
              MOVE SPH-NEW-PRICE TO E-NEW-PRICE
              DISPLAY 'PIECE ' SPH-PNO ' PRIX ' E-OLD-PRICE
                      ' -> ' E-NEW-PRICE ' MINI ' SPH-NEW-MOQ
                      ' DELAI ' SPH-NEW-LEAD-DAYS
              IF NORMAL-MODE
                 IF WS-SPH-FOUND = 'Y'
                    PERFORM REWRITE-SPH
                 ELSE
                    PERFORM WRITE-SPH
                 END-IF
                 PERFORM STORE-SUPPART
              END-IF
           END-IF.

      ***************************************
      * DATE D'EFFET FUTURE : LA LIGNE      *
      * ATTEND DANS L'HISTORIQUE ; UN       *
      * NOUVEAU FICHIER REMPLACE UNE        *
      * ATTENTE DE MEME DATE                *
      ***************************************
       STORE-PENDING-LINE.
           ADD 1 TO WS-PENDING-COUNT
           DISPLAY 'PIECE ' WS-PNO-TXT ' EN ATTENTE AU ' WS-EFF-DATE
           MOVE WS-PNO-TXT TO SPH-PNO
           MOVE WS-EFF-DATE TO SPH-EFF-DATE
           PERFORM READ-SPH
           MOVE SPACES TO SPH-ENR
           MOVE WS-PNO-TXT       TO SPH-PNO
           MOVE WS-EFF-DATE      TO SPH-EFF-DATE
           SET SPH-PENDING       TO TRUE
           MOVE WS-NEW-SUP-CODE  TO SPH-SUP-CODE
           MOVE WS-CTL-FILE-DATE TO SPH-FILE-DATE
           MOVE WS-RUN-DATE      TO SPH-LOAD-DATE
           MOVE ZERO TO SPH-OLD-PRICE SPH-OLD-MOQ SPH-OLD-LEAD-DAYS
           MOVE WS-NEW-PRICE     TO SPH-NEW-PRICE
           MOVE WS-MOQ-SET       TO SPH-MOQ-SET
           MOVE WS-NEW-MOQ       TO SPH-NEW-MOQ
           MOVE WS-LEAD-SET      TO SPH-LEAD-SET
           MOVE WS-NEW-LEAD-DAYS TO SPH-NEW-LEAD-DAYS
           IF NORMAL-MODE
              IF WS-SPH-FOUND = 'Y'
                 PERFORM REWRITE-SPH
              ELSE
                 PERFORM WRITE-SPH
              END-IF
           END-IF.

      ***************************************
      * ANCIENNES VALEURS DE LA FICHE       *
      * HISTORIQUE : CE QUE PORTE FSUPPART  *
      * AVANT LE CHANGEMENT (ZERO POUR UNE  *
      * PIECE NOUVELLE)                     *
      ***************************************
       SET-OLD-VALUES.
           IF WS-SPP-FOUND = 'Y'
              MOVE SPP-SUP-CODE  TO SPH-OLD-SUP-CODE
              MOVE SPP-PRICE     TO SPH-OLD-PRICE
              MOVE SPP-MOQ       TO SPH-OLD-MOQ
              MOVE SPP-LEAD-DAYS TO SPH-OLD-LEAD-DAYS
           ELSE
              MOVE SPACES TO SPH-OLD-SUP-CODE
              MOVE ZERO TO SPH-OLD-PRICE SPH-OLD-MOQ
              MOVE ZERO TO SPH-OLD-LEAD-DAYS
           END-IF.

      ***************************************
      * NOUVELLES VALEURS : MINIMUM ET      *
      * DELAI ABSENTS DU FICHIER GARDENT LA *
      * VALEUR EN PLACE ; WS-CHANGED DIT SI *
      * FSUPPART BOUGE                      *
      ***************************************
       MERGE-NEW-VALUES.
           MOVE WS-NEW-SUP-CODE  TO SPH-SUP-CODE
           MOVE WS-NEW-PRICE     TO SPH-NEW-PRICE
           MOVE WS-MOQ-SET       TO SPH-MOQ-SET
           MOVE WS-LEAD-SET      TO SPH-LEAD-SET
           IF SPH-FILE-DATE = SPACES
              MOVE WS-CTL-FILE-DATE TO SPH-FILE-DATE
           END-IF
           IF SPH-LOAD-DATE = SPACES
              MOVE WS-RUN-DATE   TO SPH-LOAD-DATE
           END-IF
           IF WS-MOQ-SET = 'Y'
              MOVE WS-NEW-MOQ    TO SPH-NEW-MOQ
           ELSE
              IF WS-SPP-FOUND = 'Y'
                 MOVE SPP-MOQ    TO SPH-NEW-MOQ
              ELSE
                 MOVE ZERO       TO SPH-NEW-MOQ
              END-IF
           END-IF
           IF WS-LEAD-SET = 'Y'
              MOVE WS-NEW-LEAD-DAYS TO SPH-NEW-LEAD-DAYS
           ELSE
              IF WS-SPP-FOUND = 'Y'
                 MOVE SPP-LEAD-DAYS TO SPH-NEW-LEAD-DAYS
              ELSE
                 MOVE ZERO          TO SPH-NEW-LEAD-DAYS
              END-IF
           END-IF
           MOVE 'Y' TO WS-CHANGED
           IF WS-SPP-FOUND = 'Y'
              AND SPP-PRICE     = SPH-NEW-PRICE
              AND SPP-MOQ       = SPH-NEW-MOQ
              AND SPP-LEAD-DAYS = SPH-NEW-LEAD-DAYS
              MOVE 'N' TO WS-CHANGED
           END-IF.

      ***************************************
      * ACCES FSUPPART / FSPPHIST           *
      ***************************************
       READ-SUPPART.
           MOVE 'N' TO WS-SPP-FOUND
           READ SPP KEY IS SPP-PNO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-SPP-FOUND
           END-READ.

       STORE-SUPPART.
           IF WS-SPP-FOUND = 'Y'
              MOVE SPH-NEW-PRICE     TO SPP-PRICE
              MOVE SPH-NEW-MOQ       TO SPP-MOQ
              MOVE SPH-NEW-LEAD-DAYS TO SPP-LEAD-DAYS
              REWRITE SPP-ENR
           ELSE
              MOVE SPACES            TO SPP-ENR
              MOVE SPH-PNO           TO SPP-PNO
              MOVE SPH-SUP-CODE      TO SPP-SUP-CODE
              MOVE SPH-NEW-PRICE     TO SPP-PRICE
              MOVE SPH-NEW-MOQ       TO SPP-MOQ
              MOVE SPH-NEW-LEAD-DAYS TO SPP-LEAD-DAYS
              WRITE SPP-ENR
           END-IF
           IF WS-FS-SPP NOT = '00'
              DISPLAY 'ERR ECRITURE FSUPPART, FS=' WS-FS-SPP
              PERFORM ABEND-PROG
           END-IF.

       READ-SPH.
           MOVE 'N' TO WS-SPH-FOUND
           READ SPH KEY IS SPH-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-SPH-FOUND
           END-READ.

       WRITE-SPH.
           WRITE SPH-ENR
           IF WS-FS-SPH NOT = '00'
              DISPLAY 'ERR WRITE FSPPHIST, FS=' WS-FS-SPH
              PERFORM ABEND-PROG
           END-IF.

       REWRITE-SPH.
           REWRITE SPH-ENR
           IF WS-FS-SPH NOT = '00'
              DISPLAY 'ERR REWRITE FSPPHIST, FS=' WS-FS-SPH
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           IF DRY-RUN-MODE
              DISPLAY '  RESUME DE L''APERCU (DRY-RUN)'
           ELSE
              DISPLAY '  RESUME DU CHARGEMENT DES PRIX FOURNISSEUR'
           END-IF
           DISPLAY '  LIGNES LUES        : ' WS-READ-COUNT
           DISPLAY '  LIGNES REJETEES    : ' WS-REJECT-COUNT
           DISPLAY '  PIECES NOUVELLES   : ' WS-NEW-COUNT
           DISPLAY '  CONDITIONS MODIF.  : ' WS-CHANGE-COUNT
           DISPLAY '  SANS CHANGEMENT    : ' WS-SAME-COUNT
           DISPLAY '  MISES EN ATTENTE   : ' WS-PENDING-COUNT
           DISPLAY '  ATTENTES ECHUES    : ' WS-DUE-COUNT
           DISPLAY '  ATTENTES ANNULEES  : ' WS-CANCEL-COUNT
           DISPLAY '==============================================='.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
