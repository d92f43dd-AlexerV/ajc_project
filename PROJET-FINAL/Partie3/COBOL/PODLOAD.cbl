       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PODLOAD.
      **********************************************
      * PREUVES DE LIVRAISON DES TRANSPORTEURS :    *
      * LE FLUX DE STATUTS RENVOYE PAR CHAQUE       *
      * TRANSPORTEUR EN REPONSE AU MANIFESTE        *
      * (CARMANIF) - UNE LIGNE PAR COLIS : LIVRE    *
      * (DATE, HEURE, SIGNATAIRE) OU INCIDENT       *
      * (REFUS, AVARIE, AUTRE) - EST REPORTE SUR    *
      * SHIPMENTS PAR TRANSPORTEUR ET TRACKING_NO.  *
      * LE RAPPORT FPODRPT LISTE LES INCIDENTS DU   *
      * JOUR, LES COLIS INCONNUS ET LES EXPEDITIONS *
      * SANS AUCUN SCAN DE LIVRAISON AU-DELA DU     *
      * DELAI (CARTE SYSIN). LA PREUVE EST REPRISE  *
      * A L'ECRAN PAR LE SUIVI DE COMMANDE (PGM1OST)*
      * ET PAR LE RECOUVREMENT (PGM1COL) EN FACE    *
      * DES LITIGES SHT/DMG.                        *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PODF ASSIGN TO FPODFEED
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-POD.
            SELECT RPT ASSIGN TO FPODRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------------
      *  FLUX TRANSPORTEUR, UNE LIGNE PAR SCAN DE LIVRAISON :
      *  STATUT 'D' = LIVRE, 'R' = REFUSE, 'A' = AVARIE,
      *  'E' = AUTRE INCIDENT. POD-SIGNED-BY PORTE LE SIGNATAIRE, OU
      *  LE LIBELLE DE L'INCIDENT
      *--------------------------------------------------------------
       FD PODF.
       01 POD-ENR.
          05 POD-CARRIER       PIC X(4).
          05 POD-TRACKING-NO   PIC X(20).
          05 POD-STATUS        PIC X.
             88 POD-DELIVERED              VALUE 'D'.
             88 POD-VALID-STATUS           VALUE 'D' 'R' 'A' 'E'.
          05 POD-DATE          PIC X(10).
          05 POD-TIME          PIC X(5).
          05 POD-SIGNED-BY     PIC X(20).
          05 FILLER            PIC X(20).
       FD RPT.
       01 RPT-ENR       PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE SHP
           END-EXEC

           EXEC SQL
               INCLUDE ORD
           END-EXEC

       77 WS-FS-POD        PIC XX.
       77 WS-FS-RPT        PIC XX.
       77 FF-POD           PIC 9 VALUE ZERO.
       01 WS-LINE          PIC X(78).

      ***************************************
      * PARAMETRE SYSIN                     *
      * COL 1-3 : DELAI EN JOURS AU-DELA    *
      *           DUQUEL UNE EXPEDITION     *
      *           SANS SCAN EST SIGNALEE    *
      *           (DEFAUT 5)                *
      * COL 4-6 : HORIZON EN JOURS : LES    *
      *           EXPEDITIONS PLUS VIEILLES *
      *           NE SONT PLUS SIGNALEES    *
      *           (DEFAUT 90)               *
      ***************************************
       01 WS-SYSIN.
          05 WS-LIMIT-CARD  PIC 9(3).
          05 WS-HORIZON-CARD PIC 9(3).
       77 WS-LIMIT-DAYS     PIC 9(3) VALUE 5.
       77 WS-HORIZON-DAYS   PIC 9(3) VALUE 90.

      ***************************************
      * DATE DU JOUR ET BORNES DE L'ETAT    *
      * DES EXPEDITIONS SANS SCAN           *
      ***************************************
       01 WS-RUN-DATE-NUM.
          05 WS-RUN-YYYY    PIC 9(4).
          05 WS-RUN-MM      PIC 9(2).
          05 WS-RUN-DD      PIC 9(2).
       01 WS-RUN-DATE-INT REDEFINES WS-RUN-DATE-NUM PIC 9(8).
       77 WS-RUN-JULIAN     PIC 9(8) VALUE ZERO.
       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01 WS-WORK-DATE-NUM.
          05 WS-WORK-YYYY   PIC 9(4).
          05 WS-WORK-MM     PIC 9(2).
          05 WS-WORK-DD     PIC 9(2).
       01 WS-WORK-DATE-INT REDEFINES WS-WORK-DATE-NUM PIC 9(8).
       77 WS-WORK-JULIAN    PIC 9(8) VALUE ZERO.
       77 WS-WORK-DATE      PIC X(10) VALUE SPACES.
       77 WS-CUTOFF-DATE    PIC X(10) VALUE SPACES.
       77 WS-HORIZON-DATE   PIC X(10) VALUE SPACES.
       77 WS-DAYS-OLD       PIC S9(5) VALUE ZERO.

      ***************************************
      * COLIS DU FLUX RETROUVE DANS         *
      * SHIPMENTS                           *
      ***************************************
       77 WS-SHP-ROWS       PIC S9(9) COMP VALUE ZERO.
       77 WS-SHP-O-NO       PIC S9(4) COMP-3 VALUE ZERO.

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-DELIVERED-COUNT PIC 9(7) VALUE ZERO.
       77 WS-EXCEPT-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-UNKNOWN-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-STALE-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-INVALID-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-NOSCAN-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-REJECT-TOTAL   PIC 9(7) VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-SHP-NO          PIC 9(9).
       01 E-O-NO            PIC 9(4).
       01 E-C-NO            PIC 9(5).
       01 E-QTY             PIC Z9.
       01 E-DAYS            PIC ZZZZ9.
       01 E-COUNT           PIC Z(6)9.
       77 WS-STATUS-TEXT    PIC X(8) VALUE SPACES.

      *** EXPEDITIONS SANS SCAN DE LIVRAISON DANS LA FENETRE ***
      *    (LES EXPEDITIONS SANS TRACKING_NO - ENLEVEMENT PAR LE
      *    CLIENT, LIVRAISON DIRECTE - N'ONT PAS DE SCAN A ATTENDRE)
           EXEC SQL
                DECLARE CNOSCAN CURSOR
                FOR
                SELECT S.SHP_NO, S.O_NO, S.P_NO, S.SHIP_DATE,
                       S.QUANTITY, S.CARRIER, S.TRACKING_NO, O.C_NO
                FROM SHIPMENTS S
                INNER JOIN ORDERS O
                ON O.O_NO = S.O_NO
                WHERE S.DLV_STATUS = ' '
                AND S.TRACKING_NO <> ' '
                AND S.SHIP_DATE <= :WS-CUTOFF-DATE
                AND S.SHIP_DATE >= :WS-HORIZON-DATE
                ORDER BY S.CARRIER, S.SHIP_DATE, S.SHP_NO
           END-EXEC

       01 WS-ALERT-PGM PIC X(8)  VALUE 'PODLOAD'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - PREUVES DE LIVRAISON'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM READ-PARM
            PERFORM OPEN-FILES
            PERFORM WRITE-RPT-HEADER
            PERFORM READ-POD
            PERFORM UNTIL FF-POD = 1
               PERFORM PROCESS-POD-RECORD
               PERFORM READ-POD
            END-PERFORM
            EXEC SQL
                 COMMIT
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM REPORT-MISSING-SCANS
            PERFORM WRITE-RPT-FOOTER
            PERFORM CLOSE-FILES
            DISPLAY 'SCANS LUS              : ' WS-READ-COUNT
            DISPLAY 'LIVRAISONS ENREGISTREES: ' WS-DELIVERED-COUNT
            DISPLAY 'INCIDENTS ENREGISTRES  : ' WS-EXCEPT-COUNT
            DISPLAY 'COLIS INCONNUS         : ' WS-UNKNOWN-COUNT
            DISPLAY 'SCANS PERIMES IGNORES  : ' WS-STALE-COUNT
            DISPLAY 'LIGNES INVALIDES       : ' WS-INVALID-COUNT
            DISPLAY 'EXPEDITIONS SANS SCAN  : ' WS-NOSCAN-COUNT
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'PODLOAD' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-READ-COUNT TO RJ-IN-COUNT
           COMPUTE RJ-OUT-COUNT = WS-DELIVERED-COUNT + WS-EXCEPT-COUNT
           COMPUTE WS-REJECT-TOTAL = WS-UNKNOWN-COUNT
                                   + WS-INVALID-COUNT
           MOVE WS-REJECT-TOTAL TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * DELAI ET HORIZON, PUIS LES DEUX     *
      * BORNES DE DATE D'EXPEDITION DE      *
      * L'ETAT DES COLIS SANS SCAN          *
      ***************************************
       READ-PARM.
           MOVE ZERO TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-LIMIT-CARD IS NUMERIC AND WS-LIMIT-CARD > ZERO
              MOVE WS-LIMIT-CARD TO WS-LIMIT-DAYS
           END-IF
           IF WS-HORIZON-CARD IS NUMERIC AND WS-HORIZON-CARD > ZERO
              MOVE WS-HORIZON-CARD TO WS-HORIZON-DAYS
           END-IF
           IF WS-HORIZON-DAYS < WS-LIMIT-DAYS
              MOVE WS-LIMIT-DAYS TO WS-HORIZON-DAYS
           END-IF
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           COMPUTE WS-RUN-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-INT)
           MOVE WS-RUN-DATE-INT TO WS-WORK-DATE-INT
           PERFORM FORMAT-WORK-DATE
           MOVE WS-WORK-DATE TO WS-RUN-DATE
           COMPUTE WS-WORK-JULIAN = WS-RUN-JULIAN - WS-LIMIT-DAYS
           PERFORM JULIAN-TO-WORK-DATE
           MOVE WS-WORK-DATE TO WS-CUTOFF-DATE
           COMPUTE WS-WORK-JULIAN = WS-RUN-JULIAN - WS-HORIZON-DAYS
           PERFORM JULIAN-TO-WORK-DATE
           MOVE WS-WORK-DATE TO WS-HORIZON-DATE.

       JULIAN-TO-WORK-DATE.
           COMPUTE WS-WORK-DATE-INT =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-JULIAN)
           PERFORM FORMAT-WORK-DATE.

       FORMAT-WORK-DATE.
           MOVE SPACES TO WS-WORK-DATE
           STRING
                WS-WORK-YYYY DELIMITED BY SIZE
                '-'          DELIMITED BY SIZE
                WS-WORK-MM   DELIMITED BY SIZE
                '-'          DELIMITED BY SIZE
                WS-WORK-DD   DELIMITED BY SIZE
           INTO WS-WORK-DATE.

       OPEN-FILES.
           OPEN INPUT PODF
           IF WS-FS-POD NOT = '00'
              DISPLAY 'ERR OPEN FPODFEED, FS=' WS-FS-POD
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FPODRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE PODF.
           CLOSE RPT.

       READ-POD.
           READ PODF AT END
               MOVE 1 TO FF-POD
           END-READ
           IF FF-POD NOT = 1
              ADD 1 TO WS-READ-COUNT
           END-IF.

       WRITE-LINE-TO-RPT.
           MOVE WS-LINE TO RPT-ENR
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FPODRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-RPT-HEADER.
           MOVE ALL '=' TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'PREUVES DE LIVRAISON TRANSPORTEURS - PASSAGE DU '
                  DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE ALL '=' TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'INCIDENTS ET REJETS DU FLUX :' TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'TRSP TRACKING_NO          STATUT   DATE       HEURE'
             TO WS-LINE
           MOVE 'CMDE / MOTIF' TO WS-LINE(53:)
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * UN SCAN DU FLUX : LE COLIS EST      *
      * CHERCHE DANS SHIPMENTS (TOUTES LES  *
      * LIGNES EXPEDIEES SOUS CE SUIVI),    *
      * PUIS SA PREUVE EST MISE A JOUR SI   *
      * LE SCAN N'EST PAS PLUS ANCIEN QUE   *
      * CELUI DEJA ENREGISTRE               *
      ***************************************
       PROCESS-POD-RECORD.
           MOVE ZERO TO WS-SHP-ROWS
           IF NOT POD-VALID-STATUS OR POD-TRACKING-NO = SPACES
              OR POD-DATE = SPACES
              ADD 1 TO WS-INVALID-COUNT
              MOVE 'LIGNE INVALIDE' TO WS-STATUS-TEXT
              PERFORM WRITE-POD-LINE
           ELSE
              PERFORM LOOKUP-TRACKING
              IF WS-SHP-ROWS = ZERO
                 ADD 1 TO WS-UNKNOWN-COUNT
                 MOVE 'INCONNU' TO WS-STATUS-TEXT
                 PERFORM WRITE-POD-LINE
              ELSE
                 PERFORM UPDATE-DELIVERY
              END-IF
           END-IF.

       LOOKUP-TRACKING.
           MOVE POD-CARRIER     TO SHP-CARRIER
           MOVE POD-TRACKING-NO TO SHP-TRACKING-NO
           EXEC SQL
                SELECT COUNT(*), COALESCE(MIN(O_NO), 0)
                INTO :WS-SHP-ROWS, :WS-SHP-O-NO
                FROM SHIPMENTS
                WHERE CARRIER = :SHP-CARRIER
                AND TRACKING_NO = :SHP-TRACKING-NO
           END-EXEC
           PERFORM TEST-SQLCODE.

       UPDATE-DELIVERY.
           MOVE POD-STATUS    TO SHP-DLV-STATUS
           MOVE POD-DATE      TO SHP-DLV-DATE
           MOVE POD-TIME      TO SHP-DLV-TIME
           MOVE POD-SIGNED-BY TO SHP-DLV-SIGNED-BY
           EXEC SQL
                UPDATE SHIPMENTS
                SET DLV_STATUS    = :SHP-DLV-STATUS,
                    DLV_DATE      = :SHP-DLV-DATE,
                    DLV_TIME      = :SHP-DLV-TIME,
                    DLV_SIGNED_BY = :SHP-DLV-SIGNED-BY
                WHERE CARRIER = :SHP-CARRIER
                AND TRACKING_NO = :SHP-TRACKING-NO
                AND (DLV_STATUS = ' '
                     OR DLV_DATE < :SHP-DLV-DATE
                     OR (DLV_DATE = :SHP-DLV-DATE
                         AND DLV_TIME <= :SHP-DLV-TIME))
           END-EXEC
           PERFORM TEST-SQLCODE
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 ADD 1 TO WS-STALE-COUNT
              WHEN POD-DELIVERED
                 ADD 1 TO WS-DELIVERED-COUNT
              WHEN OTHER
                 ADD 1 TO WS-EXCEPT-COUNT
                 EVALUATE POD-STATUS
                    WHEN 'R'
                       MOVE 'REFUSE'   TO WS-STATUS-TEXT
                    WHEN 'A'
                       MOVE 'AVARIE'   TO WS-STATUS-TEXT
                    WHEN OTHER
                       MOVE 'INCIDENT' TO WS-STATUS-TEXT
                 END-EVALUATE
                 PERFORM WRITE-POD-LINE
           END-EVALUATE.

       WRITE-POD-LINE.
           MOVE SPACES TO WS-LINE
           STRING
                POD-CARRIER     DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                POD-TRACKING-NO DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                WS-STATUS-TEXT  DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                POD-DATE        DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                POD-TIME        DELIMITED BY SIZE
           INTO WS-LINE
           IF WS-SHP-ROWS > ZERO
              MOVE WS-SHP-O-NO TO E-O-NO
              MOVE E-O-NO TO WS-LINE(53:4)
              MOVE POD-SIGNED-BY TO WS-LINE(58:)
           END-IF
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * EXPEDITIONS PARTIES DEPUIS PLUS DU  *
      * DELAI SANS AUCUN SCAN : A RECLAMER  *
      * AU TRANSPORTEUR                     *
      ***************************************
       REPORT-MISSING-SCANS.
           MOVE SPACES TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-LIMIT-DAYS TO E-DAYS
           STRING
                'EXPEDITIONS SANS SCAN DE LIVRAISON DEPUIS PLUS DE '
                  DELIMITED BY SIZE
                E-DAYS  DELIMITED BY SIZE
                ' JOURS :' DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'TRSP TRACKING_NO          EXPEDIT.  CMDE  P_NO QT'
             TO WS-LINE
           MOVE 'EXPEDIEE LE JOURS CLIENT' TO WS-LINE(51:)
           PERFORM WRITE-LINE-TO-RPT
           EXEC SQL
              OPEN CNOSCAN
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-NOSCAN
           PERFORM UNTIL SQLCODE = +100
              PERFORM WRITE-NOSCAN-LINE
              PERFORM FETCH-NOSCAN
           END-PERFORM
           EXEC SQL
              CLOSE CNOSCAN
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-NOSCAN.
           EXEC SQL
              FETCH CNOSCAN
              INTO :SHP-SHP-NO, :SHP-O-NO, :SHP-P-NO,
                   :SHP-SHIP-DATE, :SHP-QUANTITY, :SHP-CARRIER,
                   :SHP-TRACKING-NO, :ORD-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE.

       WRITE-NOSCAN-LINE.
           ADD 1 TO WS-NOSCAN-COUNT
           MOVE SHP-SHIP-DATE(1:4) TO WS-WORK-YYYY
           MOVE SHP-SHIP-DATE(6:2) TO WS-WORK-MM
           MOVE SHP-SHIP-DATE(9:2) TO WS-WORK-DD
           COMPUTE WS-WORK-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-INT)
           COMPUTE WS-DAYS-OLD = WS-RUN-JULIAN - WS-WORK-JULIAN
           MOVE WS-DAYS-OLD  TO E-DAYS
           MOVE SHP-SHP-NO   TO E-SHP-NO
           MOVE SHP-O-NO     TO E-O-NO
           MOVE SHP-QUANTITY TO E-QTY
           MOVE ORD-C-NO     TO E-C-NO
           MOVE SPACES TO WS-LINE
           STRING
                SHP-CARRIER     DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                SHP-TRACKING-NO DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                E-SHP-NO        DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                E-O-NO          DELIMITED BY SIZE
                '  '            DELIMITED BY SIZE
                SHP-P-NO        DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                E-QTY           DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                SHP-SHIP-DATE   DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                E-DAYS          DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                E-C-NO          DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-RPT-FOOTER.
           MOVE SPACES TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-READ-COUNT TO E-COUNT
           STRING
                'SCANS LUS : '   DELIMITED BY SIZE
                E-COUNT          DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-EXCEPT-COUNT TO E-COUNT
           MOVE '  INCIDENTS : ' TO WS-LINE(20:)
           MOVE E-COUNT          TO WS-LINE(34:)
           MOVE WS-UNKNOWN-COUNT TO E-COUNT
           MOVE '  INCONNUS : '  TO WS-LINE(41:)
           MOVE E-COUNT          TO WS-LINE(54:)
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           MOVE WS-NOSCAN-COUNT TO E-COUNT
           STRING
                'EXPEDITIONS SANS SCAN : ' DELIMITED BY SIZE
                E-COUNT                    DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE ALL '=' TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * CONTROLE DU CODE RETOUR SQL         *
      ***************************************
       TEST-SQLCODE.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE > 0
                 IF SQLCODE = +100
                    CONTINUE
                 ELSE
                    DISPLAY 'WARNING : ', SQLCODE
                 END-IF
              WHEN SQLCODE < ZERO
                 PERFORM ABEND-PROG
           END-EVALUATE.

      ***************************************
      * ABEND-PROG                          *
      ***************************************
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
