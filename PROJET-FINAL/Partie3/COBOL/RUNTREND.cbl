       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNTREND.
      **********************************************
      * TENDANCE DES DUREES BATCH ET RESPECT DE     *
      * L'OUVERTURE DU TP : RELIT LE JOURNAL COMMUN *
      * DES PASSAGES (FRUNJRNL) SUR LES N DERNIERS  *
      * JOURS OUVRES (SYSIN, CALENDRIER BUSDATE) ET *
      * DONNE PAR PROGRAMME LE NOMBRE DE PASSAGES,  *
      * LA DUREE MOYENNE ET LA PIRE, LA TENDANCE    *
      * (MOYENNE DE LA 2E MOITIE DE LA FENETRE      *
      * CONTRE LA 1ERE), LES VOLUMES LUS ET LES     *
      * NUITS OU L'HEURE CIBLE DU PROGRAMME EST     *
      * DEPASSEE. LES PASSAGES NETTEMENT PLUS LENTS *
      * QUE LA NORME DU PROGRAMME SONT LISTES, PUIS *
      * CHAQUE NUIT AVEC L'HEURE DE FIN DE CHAINE : *
      * UNE NUIT FINIE APRES L'OUVERTURE DU TP      *
      * (FICHE SLA-CHAINE, 06:00 PAR DEFAUT) EST    *
      * SIGNALEE ET LEVE UNE ALERTE ALERTOPS (RC 4).*
      * FICHES PARAMS1 : SL+PROGRAMME = HEURE CIBLE *
      * HH:MM DU PROGRAMME, TRDSLOWPCT = SEUIL DE   *
      * LENTEUR EN % DE LA MOYENNE (150), TRDGROWPCT*
      * = TENDANCE SIGNALEE AU-DELA DE X % (10).    *
      * UNE NUIT COURT DE MIDI A MIDI ET PORTE LA   *
      * DATE DU MATIN OU LE TP OUVRE. PASSAGE       *
      * HEBDOMADAIRE, APRES MORNRPT.                *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT JRNL ASSIGN TO FRUNJRNL
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-JRNL.
            SELECT RPT ASSIGN TO FRUNTRND
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD JRNL.
       01 JRNL-ENR.
          05 JRN-PROGRAM    PIC X(8).
          05 JRN-BUS-DATE   PIC X(8).
          05 JRN-START-TIME PIC X(8).
          05 JRN-END-TIME   PIC X(8).
          05 JRN-IN-COUNT   PIC 9(7).
          05 JRN-OUT-COUNT  PIC 9(7).
          05 JRN-REJ-COUNT  PIC 9(7).
          05 JRN-RC         PIC 99.
          05 FILLER         PIC X(25).
       FD RPT.
       01 RPT-ENR       PIC X(78).
       FD PARAMS.
       COPY PARAMREC.

       WORKING-STORAGE SECTION.
       COPY BUSDATEP.

       77 WS-FS-JRNL       PIC XX.
       77 WS-FS-RPT        PIC XX.
       77 WS-FS-PRM        PIC XX.
       77 WS-PRM-PRESENT   PIC X VALUE 'N'.
       77 FF-JRNL          PIC 9 VALUE ZERO.

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-3  : NOMBRE DE JOURS OUVRES DE LA FENETRE (DEFAUT 20)
      *  COL 4-11 : DERNIER MATIN DE LA FENETRE (AAAAMMJJ),
      *             BLANC = DATE DU JOUR
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-DAYS          PIC X(3).
           05 WS-PARM-DATE          PIC X(8).
           05 FILLER                PIC X(69).

      ***************************************
      * SEUILS (FICHES PARAMS1, DEFAUTS     *
      * COMPILES)                           *
      ***************************************
       77 WS-WINDOW-DAYS    PIC 9(3) VALUE 20.
       77 WS-SLOW-PCT       PIC 9(5) VALUE 150.
       77 WS-GROW-PCT       PIC 9(5) VALUE 10.
       77 WS-PRM-NUM        PIC 9(5) VALUE ZERO.
      *    DUREE SOUS LAQUELLE UN PASSAGE N'EST JAMAIS DIT LENT
       77 WS-SLOW-MIN-SECS  PIC 9(5) VALUE 60.
       01 WS-CHAIN-TARGET   PIC X(5) VALUE '06:00'.
       77 WS-CHAIN-TGT-OFS  PIC 9(5) VALUE ZERO.

      ***************************************
      * FENETRE : MATINS COMPRIS ENTRE      *
      * WS-FROM-INT (EXCLU) ET WS-END-INT   *
      * (INCLUS), EN ENTIERS DE DATE        *
      ***************************************
       01 WS-END-NUM        PIC 9(8) VALUE ZERO.
       01 WS-END-ISO        PIC X(10) VALUE SPACES.
       01 WS-FROM-NUM       PIC 9(8) VALUE ZERO.
       01 WS-FROM-ISO       PIC X(10) VALUE SPACES.
       77 WS-END-INT        PIC 9(8) VALUE ZERO.
       77 WS-FROM-INT       PIC 9(8) VALUE ZERO.
       77 WS-MID-INT        PIC 9(8) VALUE ZERO.
       77 WS-BACK-DAYS      PIC 9(3) VALUE ZERO.
       01 WS-WORK-NUM       PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES WS-WORK-NUM.
          05 WS-WORK-YYYY   PIC X(4).
          05 WS-WORK-MM     PIC XX.
          05 WS-WORK-DD     PIC XX.
       01 WS-WORK-ISO       PIC X(10) VALUE SPACES.

      ***************************************
      * PASSAGE COURANT : DUREE EN SECONDES *
      * ET HEURES EN SECONDES DEPUIS MIDI   *
      * (UNE NUIT = DE MIDI A MIDI)         *
      ***************************************
       01 WS-HMS-TXT        PIC X(8).
       01 FILLER REDEFINES WS-HMS-TXT.
          05 WS-HMS-HH      PIC 99.
          05 FILLER         PIC X.
          05 WS-HMS-MM      PIC 99.
          05 FILLER         PIC X.
          05 WS-HMS-SS      PIC 99.
       77 WS-HMS-SECS       PIC 9(5) VALUE ZERO.
       77 WS-HMS-OFS        PIC 9(5) VALUE ZERO.
       77 WS-START-SECS     PIC 9(5) VALUE ZERO.
       77 WS-END-SECS       PIC 9(5) VALUE ZERO.
       77 WS-END-OFS        PIC 9(5) VALUE ZERO.
       77 WS-ELAPSED        PIC 9(5) VALUE ZERO.
       77 WS-RUN-INT        PIC 9(8) VALUE ZERO.
       77 WS-IN-WINDOW      PIC X VALUE 'N'.
       01 WS-RUN-NUM        PIC 9(8) VALUE ZERO.

      ***************************************
      * CUMULS PAR PROGRAMME                *
      ***************************************
       77 WS-PRG-MAX        PIC 9(3) VALUE 200.
       77 WS-PRG-COUNT      PIC 9(3) VALUE ZERO.
       77 WS-PX             PIC 9(3) VALUE ZERO.
       77 WS-SX             PIC 9(3) VALUE ZERO.
       01 WS-PRG-TABLE.
          05 WS-PRG OCCURS 200 TIMES.
             10 WP-PROGRAM     PIC X(8).
             10 WP-TARGET      PIC X(5).
             10 WP-TARGET-OFS  PIC 9(5).
             10 WP-RUNS        PIC 9(5).
             10 WP-SUM-SECS    PIC 9(9).
             10 WP-MAX-SECS    PIC 9(5).
             10 WP-H1-RUNS     PIC 9(5).
             10 WP-H1-SECS     PIC 9(9).
             10 WP-H2-RUNS     PIC 9(5).
             10 WP-H2-SECS     PIC 9(9).
             10 WP-SUM-IN      PIC 9(11).
             10 WP-MAX-IN      PIC 9(7).
             10 WP-LATE        PIC 9(3).
             10 WP-SLOW        PIC 9(3).
             10 WP-AVG-SECS    PIC 9(5).

      ***************************************
      * NUITS DE LA FENETRE, RANGEES PAR    *
      * ECART EN JOURS AU PREMIER MATIN     *
      ***************************************
       77 WS-NX             PIC 9(3) VALUE ZERO.
       01 WS-NIGHT-TABLE.
          05 WS-NIGHT OCCURS 400 TIMES.
             10 WN-RUNS        PIC 9(5).
             10 WN-END-OFS     PIC 9(5).
             10 WN-LAST-PGM    PIC X(8).
             10 WN-FAILED      PIC 9(3).

      ***************************************
      * PASSAGES LENTS RETENUS AU 2E TOUR   *
      ***************************************
       77 WS-SLOW-MAX       PIC 9(3) VALUE 500.
       01 WS-SLOW-TABLE.
          05 WS-SLOW-RUN OCCURS 500 TIMES.
             10 WSL-PROGRAM    PIC X(8).
             10 WSL-DATE       PIC X(8).
             10 WSL-START      PIC X(8).
             10 WSL-ELAPSED    PIC 9(5).
             10 WSL-AVG        PIC 9(5).
             10 WSL-IN         PIC 9(7).
             10 WSL-RC         PIC 99.

      ***************************************
      * COMPTEURS ET ZONES D'EDITION        *
      ***************************************
       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-KEPT-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-SLOW-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-NIGHT-COUNT    PIC 9(5) VALUE ZERO.
       77 WS-SLA-MISS       PIC 9(5) VALUE ZERO.
       77 WS-LATE-TOTAL     PIC 9(5) VALUE ZERO.
       77 WS-AVG-H1         PIC 9(5) VALUE ZERO.
       77 WS-AVG-H2         PIC 9(5) VALUE ZERO.
       77 WS-GROWTH         PIC S9(5)V9 VALUE ZERO.
       77 WS-AVG-IN         PIC 9(7) VALUE ZERO.
       77 WS-DUR-SECS       PIC 9(6) VALUE ZERO.
       77 WS-DUR-HH         PIC 99 VALUE ZERO.
       77 WS-DUR-MM         PIC 99 VALUE ZERO.
       77 WS-DUR-SS         PIC 99 VALUE ZERO.
       01 WS-DUR-TXT        PIC X(8).
       01 WS-OFS-TXT        PIC X(5).

       01 WS-LINE           PIC X(78).
       01 E-COUNT           PIC ZZ9.
       01 E-RUNS            PIC ZZZZ9.
       01 E-GROWTH          PIC +ZZZ9,9.
       01 E-IN              PIC Z(6)9.
       01 E-TOT             PIC Z(6)9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'RUNTREND'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - TENDANCE DES PASSAGES BATCH'.

       PROCEDURE DIVISION.
            PERFORM READ-PARM
            PERFORM GET-TREND-PARAMETERS
            PERFORM COMPUTE-WINDOW
            PERFORM OPEN-FILES
            INITIALIZE WS-NIGHT-TABLE
            PERFORM READ-JRNL
            PERFORM UNTIL FF-JRNL = 1
               ADD 1 TO WS-READ-COUNT
               PERFORM PLACE-RUN
               IF WS-IN-WINDOW = 'Y'
                  ADD 1 TO WS-KEPT-COUNT
                  PERFORM ACCUMULATE-RUN
               END-IF
               PERFORM READ-JRNL
            END-PERFORM
            CLOSE JRNL
            IF WS-PRM-PRESENT = 'Y'
               CLOSE PARAMS
               MOVE 'N' TO WS-PRM-PRESENT
            END-IF
            PERFORM VARYING WS-PX FROM 1 BY 1
                    UNTIL WS-PX > WS-PRG-COUNT
               COMPUTE WP-AVG-SECS (WS-PX) ROUNDED =
                       WP-SUM-SECS (WS-PX) / WP-RUNS (WS-PX)
            END-PERFORM
            PERFORM FIND-SLOW-RUNS

            PERFORM WRITE-REPORT-HEADER
            PERFORM WRITE-PROGRAM-SECTION
            PERFORM WRITE-SLOW-SECTION
            PERFORM WRITE-NIGHT-SECTION
            PERFORM WRITE-REPORT-FOOTER
            CLOSE RPT

            DISPLAY 'PASSAGES LUS         : ' WS-READ-COUNT
            DISPLAY 'PASSAGES DE LA FENETRE : ' WS-KEPT-COUNT
            DISPLAY 'PASSAGES LENTS       : ' WS-SLOW-COUNT
            DISPLAY 'NUITS HORS SLA       : ' WS-SLA-MISS
            IF WS-SLA-MISS > ZERO
               MOVE SPACES TO WS-ALERT-MSG
               MOVE 'CHAINE DE NUIT FINIE APRES L''OUVERTURE DU TP'
                    TO WS-ALERT-MSG
               MOVE '- VOIR FRUNTRND' TO WS-ALERT-MSG(46:)
               CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
               MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DAYS IS NUMERIC AND WS-PARM-DAYS > ZERO
              MOVE WS-PARM-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF WS-WINDOW-DAYS > 250
              MOVE 250 TO WS-WINDOW-DAYS
           END-IF
           IF WS-PARM-DATE IS NUMERIC
              MOVE WS-PARM-DATE TO WS-END-NUM
           ELSE
              ACCEPT WS-END-NUM FROM DATE YYYYMMDD
           END-IF.

      ***************************************
      * SEUILS ET HEURE CIBLE DE LA CHAINE  *
      * - LE FICHIER RESTE OUVERT POUR LES  *
      * HEURES CIBLES PAR PROGRAMME         *
      ***************************************
       GET-TREND-PARAMETERS.
           OPEN INPUT PARAMS
           IF WS-FS-PRM = '00'
              MOVE 'Y' TO WS-PRM-PRESENT
              MOVE 'TRDSLOWPCT' TO OPR-KEY
              PERFORM READ-ONE-THRESHOLD
              IF WS-PRM-NUM > 100
                 MOVE WS-PRM-NUM TO WS-SLOW-PCT
              END-IF
              MOVE 'TRDGROWPCT' TO OPR-KEY
              PERFORM READ-ONE-THRESHOLD
              IF WS-PRM-NUM > ZERO
                 MOVE WS-PRM-NUM TO WS-GROW-PCT
              END-IF
              MOVE 'SLA-CHAINE' TO OPR-KEY
              READ PARAMS KEY IS OPR-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OPR-VALUE(1:2) IS NUMERIC
                          AND OPR-VALUE(3:1) = ':'
                          AND OPR-VALUE(4:2) IS NUMERIC
                          MOVE OPR-VALUE(1:5) TO WS-CHAIN-TARGET
                       END-IF
              END-READ
           ELSE
              IF WS-FS-PRM = '05'
                 CLOSE PARAMS
              END-IF
           END-IF
           MOVE WS-CHAIN-TARGET TO WS-OFS-TXT
           PERFORM TARGET-TO-OFFSET
           MOVE WS-HMS-OFS TO WS-CHAIN-TGT-OFS.

       READ-ONE-THRESHOLD.
           MOVE ZERO TO WS-PRM-NUM
           READ PARAMS KEY IS OPR-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF OPR-VALUE(1:5) IS NUMERIC
                       MOVE OPR-VALUE(1:5) TO WS-PRM-NUM
                    END-IF
           END-READ.

      ***************************************
      * PREMIER MATIN DE LA FENETRE : ON    *
      * RECULE JUSQU'A AVOIR N JOURS OUVRES *
      * (CALENDRIER D'ATELIER) ; CALENDRIER *
      * INUTILISABLE = 7 JOURS POUR 5       *
      ***************************************
       COMPUTE-WINDOW.
           MOVE WS-END-NUM TO WS-WORK-NUM
           PERFORM FORMAT-WORK-ISO
           MOVE WS-WORK-ISO TO WS-END-ISO
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE (WS-END-NUM)
           MOVE WS-WINDOW-DAYS TO WS-BACK-DAYS
           MOVE 'C' TO BD-FUNC
           MOVE WS-END-ISO TO BD-DATE-2
           MOVE ZERO TO BD-DAYS
           PERFORM UNTIL BD-DAYS >= WS-WINDOW-DAYS
                      OR WS-BACK-DAYS > 395
              COMPUTE WS-FROM-INT = WS-END-INT - WS-BACK-DAYS
              COMPUTE WS-WORK-NUM =
                      FUNCTION DATE-OF-INTEGER (WS-FROM-INT)
              PERFORM FORMAT-WORK-ISO
              MOVE WS-WORK-ISO TO BD-DATE
              CALL 'BUSDATE' USING BD-PARM
              IF BD-RC NOT = ZERO
                 COMPUTE WS-BACK-DAYS = WS-WINDOW-DAYS * 7 / 5 + 1
                 MOVE WS-WINDOW-DAYS TO BD-DAYS
              ELSE
                 IF BD-DAYS < WS-WINDOW-DAYS
                    ADD 1 TO WS-BACK-DAYS
                 END-IF
              END-IF
           END-PERFORM
           COMPUTE WS-FROM-INT = WS-END-INT - WS-BACK-DAYS
           COMPUTE WS-FROM-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-FROM-INT + 1)
           MOVE WS-FROM-NUM TO WS-WORK-NUM
           PERFORM FORMAT-WORK-ISO
           MOVE WS-WORK-ISO TO WS-FROM-ISO
           COMPUTE WS-MID-INT = (WS-FROM-INT + WS-END-INT) / 2.

       FORMAT-WORK-ISO.
           MOVE SPACES TO WS-WORK-ISO
           STRING
                WS-WORK-YYYY DELIMITED BY SIZE
                '-'          DELIMITED BY SIZE
                WS-WORK-MM   DELIMITED BY SIZE
                '-'          DELIMITED BY SIZE
                WS-WORK-DD   DELIMITED BY SIZE
           INTO WS-WORK-ISO.

       OPEN-FILES.
           OPEN INPUT JRNL
           IF WS-FS-JRNL NOT = '00'
              DISPLAY 'ERR OPEN FRUNJRNL, FS=' WS-FS-JRNL
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FRUNTRND, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       READ-JRNL.
           READ JRNL AT END
               MOVE 1 TO FF-JRNL
           END-READ.

      ***************************************
      * RATTACHE LE PASSAGE A SA NUIT : LA  *
      * LIGNE PORTE LA DATE DE FIN ; FINI   *
      * APRES MIDI = NUIT DU LENDEMAIN      *
      * MATIN. DUREE = FIN - DEBUT, A       *
      * CHEVAL SUR MINUIT COMPRIS           *
      ***************************************
       PLACE-RUN.
           MOVE 'N' TO WS-IN-WINDOW
           IF JRN-BUS-DATE IS NOT NUMERIC
              OR JRN-START-TIME(1:2) IS NOT NUMERIC
              OR JRN-END-TIME(1:2) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE JRN-START-TIME TO WS-HMS-TXT
           PERFORM HMS-TO-SECONDS
           MOVE WS-HMS-SECS TO WS-START-SECS
           MOVE JRN-END-TIME TO WS-HMS-TXT
           PERFORM HMS-TO-SECONDS
           MOVE WS-HMS-SECS TO WS-END-SECS
           MOVE WS-HMS-OFS TO WS-END-OFS
           IF WS-END-SECS < WS-START-SECS
              COMPUTE WS-ELAPSED = WS-END-SECS + 86400 - WS-START-SECS
           ELSE
              COMPUTE WS-ELAPSED = WS-END-SECS - WS-START-SECS
           END-IF
           MOVE JRN-BUS-DATE TO WS-RUN-NUM
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-NUM)
           IF WS-END-SECS NOT < 43200
              ADD 1 TO WS-RUN-INT
           END-IF
           IF WS-RUN-INT > WS-FROM-INT AND WS-RUN-INT NOT > WS-END-INT
              MOVE 'Y' TO WS-IN-WINDOW
              COMPUTE WS-NX = WS-RUN-INT - WS-FROM-INT
           END-IF.

       HMS-TO-SECONDS.
           MOVE ZERO TO WS-HMS-SECS
           IF WS-HMS-HH IS NUMERIC AND WS-HMS-MM IS NUMERIC
              COMPUTE WS-HMS-SECS = WS-HMS-HH * 3600 + WS-HMS-MM * 60
              IF WS-HMS-SS IS NUMERIC
                 ADD WS-HMS-SS TO WS-HMS-SECS
              END-IF
           END-IF
           IF WS-HMS-SECS NOT < 43200
              COMPUTE WS-HMS-OFS = WS-HMS-SECS - 43200
           ELSE
              COMPUTE WS-HMS-OFS = WS-HMS-SECS + 43200
           END-IF.

      *** HEURE CIBLE HH:MM -> SECONDES DEPUIS MIDI ***
       TARGET-TO-OFFSET.
           MOVE SPACES TO WS-HMS-TXT
           MOVE WS-OFS-TXT TO WS-HMS-TXT(1:5)
           MOVE '00' TO WS-HMS-TXT(7:2)
           PERFORM HMS-TO-SECONDS.

       ACCUMULATE-RUN.
           PERFORM FIND-PROGRAM
           IF WS-PX = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WP-RUNS (WS-PX)
           ADD WS-ELAPSED TO WP-SUM-SECS (WS-PX)
           IF WS-ELAPSED > WP-MAX-SECS (WS-PX)
              MOVE WS-ELAPSED TO WP-MAX-SECS (WS-PX)
           END-IF
           IF WS-RUN-INT NOT > WS-MID-INT
              ADD 1 TO WP-H1-RUNS (WS-PX)
              ADD WS-ELAPSED TO WP-H1-SECS (WS-PX)
           ELSE
              ADD 1 TO WP-H2-RUNS (WS-PX)
              ADD WS-ELAPSED TO WP-H2-SECS (WS-PX)
           END-IF
           ADD JRN-IN-COUNT TO WP-SUM-IN (WS-PX)
           IF JRN-IN-COUNT > WP-MAX-IN (WS-PX)
              MOVE JRN-IN-COUNT TO WP-MAX-IN (WS-PX)
           END-IF
           IF WP-TARGET-OFS (WS-PX) > ZERO
              AND WS-END-OFS > WP-TARGET-OFS (WS-PX)
              ADD 1 TO WP-LATE (WS-PX)
           END-IF
           ADD 1 TO WN-RUNS (WS-NX)
           IF WS-END-OFS > WN-END-OFS (WS-NX)
              MOVE WS-END-OFS TO WN-END-OFS (WS-NX)
              MOVE JRN-PROGRAM TO WN-LAST-PGM (WS-NX)
           END-IF
           IF JRN-RC > 4
              ADD 1 TO WN-FAILED (WS-NX)
           END-IF.

      ***************************************
      * POSTE DU PROGRAMME DANS LA TABLE,   *
      * CREE AU PREMIER PASSAGE AVEC SON    *
      * HEURE CIBLE (FICHE SL+PROGRAMME)    *
      ***************************************
       FIND-PROGRAM.
           MOVE ZERO TO WS-PX
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-PRG-COUNT OR WS-PX > ZERO
              IF WP-PROGRAM (WS-SX) = JRN-PROGRAM
                 MOVE WS-SX TO WS-PX
              END-IF
           END-PERFORM
           IF WS-PX > ZERO
              EXIT PARAGRAPH
           END-IF
           IF WS-PRG-COUNT >= WS-PRG-MAX
              DISPLAY 'TABLE DES PROGRAMMES PLEINE - IGNORE '
                      JRN-PROGRAM
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRG-COUNT
           MOVE WS-PRG-COUNT TO WS-PX
           INITIALIZE WS-PRG (WS-PX)
           MOVE JRN-PROGRAM TO WP-PROGRAM (WS-PX)
           MOVE SPACES TO WP-TARGET (WS-PX)
           IF WS-PRM-PRESENT = 'Y'
              MOVE SPACES TO OPR-KEY
              STRING 'SL'        DELIMITED BY SIZE
                     JRN-PROGRAM DELIMITED BY SIZE
              INTO OPR-KEY
              READ PARAMS KEY IS OPR-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OPR-VALUE(1:2) IS NUMERIC
                          AND OPR-VALUE(3:1) = ':'
                          AND OPR-VALUE(4:2) IS NUMERIC
                          MOVE OPR-VALUE(1:5) TO WP-TARGET (WS-PX)
                       END-IF
              END-READ
           END-IF
           IF WP-TARGET (WS-PX) NOT = SPACES
              MOVE WP-TARGET (WS-PX) TO WS-OFS-TXT
              PERFORM TARGET-TO-OFFSET
              MOVE WS-HMS-OFS TO WP-TARGET-OFS (WS-PX)
           END-IF.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FRUNTRND, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-SEPARATOR.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-REPORT-HEADER.
           PERFORM WRITE-SEPARATOR
           MOVE SPACES TO WS-LINE
           MOVE WS-WINDOW-DAYS TO E-COUNT
           STRING
                'TENDANCE DES PASSAGES BATCH - ' DELIMITED BY SIZE
                E-COUNT                          DELIMITED BY SIZE
                ' JOURS OUVRES DU '              DELIMITED BY SIZE
                WS-FROM-ISO                      DELIMITED BY SIZE
                ' AU '                           DELIMITED BY SIZE
                WS-END-ISO                       DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           MOVE WS-SLOW-PCT TO E-TOT
           STRING
                'LENT AU-DELA DE'      DELIMITED BY SIZE
                E-TOT                  DELIMITED BY SIZE
                ' % DE LA MOYENNE - OUVERTURE DU TP A '
                                       DELIMITED BY SIZE
                WS-CHAIN-TARGET        DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM WRITE-SEPARATOR.

      ***************************************
      * 1 - UNE LIGNE PAR PROGRAMME         *
      ***************************************
       WRITE-PROGRAM-SECTION.
           MOVE SPACES TO WS-LINE
           MOVE 'PROGRAMME'  TO WS-LINE(1:)
           MOVE 'NB'         TO WS-LINE(12:)
           MOVE 'MOYENNE'    TO WS-LINE(16:)
           MOVE 'PIRE'       TO WS-LINE(26:)
           MOVE 'TENDANCE'   TO WS-LINE(34:)
           MOVE 'LUS MOY'    TO WS-LINE(44:)
           MOVE 'CIBLE'      TO WS-LINE(53:)
           MOVE 'RET'        TO WS-LINE(59:)
           MOVE 'LENT'       TO WS-LINE(63:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PRG-COUNT
              PERFORM WRITE-PROGRAM-LINE
           END-PERFORM
           PERFORM WRITE-SEPARATOR.

       WRITE-PROGRAM-LINE.
           COMPUTE WS-AVG-IN ROUNDED =
                   WP-SUM-IN (WS-PX) / WP-RUNS (WS-PX)
           MOVE ZERO TO WS-GROWTH
           IF WP-H1-RUNS (WS-PX) > ZERO AND WP-H2-RUNS (WS-PX) > ZERO
              COMPUTE WS-AVG-H1 ROUNDED =
                      WP-H1-SECS (WS-PX) / WP-H1-RUNS (WS-PX)
              COMPUTE WS-AVG-H2 ROUNDED =
                      WP-H2-SECS (WS-PX) / WP-H2-RUNS (WS-PX)
              IF WS-AVG-H1 > ZERO
                 COMPUTE WS-GROWTH ROUNDED =
                         (WS-AVG-H2 - WS-AVG-H1) * 100 / WS-AVG-H1
                    ON SIZE ERROR MOVE 9999,9 TO WS-GROWTH
                 END-COMPUTE
              END-IF
           END-IF
           ADD WP-LATE (WS-PX) TO WS-LATE-TOTAL
           MOVE SPACES TO WS-LINE
           MOVE WP-PROGRAM (WS-PX) TO WS-LINE(1:)
           MOVE WP-RUNS (WS-PX) TO E-RUNS
           MOVE E-RUNS TO WS-LINE(9:)
           MOVE WP-AVG-SECS (WS-PX) TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TXT TO WS-LINE(16:)
           MOVE WP-MAX-SECS (WS-PX) TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TXT TO WS-LINE(25:)
           MOVE WS-GROWTH TO E-GROWTH
           MOVE E-GROWTH TO WS-LINE(34:)
           MOVE '%' TO WS-LINE(41:)
           MOVE WS-AVG-IN TO E-IN
           MOVE E-IN TO WS-LINE(44:)
           MOVE WP-TARGET (WS-PX) TO WS-LINE(53:)
           MOVE WP-LATE (WS-PX) TO E-COUNT
           MOVE E-COUNT TO WS-LINE(59:)
           MOVE WP-SLOW (WS-PX) TO E-COUNT
           MOVE E-COUNT TO WS-LINE(64:)
           IF WS-GROWTH > WS-GROW-PCT
              OR WP-LATE (WS-PX) > ZERO
              OR WP-SLOW (WS-PX) > ZERO
              MOVE '<<' TO WS-LINE(68:)
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * 2E TOUR DU JOURNAL : UN PASSAGE EST *
      * LENT QUAND IL DEPASSE LE SEUIL EN % *
      * DE LA MOYENNE DE SON PROGRAMME      *
      * (ET LA DUREE PLANCHER)              *
      ***************************************
       FIND-SLOW-RUNS.
           OPEN INPUT JRNL
           IF WS-FS-JRNL NOT = '00'
              DISPLAY 'ERR REOUVERTURE FRUNJRNL, FS=' WS-FS-JRNL
              PERFORM ABEND-PROG
           END-IF
           MOVE ZERO TO FF-JRNL
           PERFORM READ-JRNL
           PERFORM UNTIL FF-JRNL = 1
              PERFORM PLACE-RUN
              IF WS-IN-WINDOW = 'Y'
                 PERFORM FIND-PROGRAM
                 IF WS-PX > ZERO
                    PERFORM TEST-SLOW-RUN
                 END-IF
              END-IF
              PERFORM READ-JRNL
           END-PERFORM
           CLOSE JRNL.

       TEST-SLOW-RUN.
           IF WS-ELAPSED < WS-SLOW-MIN-SECS
              OR WP-RUNS (WS-PX) < 2
              EXIT PARAGRAPH
           END-IF
           IF WS-ELAPSED * 100 >
              WP-AVG-SECS (WS-PX) * WS-SLOW-PCT
              ADD 1 TO WP-SLOW (WS-PX)
              ADD 1 TO WS-SLOW-COUNT
              IF WS-SLOW-COUNT NOT > WS-SLOW-MAX
                 MOVE JRN-PROGRAM    TO WSL-PROGRAM (WS-SLOW-COUNT)
                 MOVE JRN-BUS-DATE   TO WSL-DATE (WS-SLOW-COUNT)
                 MOVE JRN-START-TIME TO WSL-START (WS-SLOW-COUNT)
                 MOVE WS-ELAPSED     TO WSL-ELAPSED (WS-SLOW-COUNT)
                 MOVE WP-AVG-SECS (WS-PX)
                                     TO WSL-AVG (WS-SLOW-COUNT)
                 MOVE JRN-IN-COUNT   TO WSL-IN (WS-SLOW-COUNT)
                 MOVE JRN-RC         TO WSL-RC (WS-SLOW-COUNT)
              END-IF
           END-IF.

      *** SECONDES -> HH:MM:SS ***
       FORMAT-DURATION.
           DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HH
                  REMAINDER WS-DUR-SECS
           DIVIDE WS-DUR-SECS BY 60 GIVING WS-DUR-MM
                  REMAINDER WS-DUR-SS
           MOVE SPACES TO WS-DUR-TXT
           STRING
                WS-DUR-HH DELIMITED BY SIZE
                ':'       DELIMITED BY SIZE
                WS-DUR-MM DELIMITED BY SIZE
                ':'       DELIMITED BY SIZE
                WS-DUR-SS DELIMITED BY SIZE
           INTO WS-DUR-TXT.

      *** SECONDES DEPUIS MIDI -> HH:MM:SS A L'HORLOGE ***
       FORMAT-NIGHT-TIME.
           IF WS-DUR-SECS NOT < 43200
              SUBTRACT 43200 FROM WS-DUR-SECS
           ELSE
              ADD 43200 TO WS-DUR-SECS
           END-IF
           PERFORM FORMAT-DURATION.

      ***************************************
      * 2 - PASSAGES LENTS                  *
      ***************************************
       WRITE-SLOW-SECTION.
           MOVE 'PASSAGES LENTS PAR RAPPORT A LA NORME DU PROGRAMME'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           MOVE 'PROGRAMME'  TO WS-LINE(1:)
           MOVE 'DATE'       TO WS-LINE(11:)
           MOVE 'DEBUT'      TO WS-LINE(21:)
           MOVE 'DUREE'      TO WS-LINE(31:)
           MOVE 'MOYENNE'    TO WS-LINE(41:)
           MOVE 'LUS'        TO WS-LINE(55:)
           MOVE 'RC'         TO WS-LINE(60:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           IF WS-SLOW-COUNT = ZERO
              MOVE '  AUCUN' TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SLOW-COUNT OR WS-SX > WS-SLOW-MAX
              MOVE SPACES TO WS-LINE
              MOVE WSL-PROGRAM (WS-SX) TO WS-LINE(1:)
              MOVE WSL-DATE (WS-SX)    TO WS-LINE(11:)
              MOVE WSL-START (WS-SX)   TO WS-LINE(21:)
              MOVE WSL-ELAPSED (WS-SX) TO WS-DUR-SECS
              PERFORM FORMAT-DURATION
              MOVE WS-DUR-TXT TO WS-LINE(31:)
              MOVE WSL-AVG (WS-SX) TO WS-DUR-SECS
              PERFORM FORMAT-DURATION
              MOVE WS-DUR-TXT TO WS-LINE(41:)
              MOVE WSL-IN (WS-SX) TO E-IN
              MOVE E-IN TO WS-LINE(51:)
              MOVE WSL-RC (WS-SX) TO WS-LINE(60:)
              MOVE WS-LINE TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           END-PERFORM
           IF WS-SLOW-COUNT > WS-SLOW-MAX
              MOVE SPACES TO WS-LINE
              MOVE WS-SLOW-COUNT TO E-TOT
              STRING '  ... LISTE TRONQUEE, ' DELIMITED BY SIZE
                     E-TOT                    DELIMITED BY SIZE
                     ' PASSAGES LENTS AU TOTAL' DELIMITED BY SIZE
              INTO WS-LINE
              MOVE WS-LINE TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           END-IF
           PERFORM WRITE-SEPARATOR.

      ***************************************
      * 3 - FIN DE CHAINE NUIT PAR NUIT ET  *
      * RESPECT DE L'OUVERTURE DU TP        *
      ***************************************
       WRITE-NIGHT-SECTION.
           MOVE SPACES TO WS-LINE
           MOVE 'MATIN'      TO WS-LINE(1:)
           MOVE 'PASSAGES'   TO WS-LINE(13:)
           MOVE 'FIN CHAINE' TO WS-LINE(23:)
           MOVE 'DERNIER'    TO WS-LINE(35:)
           MOVE 'ECHECS'     TO WS-LINE(45:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > 400
                      OR WS-FROM-INT + WS-NX > WS-END-INT
              IF WN-RUNS (WS-NX) > ZERO
                 PERFORM WRITE-NIGHT-LINE
              END-IF
           END-PERFORM
           PERFORM WRITE-SEPARATOR.

       WRITE-NIGHT-LINE.
           ADD 1 TO WS-NIGHT-COUNT
           COMPUTE WS-WORK-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-FROM-INT + WS-NX)
           PERFORM FORMAT-WORK-ISO
           MOVE SPACES TO WS-LINE
           MOVE WS-WORK-ISO TO WS-LINE(1:)
           MOVE WN-RUNS (WS-NX) TO E-RUNS
           MOVE E-RUNS TO WS-LINE(14:)
           MOVE WN-END-OFS (WS-NX) TO WS-DUR-SECS
           PERFORM FORMAT-NIGHT-TIME
           MOVE WS-DUR-TXT TO WS-LINE(23:)
           MOVE WN-LAST-PGM (WS-NX) TO WS-LINE(35:)
           MOVE WN-FAILED (WS-NX) TO E-COUNT
           MOVE E-COUNT TO WS-LINE(46:)
           IF WN-END-OFS (WS-NX) > WS-CHAIN-TGT-OFS
              ADD 1 TO WS-SLA-MISS
              MOVE '<< SLA MANQUE' TO WS-LINE(52:)
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO WS-LINE
           MOVE 'PASSAGES DE LA FENETRE     :' TO WS-LINE
           MOVE WS-KEPT-COUNT TO E-TOT
           MOVE E-TOT TO WS-LINE(30:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           MOVE 'NUITS AVEC PASSAGES        :' TO WS-LINE
           MOVE WS-NIGHT-COUNT TO E-TOT
           MOVE E-TOT TO WS-LINE(30:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           MOVE 'PASSAGES LENTS             :' TO WS-LINE
           MOVE WS-SLOW-COUNT TO E-TOT
           MOVE E-TOT TO WS-LINE(30:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           MOVE 'FINS APRES HEURE CIBLE     :' TO WS-LINE
           MOVE WS-LATE-TOTAL TO E-TOT
           MOVE E-TOT TO WS-LINE(30:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           MOVE 'NUITS HORS SLA OUVERTURE TP:' TO WS-LINE
           MOVE WS-SLA-MISS TO E-TOT
           MOVE E-TOT TO WS-LINE(30:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM WRITE-SEPARATOR.

      ***************************************
      * ABEND-PROG                          *
      ***************************************
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
