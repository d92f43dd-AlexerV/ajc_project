       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FEEDMON.
      **********************************************
      * MONITEUR D'ARRIVEE DES FLUX ENTRANTS.       *
      * FONCTION 'C' : PLACE DEVANT LE PROGRAMME    *
      * CONSOMMATEUR ET RELANCEE PAR L'ORDONNANCEUR *
      * TANT QU'ELLE REND 4, ELLE COMPTE LE FICHIER *
      * DU FLUX (FFEEDIN) ET LE COMPARE AU REGISTRE *
      * FFEEDREG (JOURS ATTENDUS, HEURE LIMITE,     *
      * VOLUME MINIMAL) :                           *
      *   RC 0 = ARRIVE (OU PAS ATTENDU CETTE NUIT),*
      *          LE CONSOMMATEUR PEUT PASSER ;      *
      *   RC 4 = PAS ENCORE LA, HEURE LIMITE NON    *
      *          ATTEINTE ;                         *
      *   RC 8 = ABSENT A L'HEURE LIMITE OU TROP    *
      *          COURT : ALERTOPS LEVEE UNE FOIS,   *
      *          LE CONSOMMATEUR NE DOIT PAS PASSER.*
      * CHAQUE CHANGEMENT D'ETAT EST AJOUTE A       *
      * L'HISTORIQUE FFEEDHST.                      *
      * FONCTION 'R' : REJOUE L'HISTORIQUE SUR LES  *
      * N DERNIERES NUITS (ETAT FFEEDRPT) - PAR     *
      * FLUX : NUITS ATTENDUES, A L'HEURE, EN       *
      * RETARD ET RETARD MOYEN, JAMAIS ARRIVEES,    *
      * TROP COURTES, PUIS LE DETAIL DES INCIDENTS. *
      * UNE NUIT VA DE MIDI A MIDI ET PORTE LA DATE *
      * DU SOIR (VOIR FEEDREG.CPY).                 *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REG ASSIGN TO FFEEDREG
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FRG-FEED-ID
            FILE STATUS IS WS-FS-REG.
            SELECT OPTIONAL FEEDIN ASSIGN TO FFEEDIN
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-FEED.
            SELECT OPTIONAL HST ASSIGN TO FFEEDHST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-HST.
            SELECT RPT ASSIGN TO FFEEDRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD REG.
       COPY FEEDREG.
       FD FEEDIN
          RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS.
       01 FEEDIN-ENR    PIC X(2000).
       FD HST.
       COPY FEEDHST.
       FD RPT.
       01 RPT-ENR       PIC X(78).

       WORKING-STORAGE SECTION.
       COPY BUSDATEP.

       77 WS-FS-REG        PIC XX.
       77 WS-FS-FEED       PIC XX.
       77 WS-FS-HST        PIC XX.
       77 WS-FS-RPT        PIC XX.
       77 FF-FEED          PIC 9 VALUE ZERO.
       77 FF-REG           PIC 9 VALUE ZERO.
       77 FF-HST           PIC 9 VALUE ZERO.

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1     : FONCTION C = CONTROLE D'ARRIVEE, R = RAPPORT
      *  COL 2-9   : FLUX CONTROLE (CLE DU REGISTRE, FONCTION C)
      *  COL 10-12 : NUITS REJOUEES (FONCTION R, DEFAUT 30)
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-FUNC          PIC X.
           05 WS-PARM-FEED          PIC X(8).
           05 WS-PARM-DAYS          PIC X(3).
           05 FILLER                PIC X(68).

      ***************************************
      * NUIT EN COURS : DATE DU SOIR, HEURE *
      * ET HEURE LIMITE EN SECONDES DEPUIS  *
      * MIDI                                *
      ***************************************
       01 WS-TODAY-NUM      PIC 9(8) VALUE ZERO.
       77 WS-NIGHT-INT      PIC 9(8) VALUE ZERO.
       01 WS-NIGHT-NUM      PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES WS-NIGHT-NUM.
          05 WS-NIGHT-YYYY  PIC X(4).
          05 WS-NIGHT-MM    PIC XX.
          05 WS-NIGHT-DD    PIC XX.
       01 WS-NIGHT-ISO      PIC X(10) VALUE SPACES.
       01 WS-NOW-NUM        PIC 9(8) VALUE ZERO.
       01 WS-NOW-TXT        PIC X(8) VALUE SPACES.
       77 WS-NOW-OFS        PIC 9(5) VALUE ZERO.
       77 WS-CUT-OFS        PIC 9(5) VALUE ZERO.
       77 WS-DOW            PIC 9 VALUE ZERO.
       01 WS-HMS-TXT        PIC X(8).
       01 FILLER REDEFINES WS-HMS-TXT.
          05 WS-HMS-HH      PIC 99.
          05 FILLER         PIC X.
          05 WS-HMS-MM      PIC 99.
          05 FILLER         PIC X.
          05 WS-HMS-SS      PIC 99.
       77 WS-HMS-SECS       PIC 9(5) VALUE ZERO.
       77 WS-HMS-OFS        PIC 9(5) VALUE ZERO.

       77 WS-FEED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-NEW-STATUS     PIC X VALUE SPACE.
       01 E-COUNT           PIC Z(6)9.
       01 E-MIN             PIC Z(6)9.

      ***************************************
      * RAPPORT : UN POSTE PAR FLUX DU      *
      * REGISTRE, AVEC LA NUIT EN ATTENTE   *
      * DE COMPTAGE (SON DERNIER ETAT FAIT  *
      * FOI)                                *
      ***************************************
       77 WS-RPT-DAYS       PIC 9(3) VALUE 30.
       77 WS-FROM-INT       PIC 9(8) VALUE ZERO.
       01 WS-FROM-NUM       PIC 9(8) VALUE ZERO.
       77 WS-FEED-MAX       PIC 9(3) VALUE 100.
       77 WS-FEED-TOTAL     PIC 9(3) VALUE ZERO.
       77 WS-FX             PIC 9(3) VALUE ZERO.
       77 WS-SX             PIC 9(3) VALUE ZERO.
       01 WS-FEED-TABLE.
          05 WS-FEED OCCURS 100 TIMES.
             10 WF-FEED-ID     PIC X(8).
             10 WF-SOURCE      PIC X(30).
             10 WF-CUTOFF      PIC X(5).
             10 WF-PEND-DATE   PIC X(8).
             10 WF-PEND-STATUS PIC X.
             10 WF-PEND-LATE   PIC 9(5).
             10 WF-NIGHTS      PIC 9(5).
             10 WF-ON-TIME     PIC 9(5).
             10 WF-LATE        PIC 9(5).
             10 WF-MISSED      PIC 9(5).
             10 WF-SHORT       PIC 9(5).
             10 WF-LATE-MINS   PIC 9(9).
       77 WS-INCIDENTS      PIC 9(5) VALUE ZERO.
       77 WS-PCT            PIC 9(3) VALUE ZERO.
       77 WS-AVG-LATE       PIC 9(5) VALUE ZERO.
       01 E-NB              PIC ZZZ9.
       01 E-PCT             PIC ZZ9.
       01 E-MINS            PIC ZZZZ9.

       01 WS-LINE           PIC X(78).

       01 WS-ALERT-PGM PIC X(8)  VALUE 'FEEDMON'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - MONITEUR DES FLUX ENTRANTS'.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            MOVE SPACES TO WS-PARM-CARD
            ACCEPT WS-PARM-CARD FROM SYSIN
            PERFORM COMPUTE-NIGHT
            EVALUATE WS-PARM-FUNC
               WHEN 'C'
                  PERFORM CHECK-FEED
               WHEN 'R'
                  PERFORM HISTORY-REPORT
               WHEN OTHER
                  DISPLAY 'FONCTION SYSIN INCONNUE : ' WS-PARM-FUNC
                  MOVE 8 TO RETURN-CODE
            END-EVALUATE
            GOBACK.

      ***************************************
      * NUIT EN COURS : AVANT MIDI, ON EST  *
      * ENCORE DANS LA NUIT DE LA VEILLE    *
      ***************************************
       COMPUTE-NIGHT.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           ACCEPT WS-NOW-NUM FROM TIME
           MOVE WS-NOW-NUM TO WS-HMS-TXT
           MOVE SPACES TO WS-NOW-TXT
           STRING
                WS-HMS-TXT(1:2) DELIMITED BY SIZE
                ':'             DELIMITED BY SIZE
                WS-HMS-TXT(3:2) DELIMITED BY SIZE
                ':'             DELIMITED BY SIZE
                WS-HMS-TXT(5:2) DELIMITED BY SIZE
           INTO WS-NOW-TXT
           MOVE WS-NOW-TXT TO WS-HMS-TXT
           PERFORM HMS-TO-OFFSET
           MOVE WS-HMS-OFS TO WS-NOW-OFS
           COMPUTE WS-NIGHT-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
           IF WS-HMS-SECS < 43200
              SUBTRACT 1 FROM WS-NIGHT-INT
           END-IF
           COMPUTE WS-NIGHT-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-NIGHT-INT)
           MOVE SPACES TO WS-NIGHT-ISO
           STRING
                WS-NIGHT-YYYY DELIMITED BY SIZE
                '-'           DELIMITED BY SIZE
                WS-NIGHT-MM   DELIMITED BY SIZE
                '-'           DELIMITED BY SIZE
                WS-NIGHT-DD   DELIMITED BY SIZE
           INTO WS-NIGHT-ISO.

      *** HH:MM:SS -> SECONDES DEPUIS MIDI ***
       HMS-TO-OFFSET.
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

      ***************************************
      * FONCTION C : CONTROLE D'ARRIVEE     *
      ***************************************
       CHECK-FEED.
           OPEN I-O REG
           IF WS-FS-REG NOT = '00'
              DISPLAY 'ERR OPEN FFEEDREG, FS=' WS-FS-REG
              PERFORM ABEND-PROG
           END-IF
           MOVE WS-PARM-FEED TO FRG-FEED-ID
           READ REG KEY IS FRG-FEED-ID
                INVALID KEY
                   DISPLAY 'FLUX ABSENT DU REGISTRE : ' WS-PARM-FEED
                   MOVE 8 TO RETURN-CODE
                   CLOSE REG
                   EXIT PARAGRAPH
           END-READ
           IF FRG-CUR-DATE NOT = WS-NIGHT-NUM
              MOVE WS-NIGHT-NUM TO FRG-CUR-DATE
              MOVE SPACE TO FRG-CUR-STATUS
              MOVE SPACES TO FRG-CUR-TIME
              MOVE ZERO TO FRG-CUR-COUNT
              PERFORM TEST-EXPECTED-NIGHT
           END-IF
           MOVE FRG-CUTOFF TO WS-HMS-TXT(1:5)
           MOVE ':00' TO WS-HMS-TXT(6:3)
           PERFORM HMS-TO-OFFSET
           MOVE WS-HMS-OFS TO WS-CUT-OFS
           IF FRG-CUTOFF(1:2) IS NOT NUMERIC
              OR FRG-CUTOFF(4:2) IS NOT NUMERIC
              DISPLAY 'HEURE LIMITE INVALIDE AU REGISTRE : '
                      FRG-CUTOFF ' - 11:59 RETENU'
              MOVE 86399 TO WS-CUT-OFS
           END-IF
           EVALUATE TRUE
              WHEN FRG-NOT-EXPECTED
                 DISPLAY 'FLUX ' FRG-FEED-ID
                         ' NON ATTENDU LA NUIT DU ' WS-NIGHT-ISO
                 MOVE ZERO TO RETURN-CODE
              WHEN FRG-ON-TIME OR FRG-LATE
                 DISPLAY 'FLUX ' FRG-FEED-ID ' DEJA ARRIVE A '
                         FRG-CUR-TIME
                 MOVE ZERO TO RETURN-CODE
              WHEN OTHER
                 PERFORM COUNT-FEED
                 PERFORM EVALUATE-ARRIVAL
           END-EVALUATE
           REWRITE FRG-ENR
           IF WS-FS-REG NOT = '00'
              DISPLAY 'ERR REWRITE FFEEDREG, FS=' WS-FS-REG
              PERFORM ABEND-PROG
           END-IF
           CLOSE REG.

      ***************************************
      * JOURS ATTENDUS : MASQUE LUNDI..     *
      * DIMANCHE DU REGISTRE (BLANC = DU    *
      * LUNDI AU VENDREDI), PUIS CALENDRIER *
      * D'ATELIER SI LE FLUX NE VIENT QUE   *
      * LES JOURS OUVRES                    *
      ***************************************
       TEST-EXPECTED-NIGHT.
           IF FRG-WEEKDAYS = SPACES
              MOVE 'YYYYYNN' TO FRG-WEEKDAYS
           END-IF
           COMPUTE WS-DOW = FUNCTION REM (WS-NIGHT-INT, 7)
           IF WS-DOW = ZERO
              MOVE 7 TO WS-DOW
           END-IF
           IF FRG-WEEKDAYS(WS-DOW:1) NOT = 'Y'
              MOVE 'N' TO FRG-CUR-STATUS
           ELSE
              IF FRG-BUSINESS-DAYS
                 MOVE 'R' TO BD-FUNC
                 MOVE WS-NIGHT-ISO TO BD-DATE
                 CALL 'BUSDATE' USING BD-PARM
                 IF BD-RC = ZERO AND BD-DATE NOT = WS-NIGHT-ISO
                    MOVE 'N' TO FRG-CUR-STATUS
                 END-IF
              END-IF
           END-IF.

      ***************************************
      * COMPTAGE DU FICHIER DU FLUX : ABSENT*
      * OU VIDE = PAS ENCORE ARRIVE         *
      ***************************************
       COUNT-FEED.
           MOVE ZERO TO WS-FEED-COUNT
           MOVE ZERO TO FF-FEED
           OPEN INPUT FEEDIN
           IF WS-FS-FEED = '00'
              PERFORM READ-FEEDIN
              PERFORM UNTIL FF-FEED = 1
                 ADD 1 TO WS-FEED-COUNT
                 PERFORM READ-FEEDIN
              END-PERFORM
              CLOSE FEEDIN
           ELSE
              IF WS-FS-FEED = '05'
                 CLOSE FEEDIN
              ELSE
                 DISPLAY 'FFEEDIN NON LISIBLE, FS=' WS-FS-FEED
              END-IF
           END-IF.

       READ-FEEDIN.
           READ FEEDIN AT END
               MOVE 1 TO FF-FEED
           END-READ.

      ***************************************
      * ETAT DE LA NUIT SELON LE COMPTAGE   *
      * ET L'HEURE : L'ALERTE NE PART QU'AU *
      * CHANGEMENT D'ETAT, PAS A CHAQUE     *
      * RELANCE DE L'ORDONNANCEUR           *
      ***************************************
       EVALUATE-ARRIVAL.
           MOVE FRG-CUR-STATUS TO WS-NEW-STATUS
           IF WS-FEED-COUNT = ZERO
              IF WS-NOW-OFS < WS-CUT-OFS
                 DISPLAY 'FLUX ' FRG-FEED-ID ' EN ATTENTE, LIMITE '
                         FRG-CUTOFF
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 'M' TO WS-NEW-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              IF WS-FEED-COUNT < FRG-MIN-COUNT
                 MOVE 'S' TO WS-NEW-STATUS
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-NOW-OFS > WS-CUT-OFS
                    MOVE 'L' TO WS-NEW-STATUS
                 ELSE
                    MOVE 'A' TO WS-NEW-STATUS
                 END-IF
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF
           IF WS-NEW-STATUS NOT = FRG-CUR-STATUS
              OR (WS-NEW-STATUS = 'S'
                  AND WS-FEED-COUNT NOT = FRG-CUR-COUNT)
              MOVE WS-NEW-STATUS TO FRG-CUR-STATUS
              MOVE WS-NOW-TXT TO FRG-CUR-TIME
              MOVE WS-FEED-COUNT TO FRG-CUR-COUNT
              PERFORM WRITE-HISTORY
              PERFORM RAISE-FEED-ALERT
           END-IF
           MOVE WS-FEED-COUNT TO E-COUNT
           DISPLAY 'FLUX ' FRG-FEED-ID ' ETAT ' FRG-CUR-STATUS
                   ' ENREG.' E-COUNT ' RC ' RETURN-CODE.

       WRITE-HISTORY.
           OPEN EXTEND HST
           IF WS-FS-HST NOT = '00' AND WS-FS-HST NOT = '05'
              DISPLAY 'ERR OPEN FFEEDHST, FS=' WS-FS-HST
              PERFORM ABEND-PROG
           END-IF
           MOVE SPACES TO FH-ENR
           MOVE FRG-FEED-ID    TO FH-FEED-ID
           MOVE FRG-CUR-DATE   TO FH-DATE
           MOVE FRG-CUR-STATUS TO FH-STATUS
           MOVE FRG-CUR-TIME   TO FH-TIME
           MOVE FRG-CUTOFF     TO FH-CUTOFF
           MOVE FRG-CUR-COUNT  TO FH-COUNT
           MOVE FRG-MIN-COUNT  TO FH-MIN-COUNT
           WRITE FH-ENR
           IF WS-FS-HST NOT = '00'
              DISPLAY 'ERR WRITE FFEEDHST, FS=' WS-FS-HST
              PERFORM ABEND-PROG
           END-IF
           CLOSE HST.

       RAISE-FEED-ALERT.
           MOVE SPACES TO WS-ALERT-MSG
           EVALUATE FRG-CUR-STATUS
              WHEN 'M'
                 STRING 'FLUX '             DELIMITED BY SIZE
                        FRG-FEED-ID         DELIMITED BY SPACE
                        ' ABSENT A LA LIMITE ' DELIMITED BY SIZE
                        FRG-CUTOFF          DELIMITED BY SIZE
                        ' - '               DELIMITED BY SIZE
                        FRG-CONSUMER        DELIMITED BY SPACE
                        ' RETENU'           DELIMITED BY SIZE
                 INTO WS-ALERT-MSG
              WHEN 'S'
                 MOVE FRG-CUR-COUNT TO E-COUNT
                 MOVE FRG-MIN-COUNT TO E-MIN
                 STRING 'FLUX '             DELIMITED BY SIZE
                        FRG-FEED-ID         DELIMITED BY SPACE
                        ' TROP COURT :'     DELIMITED BY SIZE
                        E-COUNT             DELIMITED BY SIZE
                        ' ENREG. POUR'      DELIMITED BY SIZE
                        E-MIN               DELIMITED BY SIZE
                        ' MINI'             DELIMITED BY SIZE
                 INTO WS-ALERT-MSG
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG.

      ***************************************
      * FONCTION R : HISTORIQUE DES N       *
      * DERNIERES NUITS PAR FLUX            *
      ***************************************
       HISTORY-REPORT.
           IF WS-PARM-DAYS IS NUMERIC AND WS-PARM-DAYS > ZERO
              MOVE WS-PARM-DAYS TO WS-RPT-DAYS
           END-IF
           COMPUTE WS-FROM-INT = WS-NIGHT-INT - WS-RPT-DAYS
           COMPUTE WS-FROM-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-FROM-INT)
           PERFORM LOAD-REGISTER
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FFEEDRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF
           PERFORM WRITE-RPT-HEADER
           PERFORM WRITE-INCIDENT-TITLE
           OPEN INPUT HST
           IF WS-FS-HST NOT = '00' AND WS-FS-HST NOT = '05'
              DISPLAY 'ERR OPEN FFEEDHST, FS=' WS-FS-HST
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-HST
           PERFORM UNTIL FF-HST = 1
              IF FH-DATE IS NUMERIC AND FH-DATE > WS-FROM-NUM
                 PERFORM TALLY-HISTORY
              END-IF
              PERFORM READ-HST
           END-PERFORM
           CLOSE HST
           IF WS-INCIDENTS = ZERO
              MOVE '  AUCUN INCIDENT' TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           END-IF
           PERFORM WRITE-SEPARATOR
           PERFORM WRITE-FEED-SUMMARY
           CLOSE RPT
           DISPLAY 'FLUX AU REGISTRE     : ' WS-FEED-TOTAL
           DISPLAY 'INCIDENTS DE LA PERIODE : ' WS-INCIDENTS.

       LOAD-REGISTER.
           OPEN INPUT REG
           IF WS-FS-REG NOT = '00'
              DISPLAY 'ERR OPEN FFEEDREG, FS=' WS-FS-REG
              PERFORM ABEND-PROG
           END-IF
           INITIALIZE WS-FEED-TABLE
           PERFORM READ-REG-NEXT
           PERFORM UNTIL FF-REG = 1
              IF WS-FEED-TOTAL < WS-FEED-MAX
                 ADD 1 TO WS-FEED-TOTAL
                 MOVE FRG-FEED-ID TO WF-FEED-ID (WS-FEED-TOTAL)
                 MOVE FRG-SOURCE  TO WF-SOURCE (WS-FEED-TOTAL)
                 MOVE FRG-CUTOFF  TO WF-CUTOFF (WS-FEED-TOTAL)
              ELSE
                 DISPLAY 'TABLE DES FLUX PLEINE - IGNORE ' FRG-FEED-ID
              END-IF
              PERFORM READ-REG-NEXT
           END-PERFORM
           CLOSE REG.

       READ-REG-NEXT.
           READ REG NEXT
              AT END MOVE 1 TO FF-REG
           END-READ.

       READ-HST.
           READ HST AT END
               MOVE 1 TO FF-HST
           END-READ.

      ***************************************
      * UNE LIGNE D'HISTORIQUE : LA NUIT EN *
      * ATTENTE DU FLUX EST COMPTEE QUAND   *
      * UNE NUIT PLUS RECENTE SE PRESENTE,  *
      * SINON EN FIN DE FICHIER             *
      ***************************************
       TALLY-HISTORY.
           MOVE ZERO TO WS-FX
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-FEED-TOTAL OR WS-FX > ZERO
              IF WF-FEED-ID (WS-SX) = FH-FEED-ID
                 MOVE WS-SX TO WS-FX
              END-IF
           END-PERFORM
           IF WS-FX = ZERO
              EXIT PARAGRAPH
           END-IF
           IF WF-PEND-DATE (WS-FX) NOT = FH-DATE
              PERFORM CLOSE-PENDING-NIGHT
              MOVE FH-DATE TO WF-PEND-DATE (WS-FX)
           END-IF
           MOVE FH-STATUS TO WF-PEND-STATUS (WS-FX)
           MOVE ZERO TO WF-PEND-LATE (WS-FX)
           IF FH-STATUS = 'L'
              MOVE FH-CUTOFF TO WS-HMS-TXT(1:5)
              MOVE ':00' TO WS-HMS-TXT(6:3)
              PERFORM HMS-TO-OFFSET
              MOVE WS-HMS-OFS TO WS-CUT-OFS
              MOVE FH-TIME TO WS-HMS-TXT
              PERFORM HMS-TO-OFFSET
              IF WS-HMS-OFS > WS-CUT-OFS
                 COMPUTE WF-PEND-LATE (WS-FX) =
                         (WS-HMS-OFS - WS-CUT-OFS) / 60
              END-IF
           END-IF
           IF FH-STATUS NOT = 'A'
              PERFORM WRITE-INCIDENT-LINE
           END-IF.

       CLOSE-PENDING-NIGHT.
           IF WF-PEND-DATE (WS-FX) = SPACES
              OR WF-PEND-DATE (WS-FX) = LOW-VALUES
              EXIT PARAGRAPH
           END-IF
           EVALUATE WF-PEND-STATUS (WS-FX)
              WHEN 'A'
                 ADD 1 TO WF-NIGHTS (WS-FX)
                 ADD 1 TO WF-ON-TIME (WS-FX)
              WHEN 'L'
                 ADD 1 TO WF-NIGHTS (WS-FX)
                 ADD 1 TO WF-LATE (WS-FX)
                 ADD WF-PEND-LATE (WS-FX) TO WF-LATE-MINS (WS-FX)
              WHEN 'M'
                 ADD 1 TO WF-NIGHTS (WS-FX)
                 ADD 1 TO WF-MISSED (WS-FX)
              WHEN 'S'
                 ADD 1 TO WF-NIGHTS (WS-FX)
                 ADD 1 TO WF-SHORT (WS-FX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE SPACES TO WF-PEND-DATE (WS-FX)
           MOVE SPACE TO WF-PEND-STATUS (WS-FX).

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FFEEDRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-SEPARATOR.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-RPT-HEADER.
           PERFORM WRITE-SEPARATOR
           MOVE SPACES TO WS-LINE
           MOVE WS-RPT-DAYS TO E-PCT
           STRING
                'ARRIVEE DES FLUX ENTRANTS - ' DELIMITED BY SIZE
                E-PCT                          DELIMITED BY SIZE
                ' NUITS JUSQU''AU '            DELIMITED BY SIZE
                WS-NIGHT-ISO                   DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM WRITE-SEPARATOR.

       WRITE-INCIDENT-TITLE.
           MOVE 'INCIDENTS (M = ABSENT A L''HEURE LIMITE, L = EN RETARD'
                TO WS-LINE
           MOVE ', S = TROP COURT)' TO WS-LINE(55:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           MOVE 'NUIT'       TO WS-LINE(1:)
           MOVE 'FLUX'       TO WS-LINE(11:)
           MOVE 'ETAT'       TO WS-LINE(21:)
           MOVE 'CONSTATE'   TO WS-LINE(27:)
           MOVE 'LIMITE'     TO WS-LINE(37:)
           MOVE 'ENREG.'     TO WS-LINE(47:)
           MOVE 'MINI'       TO WS-LINE(58:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-INCIDENT-LINE.
           ADD 1 TO WS-INCIDENTS
           MOVE SPACES TO WS-LINE
           MOVE FH-DATE    TO WS-LINE(1:)
           MOVE FH-FEED-ID TO WS-LINE(11:)
           MOVE FH-STATUS  TO WS-LINE(22:)
           MOVE FH-TIME    TO WS-LINE(27:)
           MOVE FH-CUTOFF  TO WS-LINE(37:)
           MOVE FH-COUNT   TO E-COUNT
           MOVE E-COUNT    TO WS-LINE(45:)
           MOVE FH-MIN-COUNT TO E-MIN
           MOVE E-MIN      TO WS-LINE(55:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * SYNTHESE PAR FLUX (NUITS ATTENDUES  *
      * = A L'HEURE + EN RETARD + ABSENTES  *
      * + TROP COURTES)                     *
      ***************************************
       WRITE-FEED-SUMMARY.
           MOVE SPACES TO WS-LINE
           MOVE 'FLUX'       TO WS-LINE(1:)
           MOVE 'SOURCE'     TO WS-LINE(10:)
           MOVE 'NUITS'      TO WS-LINE(31:)
           MOVE 'HEURE'      TO WS-LINE(37:)
           MOVE 'RETARD'     TO WS-LINE(43:)
           MOVE 'ABS'        TO WS-LINE(50:)
           MOVE 'COURT'      TO WS-LINE(54:)
           MOVE '%HEURE'     TO WS-LINE(60:)
           MOVE 'MN RET'     TO WS-LINE(67:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FEED-TOTAL
              PERFORM CLOSE-PENDING-NIGHT
              PERFORM WRITE-FEED-LINE
           END-PERFORM
           PERFORM WRITE-SEPARATOR.

       WRITE-FEED-LINE.
           MOVE ZERO TO WS-PCT WS-AVG-LATE
           IF WF-NIGHTS (WS-FX) > ZERO
              COMPUTE WS-PCT ROUNDED =
                      WF-ON-TIME (WS-FX) * 100 / WF-NIGHTS (WS-FX)
           END-IF
           IF WF-LATE (WS-FX) > ZERO
              COMPUTE WS-AVG-LATE ROUNDED =
                      WF-LATE-MINS (WS-FX) / WF-LATE (WS-FX)
           END-IF
           MOVE SPACES TO WS-LINE
           MOVE WF-FEED-ID (WS-FX)      TO WS-LINE(1:)
           MOVE WF-SOURCE (WS-FX)(1:20) TO WS-LINE(10:)
           MOVE WF-NIGHTS (WS-FX)       TO E-NB
           MOVE E-NB                    TO WS-LINE(31:)
           MOVE WF-ON-TIME (WS-FX)      TO E-NB
           MOVE E-NB                    TO WS-LINE(37:)
           MOVE WF-LATE (WS-FX)         TO E-NB
           MOVE E-NB                    TO WS-LINE(44:)
           MOVE WF-MISSED (WS-FX)       TO E-NB
           MOVE E-NB                    TO WS-LINE(49:)
           MOVE WF-SHORT (WS-FX)        TO E-NB
           MOVE E-NB                    TO WS-LINE(55:)
           MOVE WS-PCT                  TO E-PCT
           MOVE E-PCT                   TO WS-LINE(62:)
           MOVE WS-AVG-LATE             TO E-MINS
           MOVE E-MINS                  TO WS-LINE(68:)
           IF WF-LATE (WS-FX) + WF-MISSED (WS-FX) + WF-SHORT (WS-FX)
              > WF-ON-TIME (WS-FX)
              MOVE '<<' TO WS-LINE(75:)
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
