       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SUSPCTL.
      **********************************************
      * SOUS-PROGRAMME COMMUN : SUSPENS DES LIGNES  *
      * REJETEES PAR LES CHARGEMENTS DE FLUX (KSDS  *
      * FSUSPNS, VOIR SUSPENSE.CPY ET SUSPCTLP.CPY  *
      * POUR LES FONCTIONS). PRO15, ORDIMP ET       *
      * INSNPT Y DEPOSENT CHAQUE REJET ET Y         *
      * REPRENNENT, EN DEBUT DE PASSAGE, LES LIGNES *
      * CORRIGEES ET LIBEREES EN LIGNE (PGM1SUS).   *
      * LE FICHIER RESTE OUVERT D'UN APPEL A        *
      * L'AUTRE JUSQU'A LA FONCTION 'F' ; ABSENT,   *
      * IL EST CREE AU PREMIER APPEL. TOUTE ERREUR  *
      * FICHIER REVIENT EN SP-RC 16 : UN REJET QUE  *
      * L'ON NE PEUT PLUS CORRIGER NE DOIT PAS      *
      * PASSER EN SILENCE.                          *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SUSP ASSIGN TO FSUSPNS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUS-KEY
            FILE STATUS IS WS-FS-SUS.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD SUSP.
       COPY SUSPENSE.

       WORKING-STORAGE SECTION.
       77 WS-FS-SUS        PIC XX.
       77 WS-SUS-OPEN      PIC X VALUE 'N'.
       77 WS-FOUND         PIC X VALUE 'N'.
       77 WS-TODAY         PIC X(8) VALUE SPACES.
       77 WS-TIME-NUM      PIC 9(8) VALUE ZERO.
       01 WS-TIME-TXT      PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       COPY SUSPCTLP.

       PROCEDURE DIVISION USING SP-PARM.
            MOVE ZERO TO SP-RC
            IF SP-FUNC NOT = 'F' AND WS-SUS-OPEN = 'N'
               PERFORM OPEN-FILE-SUS
            END-IF
            IF SP-RC = ZERO
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               EVALUATE SP-FUNC
                  WHEN 'W'
                     PERFORM WRITE-REJECT
                  WHEN 'N'
                     PERFORM NEXT-RELEASED
                  WHEN 'R'
                     PERFORM MARK-PICKED-UP
                  WHEN 'O'
                     PERFORM REOPEN-REJECT
                  WHEN 'F'
                     PERFORM CLOSE-FILE-SUS
                  WHEN OTHER
                     DISPLAY 'SUSPCTL : FONCTION INCONNUE ' SP-FUNC
                     MOVE 16 TO SP-RC
               END-EVALUATE
            END-IF
            GOBACK.

      ***************************************
      * OUVERTURE AU PREMIER APPEL - LE     *
      * FICHIER ABSENT EST CREE (STATUT 35) *
      ***************************************
       OPEN-FILE-SUS.
           OPEN I-O SUSP
           IF WS-FS-SUS = '35'
              OPEN OUTPUT SUSP
              CLOSE SUSP
              OPEN I-O SUSP
           END-IF
           IF WS-FS-SUS NOT = '00'
              DISPLAY 'SUSPCTL : ERR OPEN FSUSPNS, FS=' WS-FS-SUS
              MOVE 16 TO SP-RC
           ELSE
              MOVE 'Y' TO WS-SUS-OPEN
           END-IF.

       CLOSE-FILE-SUS.
           IF WS-SUS-OPEN = 'Y'
              CLOSE SUSP
              MOVE 'N' TO WS-SUS-OPEN
           END-IF.

      ***************************************
      * NOUVELLE LIGNE REJETEE, OUVERTE     *
      ***************************************
       WRITE-REJECT.
           MOVE SPACES       TO SUS-ENR
           MOVE SP-KEY       TO SUS-KEY
           MOVE SP-PROGRAM   TO SUS-PROGRAM
           SET SUS-OPEN      TO TRUE
           MOVE SP-REASON    TO SUS-REASON
           MOVE SP-DATA      TO SUS-DATA
           MOVE SP-DATA      TO SUS-ORIG-DATA
           MOVE WS-TODAY     TO SUS-CRE-DATE
           MOVE ZERO         TO SUS-RESUB-COUNT
           MOVE 'NUIT '      TO SUS-UPD-BY
           MOVE WS-TODAY     TO SUS-UPD-DATE
           PERFORM FORMAT-TIME
           MOVE WS-TIME-TXT  TO SUS-UPD-TIME
           WRITE SUS-ENR
           IF WS-FS-SUS NOT = '00'
              DISPLAY 'SUSPCTL : ERR WRITE FSUSPNS, FS=' WS-FS-SUS
                      ' CLE ' SP-KEY
              MOVE 16 TO SP-RC
           END-IF.

      ***************************************
      * PROCHAINE LIGNE LIBEREE DU FLUX,    *
      * STRICTEMENT APRES LA CLE RECUE : LE *
      * CHARGEMENT REECRIT LA FICHE ENTRE   *
      * DEUX APPELS, ON REPOSITIONNE DONC A *
      * CHAQUE FOIS                         *
      ***************************************
       NEXT-RELEASED.
           MOVE 'N' TO WS-FOUND
           MOVE SP-KEY TO SUS-KEY
           START SUSP KEY IS GREATER THAN SUS-KEY
              INVALID KEY
                 MOVE 10 TO SP-RC
           END-START
           PERFORM UNTIL SP-RC NOT = ZERO OR WS-FOUND = 'Y'
              READ SUSP NEXT
                 AT END
                    MOVE 10 TO SP-RC
                 NOT AT END
                    IF SUS-FEED NOT = SP-FEED
                       MOVE 10 TO SP-RC
                    ELSE
                       IF SUS-RELEASED
                          MOVE 'Y' TO WS-FOUND
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-FOUND = 'Y'
              MOVE SUS-KEY       TO SP-KEY
              MOVE SUS-DATA      TO SP-DATA
              MOVE SUS-ORIG-DATA TO SP-ORIG-DATA
           END-IF.

      ***************************************
      * LIGNE REPRISE SANS REJET PAR LE     *
      * PASSAGE EN COURS                    *
      ***************************************
       MARK-PICKED-UP.
           PERFORM READ-FOR-UPDATE
           IF SP-RC = ZERO
              SET SUS-PICKED-UP TO TRUE
              MOVE WS-TODAY   TO SUS-PICK-DATE
              MOVE SP-CUR-RUN TO SUS-PICK-RUN
              PERFORM REWRITE-SUS
           END-IF.

      ***************************************
      * LIGNE REPRISE ET ENCORE REJETEE :   *
      * ELLE REVIENT EN CORRECTION AVEC LE  *
      * NOUVEAU MOTIF, SOUS SA CLE D'ORIGINE*
      ***************************************
       REOPEN-REJECT.
           PERFORM READ-FOR-UPDATE
           IF SP-RC = ZERO
              SET SUS-OPEN TO TRUE
              MOVE SP-REASON TO SUS-REASON
              ADD 1 TO SUS-RESUB-COUNT
              MOVE 'NUIT '   TO SUS-UPD-BY
              MOVE WS-TODAY  TO SUS-UPD-DATE
              PERFORM FORMAT-TIME
              MOVE WS-TIME-TXT TO SUS-UPD-TIME
              MOVE WS-TODAY   TO SUS-PICK-DATE
              MOVE SP-CUR-RUN TO SUS-PICK-RUN
              PERFORM REWRITE-SUS
           END-IF.

       READ-FOR-UPDATE.
           MOVE SP-KEY TO SUS-KEY
           READ SUSP KEY IS SUS-KEY
              INVALID KEY
                 DISPLAY 'SUSPCTL : CLE ABSENTE DE FSUSPNS ' SP-KEY
                 MOVE 16 TO SP-RC
           END-READ.

       REWRITE-SUS.
           REWRITE SUS-ENR
           IF WS-FS-SUS NOT = '00'
              DISPLAY 'SUSPCTL : ERR REWRITE FSUSPNS, FS=' WS-FS-SUS
                      ' CLE ' SP-KEY
              MOVE 16 TO SP-RC
           END-IF.

       FORMAT-TIME.
           ACCEPT WS-TIME-NUM FROM TIME
           MOVE SPACES TO WS-TIME-TXT
           STRING
                WS-TIME-NUM(1:2) DELIMITED BY SIZE
                ':'              DELIMITED BY SIZE
                WS-TIME-NUM(3:2) DELIMITED BY SIZE
                ':'              DELIMITED BY SIZE
                WS-TIME-NUM(5:2) DELIMITED BY SIZE
           INTO WS-TIME-TXT.
