       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REQDISP.
      **********************************************
      * REPARTITEUR DES DEMANDES BATCH DEPOSEES A   *
      * L'ECRAN (TRANSACTION PGM1REQ, FILE FREQQUE -*
      * VOIR REQQUEUE.CPY). LE TRAITEMENT PLANIFIE  *
      * ENCADRE CHAQUE PROGRAMME CIBLE (INVREPRT,   *
      * CUSTSTMT, ARCHFIND) DE DEUX PASSAGES :      *
      *  'S' AVANT : LES DEMANDES EN ATTENTE DU     *
      *      TYPE SONT MARQUEES EN COURS ET LEURS   *
      *      CARTES ECRITES DANS FREQCARD, QUI SERT *
      *      DE SYSIN A L'ETAPE SUIVANTE. INVREPRT  *
      *      PREND TOUTES LES REIMPRESSIONS (CARTE  *
      *      DE FIN '000000000' AJOUTEE), CUSTSTMT  *
      *      ET ARCHFIND NE LISANT QU'UNE CARTE, LA *
      *      PLUS ANCIENNE DEMANDE SEULEMENT - LES  *
      *      AUTRES ATTENDENT LE PASSAGE SUIVANT.   *
      *      RC 4 SI RIEN N'EST A TRAITER : L'ETAPE *
      *      DU PROGRAMME CIBLE EST ALORS SAUTEE.   *
      *      UNE DEMANDE ENCORE EN COURS D'UN       *
      *      PASSAGE INTERROMPU PASSE EN ECHEC. LES *
      *      DEMANDES TERMINEES, EN ECHEC OU        *
      *      ANNULEES DE PLUS DE REQKEEPD JOURS     *
      *      (FPARAMS, DEFAUT 30) SONT PURGEES.     *
      *  'D' APRES, SI LE PROGRAMME CIBLE A FINI    *
      *      NORMALEMENT : LES DEMANDES EN COURS DU *
      *      TYPE SONT TERMINEES, AVEC LA SORTIE    *
      *      (DATASET) INDIQUEE SUR LA CARTE ;      *
      *  'F' APRES, SI LE PROGRAMME CIBLE A ECHOUE :*
      *      ELLES PASSENT EN ECHEC.                *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REQQ ASSIGN TO FREQQUE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS REQ-KEY
            FILE STATUS IS WS-FS-REQ.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
            SELECT CRD ASSIGN TO FREQCARD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-CRD.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD REQQ.
       COPY REQQUEUE.

       FD PARAMS.
       COPY PARAMREC.

       FD CRD.
       01 CRD-ENR       PIC X(80).

       WORKING-STORAGE SECTION.
      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1    : 'S' = SELECTION AVANT L'ETAPE DU PROGRAMME CIBLE,
      *             'D' = ETAPE TERMINEE, 'F' = ETAPE EN ECHEC
      *  COL 2    : TYPE DE DEMANDE ('I' = INVREPRT, 'S' = CUSTSTMT,
      *             'A' = ARCHFIND)
      *  COL 3-46 : POUR 'D', OU TROUVER LA SORTIE (DATASET, CLASSE
      *             D'IMPRESSION) - REPORTE SUR CHAQUE DEMANDE
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-FUNC      PIC X.
              88 FUNC-SELECT           VALUE 'S'.
              88 FUNC-DONE             VALUE 'D'.
              88 FUNC-FAILED           VALUE 'F'.
           05 WS-PARM-TYPE      PIC X.
              88 TYPE-VALID            VALUE 'I' 'S' 'A'.
           05 WS-PARM-OUTPUT    PIC X(44).
           05 FILLER            PIC X(34).

       77 WS-FS-REQ         PIC XX.
       77 WS-FS-PRM         PIC XX.
       77 WS-FS-CRD         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       77 FF-REQ            PIC 9 VALUE ZERO.

       77 WS-RUN-ID         PIC X(14).
       01 WS-TODAY.
          05 WS-TODAY-DATE  PIC X(8).
          05 WS-TODAY-TIME  PIC X(8).
       01 WS-DATE-INT       PIC 9(8).
       77 WS-TODAY-JULIAN   PIC S9(7) VALUE ZERO.
       77 WS-REQ-JULIAN     PIC S9(7) VALUE ZERO.
       77 WS-KEEP-DAYS      PIC 9(3) VALUE 30.

      *    PLUS ANCIENNE DEMANDE EN ATTENTE (CUSTSTMT / ARCHFIND)
       01 WS-OLDEST-KEY.
          05 WS-OLDEST-USER PIC X(5).
          05 WS-OLDEST-STAMP PIC X(14).
       77 WS-OLDEST-FOUND   PIC X VALUE 'N'.
       01 WS-REQ-STAMP.
          05 WS-STAMP-DATE  PIC X(8).
          05 WS-STAMP-TIME  PIC X(6).

       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-SELECT-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-WAIT-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-STALE-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-PURGE-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-CLOSE-COUNT    PIC 9(7) VALUE ZERO.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'REQDISP'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - REPARTITEUR DES DEMANDES BATCH'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM READ-PARM
            PERFORM GET-PARAMETERS
            PERFORM OPEN-FILES
            IF FUNC-SELECT
               PERFORM SELECT-REQUESTS
               IF WS-PARM-TYPE = 'S' OR WS-PARM-TYPE = 'A'
                  PERFORM TAKE-OLDEST-REQUEST
               END-IF
               IF WS-PARM-TYPE = 'I' AND WS-SELECT-COUNT > ZERO
                  PERFORM WRITE-END-CARD
               END-IF
            ELSE
               PERFORM CLOSE-REQUESTS
            END-IF
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            IF FUNC-SELECT AND WS-SELECT-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF NOT FUNC-SELECT AND NOT FUNC-DONE AND NOT FUNC-FAILED
              DISPLAY 'FONCTION SYSIN INVALIDE (S/D/F)'
              PERFORM ABEND-PROG
           END-IF
           IF NOT TYPE-VALID
              DISPLAY 'TYPE DE DEMANDE SYSIN INVALIDE (I/S/A)'
              PERFORM ABEND-PROG
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           MOVE SPACES TO WS-RUN-ID
           STRING WS-TODAY-DATE      DELIMITED BY SIZE
                  WS-TODAY-TIME(1:6) DELIMITED BY SIZE
             INTO WS-RUN-ID
           MOVE WS-TODAY-DATE TO WS-DATE-INT
           COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      ***************************************
      * DUREE DE CONSERVATION DES DEMANDES  *
      * FINIES DEPUIS LE FICHIER DE         *
      * PARAMETRES CENTRAL                  *
      ***************************************
       GET-PARAMETERS.
           OPEN INPUT PARAMS
           IF WS-FS-PRM NOT = '00'
              DISPLAY 'FPARAMS ABSENT - VALEURS COMPILEES'
           ELSE
              MOVE 'REQKEEPD  ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y' AND OPR-VALUE(1:3) IS NUMERIC
                 MOVE OPR-VALUE(1:3) TO WS-KEEP-DAYS
              END-IF
              CLOSE PARAMS
           END-IF.

       READ-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND
           READ PARAMS KEY IS OPR-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PRM-FOUND
           END-READ.

       OPEN-FILES.
           OPEN I-O REQQ
           IF WS-FS-REQ NOT = '00'
              DISPLAY 'ERR OPEN FREQQUE, FS=' WS-FS-REQ
              PERFORM ABEND-PROG
           END-IF
           IF FUNC-SELECT
              OPEN OUTPUT CRD
              IF WS-FS-CRD NOT = '00'
                 DISPLAY 'ERR OPEN FREQCARD, FS=' WS-FS-CRD
                 PERFORM ABEND-PROG
              END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE REQQ
           IF FUNC-SELECT
              CLOSE CRD
           END-IF.

      ***************************************
      * PARCOURS DE LA FILE AVANT L'ETAPE : *
      * PURGE DES DEMANDES FINIES ANCIENNES,*
      * ECHEC DES DEMANDES RESTEES EN COURS *
      * D'UN PASSAGE INTERROMPU, PUIS PRISE *
      * DES DEMANDES EN ATTENTE DU TYPE     *
      ***************************************
       SELECT-REQUESTS.
           MOVE ZERO TO FF-REQ
           MOVE 'N' TO WS-OLDEST-FOUND
           MOVE HIGH-VALUES TO WS-OLDEST-KEY
           MOVE LOW-VALUES TO REQ-KEY
           START REQQ KEY IS NOT LESS THAN REQ-KEY
              INVALID KEY
                 MOVE 1 TO FF-REQ
           END-START
           PERFORM UNTIL FF-REQ = 1
              READ REQQ NEXT
                 AT END
                    MOVE 1 TO FF-REQ
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM SELECT-ONE-REQUEST
              END-READ
           END-PERFORM.

       SELECT-ONE-REQUEST.
           EVALUATE TRUE
              WHEN REQ-DONE OR REQ-FAILED OR REQ-CANCELLED
                 PERFORM CHECK-PURGE
              WHEN REQ-TYPE NOT = WS-PARM-TYPE
                 CONTINUE
              WHEN REQ-RUNNING
                 SET REQ-FAILED TO TRUE
                 MOVE 'PASSAGE INTERROMPU - REDEPOSER' TO REQ-MSG
                 PERFORM STAMP-END
                 PERFORM REWRITE-REQUEST
                 ADD 1 TO WS-STALE-COUNT
              WHEN REQ-PENDING AND REQ-REPRINT
                 PERFORM TAKE-REQUEST
              WHEN REQ-PENDING
                 ADD 1 TO WS-WAIT-COUNT
                 MOVE REQ-SUB-DATE TO WS-STAMP-DATE
                 MOVE REQ-SUB-TIME TO WS-STAMP-TIME
                 IF WS-REQ-STAMP < WS-OLDEST-STAMP
                    MOVE REQ-USER     TO WS-OLDEST-USER
                    MOVE WS-REQ-STAMP TO WS-OLDEST-STAMP
                    MOVE 'Y' TO WS-OLDEST-FOUND
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    L'AGE D'UNE DEMANDE FINIE COURT DEPUIS SON DEPOT
       CHECK-PURGE.
           IF REQ-SUB-DATE IS NUMERIC
              MOVE REQ-SUB-DATE TO WS-DATE-INT
              COMPUTE WS-REQ-JULIAN =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
              IF WS-TODAY-JULIAN - WS-REQ-JULIAN > WS-KEEP-DAYS
                 DELETE REQQ RECORD
                 IF WS-FS-REQ NOT = '00'
                    DISPLAY 'ERR DELETE FREQQUE, FS=' WS-FS-REQ
                    PERFORM ABEND-PROG
                 END-IF
                 ADD 1 TO WS-PURGE-COUNT
              END-IF
           END-IF.

      ***************************************
      * RELEVE / ARCHIVE : UNE SEULE CARTE  *
      * PAR PASSAGE, LA PLUS ANCIENNE       *
      * DEMANDE EN ATTENTE                  *
      ***************************************
       TAKE-OLDEST-REQUEST.
           IF WS-OLDEST-FOUND = 'Y'
              MOVE WS-OLDEST-USER       TO REQ-USER
              MOVE WS-OLDEST-STAMP(1:8) TO REQ-SUB-DATE
              MOVE WS-OLDEST-STAMP(9:6) TO REQ-SUB-TIME
              READ REQQ KEY IS REQ-KEY
                 INVALID KEY
                    DISPLAY 'DEMANDE DISPARUE DE FREQQUE : '
                            WS-OLDEST-KEY
                    PERFORM ABEND-PROG
              END-READ
              PERFORM TAKE-REQUEST
              SUBTRACT 1 FROM WS-WAIT-COUNT
           END-IF.

      *    DEMANDE REMISE AU PASSAGE : CARTE SYSIN DU PROGRAMME CIBLE
       TAKE-REQUEST.
           SET REQ-RUNNING TO TRUE
           MOVE WS-RUN-ID TO REQ-RUN-ID
           PERFORM REWRITE-REQUEST
           MOVE REQ-CARD TO CRD-ENR
           PERFORM WRITE-FILE-CRD
           ADD 1 TO WS-SELECT-COUNT
           DISPLAY 'DEMANDE ' REQ-USER ' ' REQ-SUB-DATE REQ-SUB-TIME
                   ' : ' REQ-CARD(1:25).

      *    CARTE DE FIN ATTENDUE PAR INVREPRT
       WRITE-END-CARD.
           MOVE SPACES TO CRD-ENR
           MOVE '000000000' TO CRD-ENR(1:9)
           PERFORM WRITE-FILE-CRD.

      ***************************************
      * APRES L'ETAPE : LES DEMANDES EN     *
      * COURS DU TYPE SONT TERMINEES OU EN  *
      * ECHEC SELON LA FONCTION             *
      ***************************************
       CLOSE-REQUESTS.
           MOVE ZERO TO FF-REQ
           MOVE LOW-VALUES TO REQ-KEY
           START REQQ KEY IS NOT LESS THAN REQ-KEY
              INVALID KEY
                 MOVE 1 TO FF-REQ
           END-START
           PERFORM UNTIL FF-REQ = 1
              READ REQQ NEXT
                 AT END
                    MOVE 1 TO FF-REQ
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    IF REQ-RUNNING AND REQ-TYPE = WS-PARM-TYPE
                       PERFORM CLOSE-ONE-REQUEST
                    END-IF
              END-READ
           END-PERFORM.

       CLOSE-ONE-REQUEST.
           IF FUNC-DONE
              SET REQ-DONE TO TRUE
              MOVE WS-PARM-OUTPUT TO REQ-OUTPUT
              IF REQ-OUTPUT = SPACES
                 MOVE 'SYSOUT DU PASSAGE' TO REQ-OUTPUT
              END-IF
              MOVE 'TERMINEE' TO REQ-MSG
           ELSE
              SET REQ-FAILED TO TRUE
              MOVE 'ECHEC DU PASSAGE - REDEPOSER' TO REQ-MSG
           END-IF
           PERFORM STAMP-END
           PERFORM REWRITE-REQUEST
           ADD 1 TO WS-CLOSE-COUNT.

       STAMP-END.
           MOVE WS-TODAY-DATE      TO REQ-END-DATE
           MOVE WS-TODAY-TIME(1:6) TO REQ-END-TIME.

       REWRITE-REQUEST.
           REWRITE REQ-ENR
           IF WS-FS-REQ NOT = '00'
              DISPLAY 'ERR REWRITE FREQQUE, FS=' WS-FS-REQ
              PERFORM ABEND-PROG
           END-IF.

       WRITE-FILE-CRD.
           WRITE CRD-ENR
           IF WS-FS-CRD NOT = '00'
              DISPLAY 'ERR WRITE FREQCARD :' WS-FS-CRD
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'REQDISP' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-READ-COUNT TO RJ-IN-COUNT
           IF FUNC-SELECT
              MOVE WS-SELECT-COUNT TO RJ-OUT-COUNT
           ELSE
              MOVE WS-CLOSE-COUNT TO RJ-OUT-COUNT
           END-IF
           MOVE WS-STALE-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  REPARTITEUR DES DEMANDES BATCH'
           DISPLAY '  PASSAGE / FONCTION : ' WS-RUN-ID ' '
                   WS-PARM-FUNC ' ' WS-PARM-TYPE
           DISPLAY '  DEMANDES LUES      : ' WS-READ-COUNT
           IF FUNC-SELECT
              DISPLAY '  REMISES A L''ETAPE : ' WS-SELECT-COUNT
              DISPLAY '  RESTENT EN ATTENTE : ' WS-WAIT-COUNT
              DISPLAY '  PASSAGES INTERROMP.: ' WS-STALE-COUNT
              DISPLAY '  PURGEES            : ' WS-PURGE-COUNT
           ELSE
              DISPLAY '  DEMANDES CLOSES    : ' WS-CLOSE-COUNT
           END-IF
           DISPLAY '==============================================='.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
