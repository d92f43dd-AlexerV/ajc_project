       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARDRECN.
      **********************************************
      * RAPPROCHEMENT DES PAIEMENTS PAR CARTE :     *
      * CHAQUE LIGNE DU FICHIER DE REGLEMENT        *
      * QUOTIDIEN DU PROCESSEUR (FCARDSTL) EST      *
      * POINTEE SUR SA CAPTURE FCARDCAP (REFERENCE  *
      * DE CAPTURE + MONTANT BRUT). UNE CAPTURE     *
      * RAPPROCHEE PASSE A 'S' AVEC DATE, BRUT ET   *
      * COMMISSION, ET LE GRAND LIVRE (FGLPOST)     *
      * RECOIT DEBIT BANQUE DU NET, DEBIT FRAIS DE  *
      * CARTE DE LA COMMISSION, CREDIT ATTENTE      *
      * CARTES DU BRUT - LE COMPTE D'ATTENTE DEBITE *
      * PAR CREAFACT SE VIDE AINSI. LE RAPPORT      *
      * FCARDREC LISTE LES ECARTS (MONTANT,         *
      * REFERENCE INCONNUE, DEJA REGLEE, NET        *
      * INCOHERENT) ET LES CAPTURES NON REGLEES     *
      * AU-DELA DE CARDSTLDAY JOURS (FPARAMS). CODE *
      * RETOUR 4 S'IL Y A DES ECARTS.               *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL CST ASSIGN TO FCARDSTL
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-CST.
            SELECT CARDCAP ASSIGN TO FCARDCAP
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CCP-CAPTURE-REF
            FILE STATUS IS WS-FS-CCP.
            SELECT GLP ASSIGN TO FGLPOST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GLP.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
            SELECT RPT ASSIGN TO FCARDREC
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD CST.
       COPY CARDSTL.
       FD CARDCAP.
       COPY CARDCAP.
       FD GLP.
       COPY GLPOST.
       FD PARAMS.
       COPY PARAMREC.
       FD RPT.
       01 RPT-ENR      PIC X(78).

       WORKING-STORAGE SECTION.
       77 WS-FS-CST         PIC XX.
       77 WS-FS-CCP         PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 FF-CST            PIC 9 VALUE ZERO.
       77 FF-CCP            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

      ***************************************
      * PARAMETRES (FPARAMS) : COMPTES DU   *
      * GRAND LIVRE ET DELAI DE REGLEMENT   *
      * ATTENDU DU PROCESSEUR (CARDSTLDAY,  *
      * EN JOURS APRES LA CAPTURE). 1120 =  *
      * ATTENTE CARTES, 6850 = FRAIS DE     *
      * CARTE BANCAIRE                      *
      ***************************************
       77 WS-FS-PRM         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       77 WS-STL-DAYS       PIC 9(3) VALUE 3.
       01 WS-GL-ACCOUNTS.
          05 WS-GL-CSH       PIC X(10) VALUE '1000'.
          05 WS-GL-CCL       PIC X(10) VALUE '1120'.
          05 WS-GL-CCF       PIC X(10) VALUE '6850'.

      ***************************************
      * DATES : JOUR DU PASSAGE ET          *
      * ANCIENNETE DES CAPTURES EN ATTENTE  *
      ***************************************
       01 WS-RUN-DATE-NUM   PIC 9(8).
       77 WS-RUN-JULIAN     PIC 9(8) VALUE ZERO.
       01 WS-CAP-DATE-NUM.
          05 WS-CAP-YYYY    PIC 9(4).
          05 WS-CAP-MM      PIC 9(2).
          05 WS-CAP-DD      PIC 9(2).
       01 WS-CAP-DATE-INT REDEFINES WS-CAP-DATE-NUM PIC 9(8).
       77 WS-CAP-AGE        PIC S9(5) VALUE ZERO.

      ***************************************
      * LIGNE DU PROCESSEUR EN COURS        *
      ***************************************
       01 WS-EXCEPTION      PIC X(20).
       77 WS-NET-CHECK      PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * CUMULS DU PASSAGE                   *
      ***************************************
       77 WS-LINE-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-MATCH-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-EXC-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-LATE-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-GL-LINE-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-TOT-GROSS      PIC S9(9)V99 VALUE ZERO.
       77 WS-TOT-FEE        PIC S9(9)V99 VALUE ZERO.
       77 WS-TOT-NET        PIC S9(9)V99 VALUE ZERO.
       77 WS-TOT-EXC        PIC S9(9)V99 VALUE ZERO.
       77 WS-TOT-LATE       PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-INVOICE-NO      PIC 9(9).
       01 E-AMOUNT          PIC Z(8)9,99-.
       01 E-AMOUNT2         PIC Z(8)9,99-.
       01 E-DAYS            PIC ZZZ9.
       01 E-COUNT           PIC Z(6)9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'CARDRECN'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - RAPPROCHEMENT CARTES BANCAIRES'.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
            COMPUTE WS-RUN-JULIAN =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
            PERFORM GET-PARAMETERS
            PERFORM OPEN-FILES
            PERFORM WRITE-REPORT-HEADER
            PERFORM READ-CST
            PERFORM UNTIL FF-CST = 1
               PERFORM PROCESS-SETTLEMENT-LINE
               PERFORM READ-CST
            END-PERFORM
            PERFORM REPORT-LATE-CAPTURES
            PERFORM WRITE-REPORT-TOTALS
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            IF WS-EXC-COUNT > ZERO OR WS-LATE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

      ***************************************
      * COMPTES DU GRAND LIVRE ET DELAI DE  *
      * REGLEMENT DEPUIS LE FICHIER DE      *
      * PARAMETRES CENTRAL                  *
      ***************************************
       GET-PARAMETERS.
           OPEN INPUT PARAMS
           IF WS-FS-PRM NOT = '00'
              DISPLAY 'FPARAMS ABSENT - VALEURS COMPILEES'
           ELSE
              MOVE 'GLACCT-CSH' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-CSH
              END-IF
              MOVE 'GLACCT-CCL' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-CCL
              END-IF
              MOVE 'GLACCT-CCF' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-CCF
              END-IF
              MOVE 'CARDSTLDAY' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:3) TO WS-STL-DAYS
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

      ***************************************
      * OUVERTURE / FERMETURE DES FICHIERS  *
      * (PAS DE FICHIER DE REGLEMENT = JOUR *
      * SANS VERSEMENT, SEUL LE BALAYAGE    *
      * DES CAPTURES EN ATTENTE A LIEU)     *
      ***************************************
       OPEN-FILES.
           OPEN INPUT CST
           IF WS-FS-CST NOT = '00' AND WS-FS-CST NOT = '05'
              DISPLAY 'ERR OPEN FCARDSTL, FS=' WS-FS-CST
              PERFORM ABEND-PROG
           END-IF
           OPEN I-O CARDCAP
           IF WS-FS-CCP NOT = '00'
              DISPLAY 'ERR OPEN FCARDCAP, FS=' WS-FS-CCP
              PERFORM ABEND-PROG
           END-IF
           OPEN EXTEND GLP
           IF WS-FS-GLP NOT = '00' AND WS-FS-GLP NOT = '05'
              DISPLAY 'ERR OPEN FGLPOST, FS=' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FCARDREC, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE CST
           CLOSE CARDCAP
           CLOSE GLP
           CLOSE RPT.

       READ-CST.
           READ CST AT END
               MOVE 1 TO FF-CST
           END-READ
           IF FF-CST NOT = 1
              ADD 1 TO WS-LINE-COUNT
           END-IF.

      ***************************************
      * LIGNE DU PROCESSEUR : RECHERCHE DE  *
      * LA CAPTURE ET CONTROLES             *
      ***************************************
       PROCESS-SETTLEMENT-LINE.
           MOVE SPACES TO WS-EXCEPTION
           COMPUTE WS-NET-CHECK = CST-GROSS-AMOUNT - CST-FEE
           MOVE CST-CAPTURE-REF TO CCP-CAPTURE-REF
           READ CARDCAP KEY IS CCP-CAPTURE-REF
              INVALID KEY
                 MOVE 'REFERENCE INCONNUE' TO WS-EXCEPTION
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN CCP-SETTLED
                       MOVE 'DEJA REGLEE' TO WS-EXCEPTION
                    WHEN CST-GROSS-AMOUNT NOT = CCP-AMOUNT
                       MOVE 'MONTANT DIFFERENT' TO WS-EXCEPTION
                    WHEN WS-NET-CHECK NOT = CST-NET-AMOUNT
                       MOVE 'NET INCOHERENT' TO WS-EXCEPTION
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ
           IF WS-EXCEPTION = SPACES
              PERFORM SETTLE-CAPTURE
           ELSE
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      ***************************************
      * CAPTURE REGLEE PAR LE PROCESSEUR :  *
      * FICHE SOLDEE ET ECRITURES BANQUE /  *
      * FRAIS / ATTENTE CARTES              *
      ***************************************
       SETTLE-CAPTURE.
           SET CCP-SETTLED TO TRUE
           MOVE CST-SETTLE-DATE  TO CCP-SETTLE-DATE
           MOVE CST-GROSS-AMOUNT TO CCP-SETTLED-AMOUNT
           MOVE CST-FEE          TO CCP-FEE
           REWRITE CCP-ENR
           IF WS-FS-CCP NOT = '00'
              DISPLAY 'ERR REWRITE FCARDCAP, FS=' WS-FS-CCP
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           ADD CST-GROSS-AMOUNT TO WS-TOT-GROSS
           ADD CST-FEE          TO WS-TOT-FEE
           ADD CST-NET-AMOUNT   TO WS-TOT-NET

           MOVE SPACES          TO GLP-ENR
           MOVE 'CARDRECN'      TO GLP-SOURCE
           MOVE CCP-INVOICE-NO  TO GLP-INVOICE-NO
           MOVE CCP-O-NO        TO GLP-O-NO
           MOVE CST-SETTLE-DATE TO GLP-DATE
           MOVE WS-GL-CSH       TO GLP-ACCOUNT
           MOVE 'CARD SETTLEMENT' TO GLP-DESCRIPTION
           MOVE 'D'             TO GLP-DC
           MOVE CST-NET-AMOUNT  TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE
           IF CST-FEE NOT = ZERO
              MOVE WS-GL-CCF    TO GLP-ACCOUNT
              MOVE 'CARD PROCESSING FEES' TO GLP-DESCRIPTION
              MOVE 'D'          TO GLP-DC
              MOVE CST-FEE      TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF
           MOVE WS-GL-CCL       TO GLP-ACCOUNT
           MOVE 'CARD CLEARING' TO GLP-DESCRIPTION
           MOVE 'C'             TO GLP-DC
           MOVE CST-GROSS-AMOUNT TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE.

       WRITE-GL-LINE.
           WRITE GLP-ENR
           IF WS-FS-GLP NOT = ZERO THEN
              DISPLAY 'ERR WRITE GLPOST :' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-GL-LINE-COUNT.

      ***************************************
      * BALAYAGE DES CAPTURES : CELLES      *
      * ENCORE A 'C' AU-DELA DU DELAI       *
      * ATTENDU N'ONT PAS ETE REGLEES PAR   *
      * LE PROCESSEUR - A RECLAMER          *
      ***************************************
       REPORT-LATE-CAPTURES.
           PERFORM WRITE-SEPARATOR
           MOVE 'CAPTURES NON REGLEES HORS DELAI' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE LOW-VALUES TO CCP-CAPTURE-REF
           START CARDCAP KEY IS NOT LESS THAN CCP-CAPTURE-REF
              INVALID KEY
                 MOVE 1 TO FF-CCP
           END-START
           PERFORM UNTIL FF-CCP = 1
              READ CARDCAP NEXT
                 AT END
                    MOVE 1 TO FF-CCP
                 NOT AT END
                    IF CCP-CAPTURED
                       PERFORM CHECK-CAPTURE-AGE
                    END-IF
              END-READ
           END-PERFORM.

       CHECK-CAPTURE-AGE.
           MOVE CCP-CAPTURE-DATE(1:4) TO WS-CAP-YYYY
           MOVE CCP-CAPTURE-DATE(6:2) TO WS-CAP-MM
           MOVE CCP-CAPTURE-DATE(9:2) TO WS-CAP-DD
           COMPUTE WS-CAP-AGE = WS-RUN-JULIAN
                   - FUNCTION INTEGER-OF-DATE(WS-CAP-DATE-INT)
           IF WS-CAP-AGE > WS-STL-DAYS
              ADD 1 TO WS-LATE-COUNT
              ADD CCP-AMOUNT TO WS-TOT-LATE
              MOVE CCP-INVOICE-NO TO E-INVOICE-NO
              MOVE CCP-AMOUNT     TO E-AMOUNT
              MOVE WS-CAP-AGE     TO E-DAYS
              MOVE SPACES TO WS-LINE
              STRING
                   CCP-CAPTURE-REF  DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   E-INVOICE-NO     DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   CCP-CAPTURE-DATE DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   E-AMOUNT         DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   E-DAYS           DELIMITED BY SIZE
                   ' JOURS SANS REGLEMENT' DELIMITED BY SIZE
              INTO WS-LINE
              MOVE WS-LINE TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           END-IF.

      ***************************************
      * RAPPORT DE RAPPROCHEMENT FCARDREC   *
      ***************************************
       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FCARDREC, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-SEPARATOR.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-REPORT-HEADER.
           PERFORM WRITE-SEPARATOR
           MOVE 'RAPPROCHEMENT DES REGLEMENTS CARTE BANCAIRE'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM WRITE-SEPARATOR
           MOVE 'ECARTS DU FICHIER DE REGLEMENT' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'CAPTURE  REGLEMENT        BRUT      CAPTURE  MOTIF'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXC-COUNT
           ADD CST-GROSS-AMOUNT TO WS-TOT-EXC
           MOVE CST-GROSS-AMOUNT TO E-AMOUNT
           IF WS-EXCEPTION = 'REFERENCE INCONNUE'
              MOVE ZERO TO E-AMOUNT2
           ELSE
              MOVE CCP-AMOUNT TO E-AMOUNT2
           END-IF
           MOVE SPACES TO WS-LINE
           STRING
                CST-CAPTURE-REF DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                CST-SETTLE-DATE DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                E-AMOUNT        DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                E-AMOUNT2       DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                WS-EXCEPTION    DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-REPORT-TOTALS.
           PERFORM WRITE-SEPARATOR
           MOVE WS-MATCH-COUNT TO E-COUNT
           MOVE WS-TOT-GROSS TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'REGLEES    : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE
                  '  BRUT ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-TOT-FEE TO E-AMOUNT
           MOVE WS-TOT-NET TO E-AMOUNT2
           MOVE SPACES TO WS-LINE
           STRING '  COMMISSIONS ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE
                  '  NET VERSE ' DELIMITED BY SIZE
                  E-AMOUNT2 DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-EXC-COUNT TO E-COUNT
           MOVE WS-TOT-EXC TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'ECARTS     : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE
                  '  BRUT ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-LATE-COUNT TO E-COUNT
           MOVE WS-TOT-LATE TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'HORS DELAI : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE
                  '  CAPTURE ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM WRITE-SEPARATOR.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  RAPPROCHEMENT CARTES BANCAIRES'
           DISPLAY '  LIGNES DU PROCESSEUR : ' WS-LINE-COUNT
           DISPLAY '  CAPTURES REGLEES     : ' WS-MATCH-COUNT
           DISPLAY '  BRUT REGLE           : ' WS-TOT-GROSS
           DISPLAY '  COMMISSIONS          : ' WS-TOT-FEE
           DISPLAY '  NET VERSE            : ' WS-TOT-NET
           DISPLAY '  ECARTS               : ' WS-EXC-COUNT
           DISPLAY '  CAPTURES HORS DELAI  : ' WS-LATE-COUNT
           DISPLAY '  ECRITURES FGLPOST    : ' WS-GL-LINE-COUNT
           DISPLAY '==============================================='.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
