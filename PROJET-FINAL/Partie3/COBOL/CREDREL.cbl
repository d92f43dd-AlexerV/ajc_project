      * COMMANDE ET MARQUE LA FICHE 'U' (USAGE      *
      * UNIQUE). MEME ESPRIT MAKER-CHECKER QUE      *
      * INVAPPR : C'EST UN GESTE EXPLICITE ET TRACE.*
      * CHAQUE LIBERATION EST ECRITE AU JOURNAL     *
      * COMMUN DES MAINTENANCES (AUDITLG1) AVEC LE  *
      * SUPERVISEUR ET LE CLIENT, POUR QUE SODRPT   *
      * LA RAPPROCHE DES MODIFICATIONS DU CLIENT.   *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HOLD-O-NO
            FILE STATUS IS WS-FS-HOLD.
            SELECT AUD ASSIGN TO FAUDITLG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-AUD.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD CRHOLD.
       COPY CRHOLD.
       FD AUD.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-HOLD       PIC XX.
       77 WS-FS-AUD        PIC XX.
       01 WS-AUD-TIME-NUM  PIC 9(8).

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
       PROCEDURE DIVISION.
            ACCEPT WS-SYSIN-REL FROM SYSIN
            PERFORM OPEN-FILE-CRHOLD
            PERFORM OPEN-FILE-AUD
            PERFORM RELEASE-HOLD
            DISPLAY WS-RESULT-MESS
            PERFORM CLOSE-FILE-AUD
            PERFORM CLOSE-FILE-CRHOLD
            GOBACK.

       CLOSE-FILE-CRHOLD.
           CLOSE CRHOLD.

       OPEN-FILE-AUD.
           OPEN EXTEND AUD
           IF WS-FS-AUD NOT = '00'
              DISPLAY 'ERR OPEN FAUDITLG, FS=' WS-FS-AUD
              CLOSE CRHOLD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       CLOSE-FILE-AUD.
           CLOSE AUD.

      ***************************************
      * LIBERATION DE LA FICHE DE BLOCAGE : *
      * SEULE UNE FICHE 'H' PEUT PASSER 'R' *
                       DISPLAY 'LIBERATION PAR : ' SYSIN-REL-USERID
                       DISPLAY 'CLIENT         : ' HOLD-C-NO
                       DISPLAY 'MONTANT RETENU : ' HOLD-AMOUNT
                       PERFORM WRITE-AUDIT-RELEASE
                       MOVE 'COMMANDE LIBEREE POUR EXTRACTION'
                         TO WS-RESULT-MESS
                 END-EVALUATE
           END-READ.

      ***************************************
      * LIGNE AU JOURNAL COMMUN DES         *
      * MAINTENANCES : QUI A LIBERE QUEL    *
      * CLIENT (CLE = C_NO, COMME PGM1CMA)  *
      ***************************************
       WRITE-AUDIT-RELEASE.
           MOVE SPACES TO ENR-AUD
           MOVE SYSIN-REL-USERID TO OPERATOR-AUD
           MOVE 'BTCH'           TO TRANSID-AUD
           MOVE 'CREDREL'        TO PROGRAM-AUD
           MOVE HOLD-C-NO        TO KEY-AUD
           MOVE 'HOLD_RELEASE'   TO FIELD-AUD
           STRING 'H - CDE '     DELIMITED BY SIZE
                  HOLD-O-NO      DELIMITED BY SIZE
           INTO OLDVAL-AUD
           STRING 'R PAR '       DELIMITED BY SIZE
                  SYSIN-REL-USERID DELIMITED BY SIZE
           INTO NEWVAL-AUD
           ACCEPT DATE-AUD FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-NUM FROM TIME
           STRING WS-AUD-TIME-NUM(1:2) DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-AUD-TIME-NUM(3:2) DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-AUD-TIME-NUM(5:2) DELIMITED BY SIZE
           INTO TIME-AUD
           WRITE ENR-AUD
           IF WS-FS-AUD NOT = '00'
              DISPLAY 'ERR WRITE FAUDITLG, FS=' WS-FS-AUD
              MOVE 16 TO RETURN-CODE
           END-IF.
