       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRCAPPLY.
      **********************************************
      * APPLICATION DES CHANGEMENTS DE PRIX         *
      * PROGRAMMES : CHAQUE NUIT, LES LIGNES DE     *
      * PENDING_PRICES DONT LA DATE D'EFFET EST     *
      * ATTEINTE (CHARGEES PAR PRO15 OU SAISIES     *
      * PAR PRCMAINT) PASSENT DANS PRODUCTS.PRICE,  *
      * AVEC UNE TRACE PRICE_HISTORY DATEE DU JOUR  *
      * COMME UN CHANGEMENT DE PRIX DE PRO15, PUIS  *
      * SONT SUPPRIMEES. PLUSIEURS DATES ECHUES     *
      * POUR UN MEME PRODUIT (NUIT MANQUEE) SONT    *
      * APPLIQUEES DANS L'ORDRE, LA DERNIERE GAGNE. *
      * PLUS BESOIN DE RETENIR LE FICHIER           *
      * FOURNISSEUR JUSQU'A LA BONNE NUIT.          *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RPT ASSIGN TO FPRCARPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD RPT.
       01 RPT-ENR      PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE PRH
           END-EXEC

           EXEC SQL
               INCLUDE PPR
           END-EXEC

       77 WS-FS-RPT         PIC XX.
       01 WS-LINE           PIC X(78).
       77 WS-OLD-PRICE      PIC S9(3)V9(2) USAGE COMP-3 VALUE ZERO.

      ***************************************
      * DATE DU JOUR : AAAA-MM-JJ POUR LA   *
      * COMPARAISON AUX DATES D'EFFET,      *
      * AAAAMMJJ POUR PRICE_HISTORY         *
      ***************************************
       01 WS-RUN-DATE-NUM.
          05 WS-RUN-YYYY    PIC 9(4).
          05 WS-RUN-MM      PIC 9(2).
          05 WS-RUN-DD      PIC 9(2).
       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-APPLIED-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-SAME-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(7) VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-OLD-PRICE       PIC ZZ9,99.
       01 E-NEW-PRICE       PIC ZZ9,99.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'PRCAPPLY'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - APPLICATION DES PRIX PROGRAMMES'.

       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      *** DECLARATION DU CURSEUR DES PRIX ECHUS ***
           EXEC SQL
                DECLARE CPPR CURSOR
                FOR
                SELECT P_NO, EFF_DATE, NEW_PRICE, ORIG_CURRENCY,
                       ORIG_RATE
                FROM PENDING_PRICES
                WHERE EFF_DATE <= :WS-RUN-DATE
                ORDER BY P_NO, EFF_DATE
           END-EXEC

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM INIT-RUN-DATE
            PERFORM OPEN-FILES
            PERFORM WRITE-RPT-HEADER
            EXEC SQL
                 OPEN CPPR
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM FETCH-PENDING-PRICE
            PERFORM UNTIL SQLCODE = +100
               ADD 1 TO WS-READ-COUNT
               PERFORM APPLY-PENDING-PRICE
               PERFORM FETCH-PENDING-PRICE
            END-PERFORM
            EXEC SQL
                 CLOSE CPPR
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM WRITE-RPT-FOOTER
            PERFORM CLOSE-FILES
            EXEC SQL
                 COMMIT
            END-EXEC
            PERFORM TEST-SQLCODE
            DISPLAY 'PRIX ECHUS LUS          : ' WS-READ-COUNT
            DISPLAY 'PRIX APPLIQUES          : ' WS-APPLIED-COUNT
            DISPLAY 'PRIX DEJA EN PLACE      : ' WS-SAME-COUNT
            DISPLAY 'PRODUITS INCONNUS       : ' WS-REJECT-COUNT
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

       INIT-RUN-DATE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           STRING
                WS-RUN-YYYY DELIMITED BY SIZE
                '-'         DELIMITED BY SIZE
                WS-RUN-MM   DELIMITED BY SIZE
                '-'         DELIMITED BY SIZE
                WS-RUN-DD   DELIMITED BY SIZE
           INTO WS-RUN-DATE.

       OPEN-FILES.
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FPRCARPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE RPT.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FPRCARPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-RPT-HEADER.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'CHANGEMENTS DE PRIX PROGRAMMES APPLIQUES LE '
                                   DELIMITED BY SIZE
                WS-RUN-DATE        DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'P_NO EFFET       ANCIEN NOUVEAU'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       FETCH-PENDING-PRICE.
           EXEC SQL
                FETCH CPPR INTO :PPR-P-NO, :PPR-EFF-DATE,
                      :PPR-NEW-PRICE, :PPR-ORIG-CURRENCY,
                      :PPR-ORIG-RATE
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * UNE LIGNE ECHUE : LE PRIX EN PLACE  *
      * PASSE A L'HISTORIQUE ET LE NOUVEAU  *
      * PRIX LE REMPLACE ; LA LIGNE EST     *
      * SUPPRIMEE DANS TOUS LES CAS         *
      ***************************************
       APPLY-PENDING-PRICE.
           MOVE SPACES TO WS-LINE
           MOVE PPR-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT PRICE INTO :WS-OLD-PRICE
                FROM PRODUCTS
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE ZERO TO WS-OLD-PRICE
                 MOVE 'PRODUIT INCONNU' TO WS-LINE(32:)
              WHEN WS-OLD-PRICE = PPR-NEW-PRICE
                 ADD 1 TO WS-SAME-COUNT
                 MOVE 'PRIX DEJA EN PLACE' TO WS-LINE(32:)
              WHEN OTHER
                 PERFORM UPDATE-PRODUCT-PRICE
           END-EVALUATE
           EXEC SQL
              DELETE FROM PENDING_PRICES
               WHERE P_NO = :PPR-P-NO
                 AND EFF_DATE = :PPR-EFF-DATE
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM WRITE-DETAIL-LINE.

       UPDATE-PRODUCT-PRICE.
           MOVE PPR-P-NO       TO PRH-P-NO
           MOVE WS-OLD-PRICE   TO PRH-OLD-PRICE
           MOVE PPR-NEW-PRICE  TO PRH-NEW-PRICE
           MOVE WS-RUN-DATE-NUM TO PRH-CHANGE-DATE
           EXEC SQL
              INSERT INTO PRICE_HISTORY
                     (P_NO, OLD_PRICE, NEW_PRICE, CHANGE_DATE)
              VALUES (:PRH-P-NO, :PRH-OLD-PRICE, :PRH-NEW-PRICE,
                      :PRH-CHANGE-DATE)
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE PPR-NEW-PRICE     TO PRO-PRICE
           MOVE PPR-ORIG-CURRENCY TO PRO-ORIG-CURRENCY
           MOVE PPR-ORIG-RATE     TO PRO-ORIG-RATE
           EXEC SQL
              UPDATE PRODUCTS
                 SET PRICE = :PRO-PRICE,
                     ORIG_CURRENCY = :PRO-ORIG-CURRENCY,
                     ORIG_RATE = :PRO-ORIG-RATE
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'APPLIQUE' TO WS-LINE(32:).

      *    LE LIBELLE D'ISSUE EST DEJA POSE EN COLONNE 32 DE WS-LINE
       WRITE-DETAIL-LINE.
           MOVE WS-OLD-PRICE  TO E-OLD-PRICE
           MOVE PPR-NEW-PRICE TO E-NEW-PRICE
           MOVE PPR-P-NO      TO WS-LINE(1:4)
           MOVE PPR-EFF-DATE  TO WS-LINE(6:10)
           MOVE E-OLD-PRICE   TO WS-LINE(17:6)
           MOVE E-NEW-PRICE   TO WS-LINE(24:6)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-RPT-FOOTER.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'APPLIQUES : '     DELIMITED BY SIZE
                WS-APPLIED-COUNT   DELIMITED BY SIZE
                '   DEJA EN PLACE : ' DELIMITED BY SIZE
                WS-SAME-COUNT      DELIMITED BY SIZE
                '   INCONNUS : '   DELIMITED BY SIZE
                WS-REJECT-COUNT    DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'PRCAPPLY' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-READ-COUNT TO RJ-IN-COUNT
           MOVE WS-APPLIED-COUNT TO RJ-OUT-COUNT
           MOVE WS-REJECT-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * CONTROLE DU CODE RETOUR SQL         *
      ***************************************
       TEST-SQLCODE.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE > 0
                 IF SQLCODE NOT = +100
                    DISPLAY 'WARNING : ', SQLCODE
                 END-IF
              WHEN SQLCODE < ZERO
                 PERFORM ABEND-PROG
           END-EVALUATE.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
