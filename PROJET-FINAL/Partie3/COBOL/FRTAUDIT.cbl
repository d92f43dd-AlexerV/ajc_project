       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FRTAUDIT.
      **********************************************
      * CONTROLE DES FACTURES DE PORT DES           *
      * TRANSPORTEURS : CHAQUE LIGNE DU FLUX        *
      * FFRTBILL (UN COLIS FACTURE) EST RAPPROCHEE  *
      * DE SHIPMENTS PAR TRANSPORTEUR ET            *
      * TRACKING_NO, PUIS COMPAREE AU COUT ATTENDU  *
      * AU BAREME FCARRATE POUR LE POIDS EXPEDIE    *
      * ET LA ZONE DE L'ETAT DE LIVRAISON (MEME     *
      * CALCUL QUE CREAFACT). LES LIGNES CONFORMES  *
      * (DANS LA TOLERANCE DE LA CARTE SYSIN) VONT  *
      * AU FICHIER DES PORTS BONS A PAYER FFRTAPPR  *
      * ET AU KSDS FFRTPAID ; LES DOUBLONS, LES     *
      * COLIS INCONNUS, LES SURFACTURATIONS ET LES  *
      * COLIS SANS BAREME SORTENT EN ANOMALIE SUR   *
      * LE RAPPORT FFRTRPT, PAR TRANSPORTEUR, AVEC  *
      * LA MARGE DE PORT : PORT FACTURE AUX CLIENTS *
      * (INVOICES.FREIGHT) CONTRE PORT PAYE.        *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BILL ASSIGN TO FFRTBILL
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-BILL.
            SELECT APPR ASSIGN TO FFRTAPPR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-APPR.
            SELECT FPD ASSIGN TO FFRTPAID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FPD-KEY
            FILE STATUS IS WS-FS-FPD.
            SELECT CARRATE ASSIGN TO FCARRATE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FRT-KEY
            FILE STATUS IS WS-FS-FRT.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
            SELECT RPT ASSIGN TO FFRTRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------------
      *  FACTURES DES TRANSPORTEURS, UNE LIGNE PAR COLIS FACTURE.
      *  LES FLUX DES TRANSPORTEURS SONT CONCATENES TRANSPORTEUR PAR
      *  TRANSPORTEUR ; LE POIDS FACTURE EST INFORMATIF, LE COUT
      *  ATTENDU SE CALCULE SUR NOTRE POIDS EXPEDIE
      *--------------------------------------------------------------
       FD BILL.
       01 FBL-ENR.
          05 FBL-CARRIER       PIC X(4).
          05 FBL-BILL-NO       PIC X(10).
          05 FBL-BILL-DATE     PIC X(10).
          05 FBL-TRACKING-NO   PIC X(20).
          05 FBL-WEIGHT        PIC 9(5)V99.
          05 FBL-CHARGE        PIC 9(5)V99.
          05 FILLER            PIC X(22).
      *--------------------------------------------------------------
      *  PORTS BONS A PAYER, REPRIS PAR LA COMPTABILITE FOURNISSEURS
      *--------------------------------------------------------------
       FD APPR.
       01 FAP-ENR.
          05 FAP-CARRIER       PIC X(4).
          05 FAP-BILL-NO       PIC X(10).
          05 FAP-BILL-DATE     PIC X(10).
          05 FAP-TRACKING-NO   PIC X(20).
          05 FAP-O-NO          PIC 9(4).
          05 FAP-AMOUNT        PIC 9(5)V99.
          05 FILLER            PIC X(25).
       FD FPD.
       COPY FRTPAID.
       FD CARRATE.
       COPY CARRATE.
       FD PARAMS.
       COPY PARAMREC.
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
               INCLUDE INV
           END-EXEC

       77 WS-FS-BILL       PIC XX.
       77 WS-FS-APPR       PIC XX.
       77 WS-FS-FPD        PIC XX.
       77 WS-FS-FRT        PIC XX.
       77 WS-FS-PRM        PIC XX.
       77 WS-FS-RPT        PIC XX.
       77 FF-BILL          PIC 9 VALUE ZERO.
       77 FF-FRT           PIC 9 VALUE ZERO.
       01 WS-LINE          PIC X(78).

      ***************************************
      * PARAMETRE SYSIN                     *
      * COL 1-3 : TOLERANCE EN POURCENTAGE  *
      *           DU COUT ATTENDU (DEFAUT 5)*
      ***************************************
       01 WS-SYSIN.
          05 WS-TOL-CARD    PIC 9(3).
       77 WS-TOL-PCT        PIC 9(3) VALUE 5.

       01 WS-RUN-DATE-NUM.
          05 WS-RUN-YYYY    PIC 9(4).
          05 WS-RUN-MM      PIC 9(2).
          05 WS-RUN-DD      PIC 9(2).
       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.

      ***************************************
      * ZONES DE PORT PAR ETAT (FICHES      *
      * FRZONEee DE FPARAMS, COMME CREAFACT)*
      ***************************************
       01 WS-ZONE-TABLE.
          05 WS-ZONE-ENTRY OCCURS 50 TIMES.
             10 WZN-STATE     PIC XX.
             10 WZN-ZONE      PIC XX.
       77 WS-ZONE-COUNT       PIC 9(2) VALUE ZERO.
       77 WS-ZONE-IDX         PIC 9(2) COMP VALUE ZERO.
       77 WS-FRT-ZONE         PIC X(2) VALUE '01'.

      ***************************************
      * LE COLIS FACTURE VU DE SHIPMENTS :  *
      * LIGNES, COMMANDE, POIDS EXPEDIE ET  *
      * ETAT DE LIVRAISON                   *
      ***************************************
       77 WS-SHP-ROWS       PIC S9(9) COMP VALUE ZERO.
       77 WS-SHP-O-NO       PIC S9(4) COMP-3 VALUE ZERO.
       77 WS-SHP-WEIGHT     PIC S9(7)V99 COMP-3 VALUE ZERO.
       77 WS-SHIP-STATE     PIC XX VALUE SPACES.
       77 WS-EXPECTED       PIC S9(7)V99 VALUE ZERO.
       77 WS-TOL-LIMIT      PIC S9(7)V99 VALUE ZERO.
       77 WS-EXCESS         PIC S9(7)V99 VALUE ZERO.
       77 WS-REASON         PIC X(11) VALUE SPACES.
          88 LINE-APPROVED           VALUE SPACES.

      ***************************************
      * CUMULS PAR TRANSPORTEUR             *
      ***************************************
       01 WS-CAR-TABLE.
          05 WS-CAR-ENTRY OCCURS 50 TIMES.
             10 WCR-CARRIER   PIC X(4).
             10 WCR-LINES     PIC 9(7).
             10 WCR-APPR-CNT  PIC 9(7).
             10 WCR-APPR-AMT  PIC S9(9)V99 COMP-3.
             10 WCR-EXC-CNT   PIC 9(7).
             10 WCR-EXC-AMT   PIC S9(9)V99 COMP-3.
             10 WCR-EXCESS    PIC S9(9)V99 COMP-3.
             10 WCR-BILLED    PIC S9(9)V99 COMP-3.
       77 WS-CAR-COUNT      PIC 9(2) VALUE ZERO.
       77 WS-CAR-IDX        PIC 9(2) VALUE ZERO.
       77 WS-IDX-CAR        PIC 9(2) VALUE ZERO.
       77 WS-CUR-CARRIER    PIC X(4) VALUE LOW-VALUES.

      ***************************************
      * COMMANDES DONT LE PORT EST PAYE CE  *
      * PASSAGE : LEUR PORT FACTURE AU      *
      * CLIENT VA A LA MARGE DU TRANSPORTEUR*
      * DU PREMIER COLIS RENCONTRE          *
      ***************************************
       01 WS-ORD-TABLE.
          05 WS-ORD-ENTRY OCCURS 2000 TIMES.
             10 WOT-O-NO      PIC 9(4).
             10 WOT-CAR-IDX   PIC 9(2).
       77 WS-ORD-COUNT      PIC 9(4) VALUE ZERO.
       77 WS-ORD-IDX        PIC 9(4) VALUE ZERO.
       77 WS-ORD-FOUND      PIC X VALUE 'N'.

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-APPR-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-EXC-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-APPR-TOTAL     PIC S9(9)V99 VALUE ZERO.
       77 WS-EXC-TOTAL      PIC S9(9)V99 VALUE ZERO.
       77 WS-BILLED-TOTAL   PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-O-NO            PIC 9(4).
       01 E-COUNT           PIC Z(6)9.
       01 E-AMT             PIC Z(4)9,99.
       01 E-AMT2            PIC Z(4)9,99.
       01 E-TOTAL           PIC -(8)9,99.
       01 E-TOTAL2          PIC -(8)9,99.
       01 E-TOTAL3          PIC -(8)9,99.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'FRTAUDIT'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - CONTROLE DES FACTURES DE PORT'.
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
            PERFORM READ-BILL
            PERFORM UNTIL FF-BILL = 1
               IF FBL-CARRIER NOT = WS-CUR-CARRIER
                  PERFORM WRITE-CARRIER-HEADER
               END-IF
               PERFORM AUDIT-BILL-LINE
               PERFORM READ-BILL
            END-PERFORM
            PERFORM COLLECT-BILLED-FREIGHT
            PERFORM WRITE-CARRIER-SUMMARY
            PERFORM CLOSE-FILES
            DISPLAY 'LIGNES DE PORT LUES    : ' WS-READ-COUNT
            DISPLAY 'LIGNES BONNES A PAYER  : ' WS-APPR-COUNT
            DISPLAY 'LIGNES EN ANOMALIE     : ' WS-EXC-COUNT
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'FRTAUDIT' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-READ-COUNT TO RJ-IN-COUNT
           MOVE WS-APPR-COUNT TO RJ-OUT-COUNT
           MOVE WS-EXC-COUNT  TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

       READ-PARM.
           MOVE ZERO TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-TOL-CARD IS NUMERIC AND WS-TOL-CARD > ZERO
              MOVE WS-TOL-CARD TO WS-TOL-PCT
           END-IF
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
           OPEN INPUT BILL
           IF WS-FS-BILL NOT = '00'
              DISPLAY 'ERR OPEN FFRTBILL, FS=' WS-FS-BILL
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT APPR
           IF WS-FS-APPR NOT = '00'
              DISPLAY 'ERR OPEN FFRTAPPR, FS=' WS-FS-APPR
              PERFORM ABEND-PROG
           END-IF
           OPEN I-O FPD
           IF WS-FS-FPD = '35'
              OPEN OUTPUT FPD
              CLOSE FPD
              OPEN I-O FPD
           END-IF
           IF WS-FS-FPD NOT = '00'
              DISPLAY 'ERR OPEN FFRTPAID, FS=' WS-FS-FPD
              PERFORM ABEND-PROG
           END-IF
           OPEN INPUT CARRATE
           IF WS-FS-FRT NOT = '00'
              DISPLAY 'ERR OPEN FCARRATE, FS=' WS-FS-FRT
              PERFORM ABEND-PROG
           END-IF
           OPEN INPUT PARAMS
           IF WS-FS-PRM NOT = '00'
              DISPLAY 'FPARAMS ABSENT - ZONE 01 PAR DEFAUT'
           ELSE
              PERFORM LOAD-FRZONE-PARAMETERS
              CLOSE PARAMS
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FFRTRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE BILL
           CLOSE APPR
           CLOSE FPD
           CLOSE CARRATE
           CLOSE RPT.

      ***************************************
      * LES FICHES FRZONEee DONNENT LA ZONE *
      * DE PORT DE CHAQUE ETAT DE LIVRAISON *
      * (VALEUR = ZONE SUR 2 CARACTERES)    *
      ***************************************
       LOAD-FRZONE-PARAMETERS.
           MOVE 'FRZONE    ' TO OPR-KEY
           START PARAMS KEY IS NOT LESS THAN OPR-KEY
              INVALID KEY
                 MOVE '23' TO WS-FS-PRM
           END-START
           PERFORM UNTIL WS-FS-PRM NOT = '00'
              READ PARAMS NEXT
                 AT END
                    MOVE '10' TO WS-FS-PRM
                 NOT AT END
                    IF OPR-KEY(1:6) = 'FRZONE'
                       AND OPR-KEY(7:2) NOT = SPACES
                       AND WS-ZONE-COUNT < 50
                       ADD 1 TO WS-ZONE-COUNT
                       MOVE OPR-KEY(7:2)
                         TO WZN-STATE(WS-ZONE-COUNT)
                       MOVE OPR-VALUE(1:2)
                         TO WZN-ZONE(WS-ZONE-COUNT)
                    ELSE
                       MOVE '10' TO WS-FS-PRM
                    END-IF
              END-READ
           END-PERFORM
           MOVE '00' TO WS-FS-PRM.

       READ-BILL.
           READ BILL AT END
               MOVE 1 TO FF-BILL
           END-READ
           IF FF-BILL NOT = 1
              ADD 1 TO WS-READ-COUNT
           END-IF.

       WRITE-LINE-TO-RPT.
           MOVE WS-LINE TO RPT-ENR
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FFRTRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-RPT-HEADER.
           MOVE ALL '=' TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'CONTROLE DES FACTURES DE PORT - PASSAGE DU '
                  DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE ALL '=' TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'ANOMALIES (LIGNES NON PAYEES) :' TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'FACTURE    TRACKING_NO          CMDE  FACTURE'
             TO WS-LINE
           MOVE 'ATTENDU MOTIF' TO WS-LINE(48:)
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * RUPTURE TRANSPORTEUR : SOUS-TITRE   *
      * DU RAPPORT ET POSTE DE CUMUL        *
      ***************************************
       WRITE-CARRIER-HEADER.
           MOVE FBL-CARRIER TO WS-CUR-CARRIER
           PERFORM FIND-CARRIER-ENTRY
           MOVE SPACES TO WS-LINE
           STRING
                '-- TRANSPORTEUR ' DELIMITED BY SIZE
                WS-CUR-CARRIER     DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-LINE-TO-RPT.

       FIND-CARRIER-ENTRY.
           MOVE ZERO TO WS-CAR-IDX
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > WS-CAR-COUNT
              IF WCR-CARRIER(WS-IDX-CAR) = WS-CUR-CARRIER
                 MOVE WS-IDX-CAR TO WS-CAR-IDX
              END-IF
           END-PERFORM
           IF WS-CAR-IDX = ZERO
              IF WS-CAR-COUNT >= 50
                 DISPLAY 'TABLE DES TRANSPORTEURS PLEINE'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-CAR-COUNT
              MOVE WS-CAR-COUNT TO WS-CAR-IDX
              MOVE WS-CUR-CARRIER TO WCR-CARRIER(WS-CAR-IDX)
              MOVE ZERO TO WCR-LINES(WS-CAR-IDX)
                           WCR-APPR-CNT(WS-CAR-IDX)
                           WCR-APPR-AMT(WS-CAR-IDX)
                           WCR-EXC-CNT(WS-CAR-IDX)
                           WCR-EXC-AMT(WS-CAR-IDX)
                           WCR-EXCESS(WS-CAR-IDX)
                           WCR-BILLED(WS-CAR-IDX)
           END-IF.

      ***************************************
      * UNE LIGNE DE FACTURE TRANSPORTEUR : *
      * DOUBLON, COLIS INCONNU, PUIS COUT   *
      * ATTENDU ET TOLERANCE. LE PREMIER    *
      * MOTIF TROUVE ARRETE LE CONTROLE     *
      ***************************************
       AUDIT-BILL-LINE.
           ADD 1 TO WCR-LINES(WS-CAR-IDX)
           MOVE SPACES TO WS-REASON
           MOVE ZERO TO WS-EXPECTED WS-SHP-ROWS WS-SHP-O-NO
           IF FBL-TRACKING-NO = SPACES
              OR FBL-CHARGE IS NOT NUMERIC
              MOVE 'INVALIDE' TO WS-REASON
           ELSE
              PERFORM CHECK-DUPLICATE
           END-IF
           IF LINE-APPROVED
              PERFORM LOOKUP-SHIPMENT
              IF WS-SHP-ROWS = ZERO
                 MOVE 'INCONNU' TO WS-REASON
              END-IF
           END-IF
           IF LINE-APPROVED
              PERFORM COMPUTE-EXPECTED-COST
              IF WS-EXPECTED = ZERO
                 MOVE 'SANS BAREME' TO WS-REASON
              ELSE
                 COMPUTE WS-TOL-LIMIT ROUNDED =
                         WS-EXPECTED * (100 + WS-TOL-PCT) / 100
                 IF FBL-CHARGE > WS-TOL-LIMIT
                    MOVE 'SURFACTURE' TO WS-REASON
                    COMPUTE WS-EXCESS = FBL-CHARGE - WS-EXPECTED
                    ADD WS-EXCESS TO WCR-EXCESS(WS-CAR-IDX)
                 END-IF
              END-IF
           END-IF
           IF LINE-APPROVED
              PERFORM APPROVE-BILL-LINE
           ELSE
              PERFORM REJECT-BILL-LINE
           END-IF.

      ***************************************
      * COLIS DEJA ACCEPTE AU PAIEMENT,     *
      * DANS CE FLUX OU UN FLUX PRECEDENT   *
      ***************************************
       CHECK-DUPLICATE.
           MOVE FBL-CARRIER     TO FPD-CARRIER
           MOVE FBL-TRACKING-NO TO FPD-TRACKING-NO
           READ FPD KEY IS FPD-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'DOUBLON' TO WS-REASON
           END-READ.

      ***************************************
      * LES LIGNES EXPEDIEES SOUS CE SUIVI, *
      * LEUR POIDS (PRODUCTS.WEIGHT X       *
      * QUANTITE) ET L'ETAT DE LIVRAISON DE *
      * LA COMMANDE (SUCCURSALE SINON SIEGE)*
      ***************************************
       LOOKUP-SHIPMENT.
           MOVE FBL-CARRIER     TO SHP-CARRIER
           MOVE FBL-TRACKING-NO TO SHP-TRACKING-NO
           EXEC SQL
                SELECT COUNT(*), COALESCE(MIN(S.O_NO), 0),
                       COALESCE(SUM(COALESCE(P.WEIGHT, 0)
                                    * S.QUANTITY), 0)
                INTO :WS-SHP-ROWS, :WS-SHP-O-NO, :WS-SHP-WEIGHT
                FROM SHIPMENTS S
                LEFT OUTER JOIN PRODUCTS P
                ON P.P_NO = S.P_NO
                WHERE S.CARRIER = :SHP-CARRIER
                AND S.TRACKING_NO = :SHP-TRACKING-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE SPACES TO WS-SHIP-STATE
           IF WS-SHP-ROWS > ZERO
              EXEC SQL
                   SELECT COALESCE(T.STATE, C.STATE)
                   INTO :WS-SHIP-STATE
                   FROM ORDERS O
                   INNER JOIN CUSTOMERS C
                   ON C.C_NO = O.C_NO
                   LEFT OUTER JOIN SHIPTO T
                   ON T.C_NO = O.C_NO
                   AND T.SHIPTO_ID = O.SHIPTO_ID
                   WHERE O.O_NO = :WS-SHP-O-NO
              END-EXEC
              PERFORM TEST-SQLCODE
           END-IF.

      ***************************************
      * COUT ATTENDU : ZONE DE L'ETAT, PUIS *
      * PREMIERE BANDE DE POIDS DU BAREME   *
      * DU TRANSPORTEUR QUI COUVRE LE POIDS *
      * EXPEDIE - AU-DELA DE LA DERNIERE    *
      * BANDE C'EST ELLE QUI S'APPLIQUE     *
      ***************************************
       COMPUTE-EXPECTED-COST.
           MOVE '01' TO WS-FRT-ZONE
           PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                   UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
              IF WZN-STATE(WS-ZONE-IDX) = WS-SHIP-STATE
                 MOVE WZN-ZONE(WS-ZONE-IDX) TO WS-FRT-ZONE
              END-IF
           END-PERFORM
           MOVE ZERO TO FF-FRT
           MOVE FBL-CARRIER TO FRT-CARRIER
           MOVE WS-FRT-ZONE TO FRT-ZONE
           MOVE ZERO        TO FRT-BAND
           START CARRATE KEY IS NOT LESS THAN FRT-KEY
              INVALID KEY
                 MOVE 1 TO FF-FRT
           END-START
           PERFORM UNTIL FF-FRT = 1
              READ CARRATE NEXT
                 AT END
                    MOVE 1 TO FF-FRT
                 NOT AT END
                    IF FRT-CARRIER = FBL-CARRIER
                       AND FRT-ZONE = WS-FRT-ZONE
                       MOVE FRT-CHARGE TO WS-EXPECTED
                       IF FRT-MAX-WEIGHT >= WS-SHP-WEIGHT
                          MOVE 1 TO FF-FRT
                       END-IF
                    ELSE
                       MOVE 1 TO FF-FRT
                    END-IF
              END-READ
           END-PERFORM.

      ***************************************
      * LIGNE CONFORME : BON A PAYER, COLIS *
      * NOTE DANS FFRTPAID, COMMANDE NOTEE  *
      * POUR LA MARGE                       *
      ***************************************
       APPROVE-BILL-LINE.
           ADD 1 TO WS-APPR-COUNT
           ADD 1 TO WCR-APPR-CNT(WS-CAR-IDX)
           ADD FBL-CHARGE TO WCR-APPR-AMT(WS-CAR-IDX)
           ADD FBL-CHARGE TO WS-APPR-TOTAL
           MOVE SPACES          TO FAP-ENR
           MOVE FBL-CARRIER     TO FAP-CARRIER
           MOVE FBL-BILL-NO     TO FAP-BILL-NO
           MOVE FBL-BILL-DATE   TO FAP-BILL-DATE
           MOVE FBL-TRACKING-NO TO FAP-TRACKING-NO
           MOVE WS-SHP-O-NO     TO FAP-O-NO
           MOVE FBL-CHARGE      TO FAP-AMOUNT
           WRITE FAP-ENR
           IF WS-FS-APPR NOT = '00'
              DISPLAY 'ERR WRITE FFRTAPPR, FS=' WS-FS-APPR
              PERFORM ABEND-PROG
           END-IF
           MOVE SPACES          TO FPD-ENR
           MOVE FBL-CARRIER     TO FPD-CARRIER
           MOVE FBL-TRACKING-NO TO FPD-TRACKING-NO
           MOVE FBL-BILL-NO     TO FPD-BILL-NO
           MOVE FBL-BILL-DATE   TO FPD-BILL-DATE
           MOVE WS-SHP-O-NO     TO FPD-O-NO
           MOVE FBL-CHARGE      TO FPD-CHARGE
           MOVE WS-EXPECTED     TO FPD-EXPECTED
           MOVE WS-RUN-DATE     TO FPD-AUDIT-DATE
           WRITE FPD-ENR
           IF WS-FS-FPD NOT = '00'
              DISPLAY 'ERR WRITE FFRTPAID, FS=' WS-FS-FPD
              PERFORM ABEND-PROG
           END-IF
           PERFORM NOTE-ORDER.

       NOTE-ORDER.
           MOVE 'N' TO WS-ORD-FOUND
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-COUNT
                      OR WS-ORD-FOUND = 'Y'
              IF WOT-O-NO(WS-ORD-IDX) = WS-SHP-O-NO
                 MOVE 'Y' TO WS-ORD-FOUND
              END-IF
           END-PERFORM
           IF WS-ORD-FOUND = 'N'
              IF WS-ORD-COUNT < 2000
                 ADD 1 TO WS-ORD-COUNT
                 MOVE WS-SHP-O-NO TO WOT-O-NO(WS-ORD-COUNT)
                 MOVE WS-CAR-IDX  TO WOT-CAR-IDX(WS-ORD-COUNT)
              ELSE
                 DISPLAY 'TABLE DES COMMANDES PLEINE - MARGE '
                         'INCOMPLETE POUR ' WS-SHP-O-NO
              END-IF
           END-IF.

       REJECT-BILL-LINE.
           ADD 1 TO WS-EXC-COUNT
           ADD 1 TO WCR-EXC-CNT(WS-CAR-IDX)
           IF FBL-CHARGE IS NUMERIC
              ADD FBL-CHARGE TO WCR-EXC-AMT(WS-CAR-IDX)
              ADD FBL-CHARGE TO WS-EXC-TOTAL
              MOVE FBL-CHARGE TO E-AMT
           ELSE
              MOVE ZERO TO E-AMT
           END-IF
           MOVE WS-EXPECTED TO E-AMT2
           MOVE WS-SHP-O-NO TO E-O-NO
           MOVE SPACES TO WS-LINE
           STRING
                FBL-BILL-NO     DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                FBL-TRACKING-NO DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                E-O-NO          DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                E-AMT           DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                E-AMT2          DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                WS-REASON       DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * PORT FACTURE AUX CLIENTS SUR LES    *
      * COMMANDES PAYEES CE PASSAGE (PIECES *
      * ACTIVES D'INVOICES)                 *
      ***************************************
       COLLECT-BILLED-FREIGHT.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-COUNT
              MOVE WOT-O-NO(WS-ORD-IDX) TO INV-O-NO
              EXEC SQL
                   SELECT COALESCE(SUM(FREIGHT), 0)
                   INTO :INV-FREIGHT
                   FROM INVOICES
                   WHERE O_NO = :INV-O-NO
                   AND STATUS = 'A'
              END-EXEC
              PERFORM TEST-SQLCODE
              MOVE WOT-CAR-IDX(WS-ORD-IDX) TO WS-CAR-IDX
              ADD INV-FREIGHT TO WCR-BILLED(WS-CAR-IDX)
              ADD INV-FREIGHT TO WS-BILLED-TOTAL
           END-PERFORM.

      ***************************************
      * RESUME PAR TRANSPORTEUR : PAYE, EN  *
      * ANOMALIE, SURFACTURATION, PUIS      *
      * MARGE DE PORT                       *
      ***************************************
       WRITE-CARRIER-SUMMARY.
           MOVE SPACES TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'RESUME PAR TRANSPORTEUR :' TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'TRSP  LIGNES  A PAYER     MONTANT  ANOMAL.'
             TO WS-LINE
           MOVE 'MONTANT  SURFACTURE' TO WS-LINE(47:)
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-CAR-COUNT
              PERFORM WRITE-CARRIER-AUDIT-LINE
           END-PERFORM
           MOVE SPACES TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'MARGE DE PORT (COMMANDES PAYEES CE PASSAGE) :'
             TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES         TO WS-LINE
           MOVE 'TRSP'         TO WS-LINE(1:)
           MOVE 'FACT. CLIENT' TO WS-LINE(7:)
           MOVE 'PAYE TRANSP.' TO WS-LINE(23:)
           MOVE 'MARGE'        TO WS-LINE(46:)
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-CAR-COUNT
              MOVE WCR-BILLED(WS-CAR-IDX)   TO E-TOTAL
              MOVE WCR-APPR-AMT(WS-CAR-IDX) TO E-TOTAL2
              COMPUTE E-TOTAL3 = WCR-BILLED(WS-CAR-IDX)
                               - WCR-APPR-AMT(WS-CAR-IDX)
              MOVE SPACES TO WS-LINE
              STRING
                   WCR-CARRIER(WS-CAR-IDX) DELIMITED BY SIZE
                   '  '                    DELIMITED BY SIZE
                   E-TOTAL                 DELIMITED BY SIZE
                   '    '                  DELIMITED BY SIZE
                   E-TOTAL2                DELIMITED BY SIZE
                   '    '                  DELIMITED BY SIZE
                   E-TOTAL3                DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-LINE-TO-RPT
           END-PERFORM
           MOVE WS-BILLED-TOTAL TO E-TOTAL
           MOVE WS-APPR-TOTAL   TO E-TOTAL2
           COMPUTE E-TOTAL3 = WS-BILLED-TOTAL - WS-APPR-TOTAL
           MOVE SPACES TO WS-LINE
           STRING
                'TOTAL '  DELIMITED BY SIZE
                E-TOTAL   DELIMITED BY SIZE
                '    '    DELIMITED BY SIZE
                E-TOTAL2  DELIMITED BY SIZE
                '    '    DELIMITED BY SIZE
                E-TOTAL3  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE ALL '=' TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-CARRIER-AUDIT-LINE.
           MOVE SPACES TO WS-LINE
           MOVE WCR-CARRIER(WS-CAR-IDX) TO WS-LINE(1:4)
           MOVE WCR-LINES(WS-CAR-IDX)    TO E-COUNT
           MOVE E-COUNT                  TO WS-LINE(6:7)
           MOVE WCR-APPR-CNT(WS-CAR-IDX) TO E-COUNT
           MOVE E-COUNT                  TO WS-LINE(15:7)
           MOVE WCR-APPR-AMT(WS-CAR-IDX) TO E-TOTAL
           MOVE E-TOTAL                  TO WS-LINE(23:12)
           MOVE WCR-EXC-CNT(WS-CAR-IDX)  TO E-COUNT
           MOVE E-COUNT                  TO WS-LINE(36:7)
           MOVE WCR-EXC-AMT(WS-CAR-IDX)  TO E-TOTAL
           MOVE E-TOTAL                  TO WS-LINE(43:12)
           MOVE WCR-EXCESS(WS-CAR-IDX)   TO E-TOTAL
           MOVE E-TOTAL                  TO WS-LINE(56:12)
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
