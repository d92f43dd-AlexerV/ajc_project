            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WEK-SEQ
            FILE STATUS IS WS-FS-EWK.
            SELECT CARDCAP ASSIGN TO FCARDCAP
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CCP-CAPTURE-REF
            FILE STATUS IS WS-FS-CCP.
            SELECT PROFORM ASSIGN TO FPROFORM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PFA-REF
            FILE STATUS IS WS-FS-PFA.
            SELECT PARTIDX ASSIGN TO FACTIDX
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PIX.
            SELECT OLDIDX ASSIGN TO IDXOLD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-OLDX.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
          05 WEK-QUANTITY      PIC 9(3).
          05 WEK-PRICE         PIC S9(3)V99.
          05 WEK-LINE-TOTAL    PIC S9(9)V99.
      *    CATEGORIE ET FAMILLE DU PRODUIT, POUR LES PROMOTIONS
      *    DEFINIES PAR CATEGORIE
          05 WEK-CATEGORY      PIC X(4).
          05 WEK-FAMILY        PIC X(4).
       FD PARAMS.
       COPY PARAMREC.
       FD CARDCAP.
       COPY CARDCAP.
       FD PROFORM.
       COPY PROFORMA.
      *    FICHIERS DE SORTIE DU PASSAGE INTERROMPU (MEMES
      *    DATASETS, REPRIS SOUS LES DD xxxOLD PAR LA JCL DE
      *    REPRISE) : SEULS LES ENREGISTREMENTS COUVERTS PAR LE
       01 OLDGLP-ENR        PIC X(77).
       FD OLDEINV.
       01 OLDEINV-ENR       PIC X(150).
       FD OLDIDX.
       01 OLDIDX-ENR        PIC X(200).
       FD FACTCHK.
       COPY FACTCHK.
      *    INDEX DE FUSION DE LA PARTITION (MODE PARTITION SEULEMENT)
       FD PARTIDX.
       COPY FACTIDX.
       WORKING-STORAGE SECTION.
      ***************************************
      * PARAMETRES SYSIN                    *
      *       AU GARDE-FOU DU PASSAGE PRINCIPAL
          05 WS-RUNID-MODE PIC X.
             88 BACKORDER-PASS          VALUE 'B'.
      *       COL 9-10 : NUMERO DE PARTITION (01 A 20) D'UN PASSAGE
      *       PARTITIONNE PAR TRANCHE DE CLIENTS - BLANC = PASSAGE
      *       SERIE. VOIR LE BLOC 'FACTURATION PARTITIONNEE' PLUS BAS
          05 WS-PART-CARD  PIC X(2).
       77 WS-ST-RATE-DEFAULT PIC 9V999 VALUE 0.

      ***************************************
          05 WS-GL-FRT       PIC X(10) VALUE '4200'.
          05 WS-GL-RBX       PIC X(10) VALUE '6200'.
          05 WS-GL-RBL       PIC X(10) VALUE '2400'.
          05 WS-GL-CCL       PIC X(10) VALUE '1120'.
          05 WS-GL-CDP       PIC X(10) VALUE '2350'.
          05 WS-GL-CGS       PIC X(10) VALUE '5000'.
          05 WS-GL-MKT       PIC X(10) VALUE '6500'.
          05 WS-GL-WTY       PIC X(10) VALUE '6600'.
       01 WS-CONT-LINE       PIC X(78).

      ***************************************
      * ENVOIS GRATUITS (EORD-NO-CHARGE) :  *
      * BON DE LIVRAISON A VALEUR NULLE,    *
      * SANS NUMERO DE FACTURE. LE COUT DES *
      * MARCHANDISES (PRODUCTS.UNIT_COST)   *
      * PASSE EN CHARGE MARKETING (SMP,     *
      * GDW) OU GARANTIE (WAR) EN SORTANT   *
      * DU COUT DES VENTES, OU INVVALUE L'A *
      * DEJA PORTE AVEC LA SORTIE DE STOCK. *
      * NI VENTE, NI TAXE, NI CLIENT, NI    *
      * COMMISSION, NI RISTOURNE            *
      ***************************************
       77 WS-NC-DOC          PIC X VALUE 'N'.
       77 WS-NC-COST         PIC S9(9)V99 VALUE ZERO.
       77 WS-NC-LINE-COST    PIC S9(9)V99 VALUE ZERO.
       77 WS-NC-DOC-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-SUM-NC-COST     PIC S9(9)V99 VALUE ZERO.
       01 WS-NC-LABEL        PIC X(20).
       01 E-NC-COST          PIC Z(8)9,99.

      ***************************************
      * ACCORDS DE RISTOURNE DE VOLUME      *
      * (KSDS FREBATE) : CHAQUE FACTURE DE  *
      * LA PERIODE ALIMENTE LE CUMUL DU     *
      * CLIENT ET LA PROVISION (DEBIT 6200  *
      * / CREDIT 2400) SUIT DES QUE LE      *
      * SEUIL EST FRANCHI. LE VOLUME D'UNE  *
      * SUCCURSALE ALIMENTE L'ACCORD DE LA  *
      * TETE DE GROUPE S'IL EXISTE          *
      ***************************************
       77 WS-FS-RBA           PIC XX.
       77 WS-RBA-PARENT-C-NO  PIC 9(5) VALUE ZERO.
       77 WS-RBA-FOUND        PIC X VALUE 'N'.
       77 WS-RBA-PRESENT      PIC X VALUE 'N'.
       77 WS-RBA-NEW-ACCRUAL  PIC S9(11)V99 VALUE ZERO.
       77 WS-RBA-DELTA        PIC S9(11)V99 VALUE ZERO.
      * FRZONEee DE FPARAMS) ET BAREME DU   *
      * TRANSPORTEUR (KSDS FCARRATE). LES   *
      * CLIENTS PORT PAYE (FREIGHT_EXEMPT)  *
      * N'EN ONT JAMAIS : LE PORT CALCULE   *
      * EST ALORS ABSORBE PAR LA SOCIETE ET *
      * NOTE DANS INVOICES.FREIGHT_ABSORBED *
      ***************************************
       77 WS-FS-FRT           PIC XX.
       77 WS-FRT-PRESENT      PIC X VALUE 'N'.
       77 WS-ORDER-WEIGHT     PIC S9(7)V99 VALUE ZERO.
       77 WS-FREIGHT          PIC S9(7)V99 VALUE ZERO.
       77 WS-FREIGHT-ABSORBED PIC S9(5)V99 VALUE ZERO.
       77 WS-SUM-FREIGHT      PIC S9(9)V99 VALUE ZERO.
      *    TRANSPORTEUR PAR DEFAUT (FICHE FRTCARR DE FPARAMS) : LES
      *    EXTRACTIONS HORS MODE 'S' NE PORTENT PAS DE TRANSPORTEUR
             10 WZN-ZONE      PIC XX.
       77 WS-ZONE-COUNT       PIC 9(2) VALUE ZERO.
       77 WS-ZONE-IDX         PIC 9(2) COMP VALUE ZERO.
      *    MOTIFS DE PRIX FORCE (FICHES OVRRSNxxx DE FPARAMS, LIBELLE
      *    EN VALEUR) : LA LIGNE SPECIAL PRICE AGREED EN CITE LE
      *    LIBELLE QUAND L'EXTRACT PORTE UN CODE MOTIF
       01 WS-OVR-RSN-TABLE.
          05 WS-OVR-RSN-ENTRY OCCURS 50 TIMES.
             10 WOR-CODE      PIC X(3).
             10 WOR-LABEL     PIC X(20).
       77 WS-OVR-RSN-COUNT    PIC 9(2) VALUE ZERO.
       77 WS-OVR-RSN-IDX      PIC 9(2) COMP VALUE ZERO.
       77 WS-OVR-LABEL        PIC X(20) VALUE SPACES.
       77 FF-FRT              PIC 9 VALUE ZERO.

      ***************************************
       77 WS-RESTART-SKIPPING PIC X VALUE 'N'.
          88 RESTART-SKIPPING         VALUE 'Y'.
       77 WS-SKIPPED-COUNT    PIC 9(7) VALUE ZERO.
      *    CLE DU POINT DE CONTROLE : 'CHKPNT' EN SERIE, 'PARTnn'
      *    POUR LA PARTITION nn
       77 WS-CHK-KEY          PIC X(6) VALUE 'CHKPNT'.

      ***************************************
      * FACTURATION PARTITIONNEE : PLUSIEURS*
      * CREAFACT COTE A COTE, UN PAR        *
      * TRANCHE DE NUMEROS CLIENT (FICHES   *
      * INVPARTS ET INVPARTnn DE FPARAMS).  *
      * CHAQUE PARTITION LIT L'EXTRACTION   *
      * COMPLETE ET NE FACTURE QUE LES      *
      * COMMANDES DE SA TRANCHE ; LE NUMERO *
      * DE FACTURE EST PRIS DANS LE BLOC    *
      * RESERVE PAR FACTPREP (FICHE INVBLK  *
      * DE FFACTCHK) AU RANG QUE LA COMMANDE*
      * AURAIT EU EN PASSAGE SERIE - LES    *
      * NUMEROS SONT DONC UNIQUES ET LES    *
      * MEMES QU'EN SERIE. CHAQUE PIECE     *
      * EMISE LAISSE UNE FICHE SUR L'INDEX  *
      * DE FUSION FACTIDX, QUE FACTMRG      *
      * UTILISE POUR RECONSTITUER FFACT,    *
      * FGLPOST, FEINVOICE ET LE RESUME DE  *
      * LOT DANS L'ORDRE SERIE. LES SAUTS   *
      * DE PAGE ENTRE PIECES SONT POSES PAR *
      * FACTMRG                             *
      ***************************************
       77 WS-PART-MODE        PIC X VALUE 'N'.
          88 PARTITION-MODE           VALUE 'Y'.
       77 WS-PART-NO          PIC 9(2) VALUE ZERO.
       77 WS-PART-COUNT       PIC 9(2) VALUE ZERO.
       77 WS-PART-LOW         PIC X(5) VALUE SPACES.
       77 WS-PART-HIGH        PIC X(5) VALUE SPACES.
       77 WS-PART-OTHER       PIC X VALUE 'N'.
          88 OTHER-PARTITION-ORDER    VALUE 'Y'.
      *    RANG DE LA COMMANDE COURANTE DANS L'EXTRACTION COMPLETE
      *    ET RANG DE LA FACTURE (COMMANDES FACTURABLES SEULES)
       77 WS-PART-DOC-SEQ     PIC 9(7) VALUE ZERO.
       77 WS-PART-BILL-RANK   PIC 9(7) VALUE ZERO.
       77 WS-PART-ORDERS      PIC 9(7) VALUE ZERO.
       77 WS-PART-OTHER-COUNT PIC 9(7) VALUE ZERO.
       77 WS-PART-INV-BASE    PIC 9(9) VALUE ZERO.
       77 WS-PART-INV-RESERVED PIC 9(7) VALUE ZERO.
       77 WS-FS-PIX           PIC XX.
       77 WS-FS-OLDX          PIC XX.
       77 WS-IDX-REC-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-RUN-DATE-TXT     PIC X(8) VALUE SPACES.
      *    CUMULS DU RESUME DE LOT A LA PIECE PRECEDENTE : LA FICHE
      *    D'INDEX PORTE LA DIFFERENCE, C'EST-A-DIRE LA PART DE LA
      *    PIECE
       01 WS-PART-PREV.
          05 WPP-FACT-RECS     PIC 9(7) VALUE ZERO.
          05 WPP-GLP-RECS      PIC 9(7) VALUE ZERO.
          05 WPP-EINV-RECS     PIC 9(7) VALUE ZERO.
          05 WPP-INV-COUNT     PIC 9(7) VALUE ZERO.
          05 WPP-SUB-TOTAL     PIC S9(9)V99 VALUE ZERO.
          05 WPP-PROMO-DISC    PIC S9(9)V99 VALUE ZERO.
          05 WPP-FREIGHT       PIC S9(9)V99 VALUE ZERO.
          05 WPP-REBATE        PIC S9(9)V99 VALUE ZERO.
          05 WPP-VARIANCES     PIC 9(7) VALUE ZERO.
          05 WPP-ST-VALUE      PIC S9(9)V99 VALUE ZERO.
          05 WPP-COM-VALUE     PIC S9(9)V99 VALUE ZERO.
          05 WPP-TOTAL         PIC S9(9)V99 VALUE ZERO.
          05 WPP-EINV-LINES    PIC 9(7) VALUE ZERO.
          05 WPP-CARD-COUNT    PIC 9(7) VALUE ZERO.
          05 WPP-CARD-AMOUNT   PIC S9(9)V99 VALUE ZERO.
          05 WPP-PFA-COUNT     PIC 9(7) VALUE ZERO.
          05 WPP-PFA-AMOUNT    PIC S9(9)V99 VALUE ZERO.
          05 WPP-NC-COUNT      PIC 9(7) VALUE ZERO.
          05 WPP-NC-COST       PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * FACTURATION EN DEVISE DU CLIENT :   *
       01 E-BILL-TOTAL        PIC Z(7)9,99.
       01 E-BILL-RATE         PIC 9,99.

      ***************************************
      * COMMANDES PAYEES PAR CARTE A LA     *
      * SAISIE (ORDERS.PAY_METHOD = 'C') :  *
      * LE TOTAL FACTURE EST CAPTURE SUR    *
      * L'AUTORISATION (FICHE FCARDCAP), LA *
      * FACTURE NAIT SOLDEE ET LE CLIENT EST*
      * CREDITE CONTRE LE COMPTE D'ATTENTE  *
      * CARTES (1120) QUE CARDRECN APURE AU *
      * REGLEMENT DU PROCESSEUR. HORS       *
      * AUTORISATION, LA FACTURE SUIT LES   *
      * CONDITIONS NORMALES DU CLIENT       *
      ***************************************
       77 WS-FS-CCP           PIC XX.
       77 WS-CARD-CAPTURE     PIC X VALUE 'N'.
          88 CARD-CAPTURE             VALUE 'Y'.
       77 WS-CAPTURE-REF      PIC X(8) VALUE SPACES.
       77 WS-CARD-COUNT       PIC 9(7) VALUE ZERO.
       77 WS-SUM-CARD         PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * COMMANDES DES CLIENTS EN PAIEMENT   *
      * D'AVANCE : L'ACOMPTE RECU SUR LA    *
      * PRO-FORMA (FPROFORM, CASHAPP) EST   *
      * IMPUTE SUR LA FACTURE A CONCURRENCE *
      * DE SON TOTAL - LA PIECE NAIT SOLDEE *
      * OU PARTIELLEMENT PAYEE (LE PORT     *
      * RESTE DU), ET L'ACOMPTE QUITTE LE   *
      * COMPTE ACOMPTES CLIENTS (2350) POUR *
      * CREDITER LE COMPTE CLIENT           *
      ***************************************
       77 WS-FS-PFA           PIC XX.
       77 WS-PFA-APPLIED      PIC S9(9)V99 VALUE ZERO.
       77 WS-PFA-COUNT        PIC 9(7) VALUE ZERO.
       77 WS-SUM-PFA          PIC S9(9)V99 VALUE ZERO.
       01 E-PFA-APPLIED       PIC Z(7)9,99.
       01 E-PFA-REF           PIC 9(9).

      ***************************************
      * FICHIER DE REGLEMENT (SETTLEMENT)   *
      ***************************************
               INCLUDE SLH
           END-EXEC

           EXEC SQL
               INCLUDE ORD
           END-EXEC

      ***************************************
      * REMISES PROMOTIONNELLES DE LA       *
      * FACTURE EN COURS : EVALUEES ENTRE   *
       77 WS-SLH-REV2      PIC S9(9)V99 VALUE ZERO.
       77 WS-SLH-COST2     PIC S9(9)V99 VALUE ZERO.
       77 WS-SLH-LINE-COST PIC S9(9)V99 VALUE ZERO.
       77 WS-PRO-FAMILY    PIC X(4) VALUE SPACES.
       77 WS-SAVED-COMPANY PIC X(30).
       77 WS-SAVED-EMAIL   PIC X(50).
       01 WS-LINE-PRICE    PIC S9(9)V99 VALUE ZERO.
           EXEC SQL
                DECLARE CPROMO CURSOR
                FOR
                SELECT PROMO_ID, P_NO, CATEGORY, DISC_TYPE,
                       DISC_VALUE, MIN_QTY, DESCRIPTION
                FROM PROMOTIONS
                WHERE EFF_FROM <= :WS-SAVED-O-DATE
                AND (EFF_TO = ' ' OR EFF_TO >= :WS-SAVED-O-DATE)
       01 E-COM-RATE       PIC 9,9.
       01 E-SHP-NO         PIC Z(8)9.
       01 E-LIST-PRICE     PIC ZZZ9,99.
       01 E-SELL-QTY       PIC Z9.
       01 E-UOM-FACTOR     PIC ZZ9.
       01 E-BASE-QTY       PIC Z9.
       77 WS-SELL-QTY      PIC 9(2) VALUE ZERO.
       77 WS-UOM-REM       PIC 9(3) VALUE ZERO.
       01 E-SUB-TOTAL-SOFAR PIC Z(7)9,99.
      ***************************************
      * LIBELLE DE NUMERO DE COMMANDE       *
            PERFORM OPEN-FILE-CHK
            PERFORM OPEN-FILE-EXT
            PERFORM OPEN-FILE-FACT
      *     EN MODE PARTITION LES NUMEROS VIENNENT DU BLOC RESERVE :
      *     LE COMPTEUR N'EST PAS TOUCHE (NI VERROUILLE)
            IF NOT PARTITION-MODE
               PERFORM OPEN-FILE-INVCTR
            END-IF
            PERFORM OPEN-FILE-GLP
            PERFORM OPEN-FILE-EINV
            PERFORM OPEN-FILE-EIS
            PERFORM OPEN-FILE-RBA
            PERFORM OPEN-FILE-VAR
            PERFORM OPEN-FILE-EIWRK
            PERFORM OPEN-FILE-CCP
            PERFORM OPEN-FILE-PFA
            IF PARTITION-MODE
               PERFORM OPEN-FILE-PIX
            END-IF
            IF CONSOLIDATED-MODE
               PERFORM LOAD-CONSOLIDATION-WORKFILE
               PERFORM CONSOLIDATED-INVOICING
            PERFORM VERIFY-EXTRACT-CONTROL
            PERFORM CLOSE-FILE-EXT
            PERFORM CLOSE-FILE-FACT
            IF PARTITION-MODE
               PERFORM CLOSE-FILE-PIX
            ELSE
               PERFORM CLOSE-FILE-INVCTR
            END-IF
            PERFORM CLOSE-FILE-GLP
            PERFORM CLOSE-FILE-EINV
            PERFORM CLOSE-FILE-EIS
            PERFORM CLOSE-FILE-RBA
            PERFORM CLOSE-FILE-VAR
            PERFORM CLOSE-FILE-EIWRK
            PERFORM CLOSE-FILE-CCP
            PERFORM CLOSE-FILE-PFA
            PERFORM RESET-CHECKPOINT
            PERFORM CLOSE-FILE-CHK
            PERFORM WRITE-BATCH-SUMMARY
               DISPLAY '  COMMANDES SAUTEES (REPRISE) : '
                       WS-SKIPPED-COUNT
            END-IF
            IF PARTITION-MODE
               DISPLAY '  PARTITION ' WS-PART-NO ' : CLIENTS '
                       WS-PART-LOW ' A ' WS-PART-HIGH
               DISPLAY '  COMMANDES DE LA PARTITION   : '
                       WS-PART-ORDERS
               DISPLAY '  COMMANDES DES AUTRES        : '
                       WS-PART-OTHER-COUNT
               DISPLAY '  (RESUME DU LOT COMPLET : VOIR FACTMRG)'
            END-IF
            PERFORM WRITE-RUN-JOURNAL
            PERFORM RUNCTL-END
            GOBACK.
      * A DEJA TERMINE (DOUBLE PASSAGE)     *
      ***************************************
       RUNCTL-START.
      *    UNE PARTITION S'INSCRIT SOUS SON PROPRE NOM (CREAFPnn)
      *    DERRIERE FACTPREP ; L'IDENTITE CREAFACT, QU'ATTENDENT LES
      *    SUCCESSEURS, EST CELLE DE LA FUSION FACTMRG
           IF PARTITION-MODE
              MOVE 'CREAFP'   TO RC-PROGRAM(1:6)
              MOVE WS-PART-NO TO RC-PROGRAM(7:2)
              MOVE 'FACTPREP' TO RC-PRED
           ELSE
           IF BACKORDER-PASS
              MOVE 'CREAFACB' TO RC-PROGRAM
              MOVE SPACES     TO RC-PRED
              MOVE 'CREAFACT' TO RC-PROGRAM
              MOVE 'INVAPPR ' TO RC-PRED
           END-IF
           END-IF
           ACCEPT RC-DATE FROM DATE YYYYMMDD
           MOVE 'S' TO RC-FUNC
           CALL 'RUNCTL' USING RC-PARM
           MOVE RC-PROGRAM TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-CTL-ORD-READ TO RJ-IN-COUNT
      *    UNE PARTITION NE COMPTE EN ENTREE QUE SES COMMANDES
           IF PARTITION-MODE
              MOVE WS-PART-ORDERS TO RJ-IN-COUNT
           END-IF
           MOVE WS-INVOICE-COUNT TO RJ-OUT-COUNT
           MOVE ZERO TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
      ***************************************
       GET-RATES.
            ACCEPT WS-SYSIN FROM SYSIN
            IF WS-PART-CARD IS NUMERIC AND WS-PART-CARD NOT = '00'
               MOVE 'Y'          TO WS-PART-MODE
               MOVE WS-PART-CARD TO WS-PART-NO
            END-IF
            MOVE WS-ST-RATE TO WS-ST-RATE-DEFAULT
            COMPUTE E-ST-RATE = WS-ST-RATE * 100,0
            DISPLAY WS-ST-RATE
      *     GET-STATE-RATE RETIENT LA DERNIERE ENTREE DE LA TABLE,
      *     UNE CARTE SURCHARGE DONC LA FICHE DU MEME ETAT
            PERFORM GET-PARAMETERS
            IF PARTITION-MODE
               PERFORM CHECK-PARTITION-MODE
            END-IF

            ACCEPT WS-STATE-RATE-CARD FROM SYSIN
            PERFORM UNTIL SRC-STATE = '00'
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-RBL
              END-IF
              MOVE 'GLACCT-CCL' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-CCL
              END-IF
              MOVE 'GLACCT-CDP' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-CDP
              END-IF
              MOVE 'GLACCT-CGS' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-CGS
              END-IF
              MOVE 'GLACCT-MKT' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-MKT
              END-IF
              MOVE 'GLACCT-WTY' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-WTY
              END-IF
              PERFORM LOAD-TAXRATE-PARAMETERS
              PERFORM LOAD-FRZONE-PARAMETERS
              PERFORM LOAD-OVRRSN-PARAMETERS
              IF PARTITION-MODE
                 PERFORM LOAD-PARTITION-PARAMETERS
              END-IF
              CLOSE PARAMS
           END-IF.

                 MOVE 'Y' TO WS-PRM-FOUND
           END-READ.

      ***************************************
      * TRANCHE DE CLIENTS DE LA PARTITION :*
      * INVPARTS = NOMBRE DE PARTITIONS,    *
      * INVPARTnn = 'CCCCC-CCCCC' (PREMIER  *
      * ET DERNIER C_NO DE LA TRANCHE)      *
      ***************************************
       LOAD-PARTITION-PARAMETERS.
           MOVE 'INVPARTS  ' TO OPR-KEY
           PERFORM READ-PARAMETER
           IF WS-PRM-FOUND = 'Y' AND OPR-VALUE(1:2) IS NUMERIC
              MOVE OPR-VALUE(1:2) TO WS-PART-COUNT
           END-IF
           MOVE SPACES TO OPR-KEY
           MOVE 'INVPART' TO OPR-KEY(1:7)
           MOVE WS-PART-NO TO OPR-KEY(8:2)
           PERFORM READ-PARAMETER
           IF WS-PRM-FOUND = 'Y'
              MOVE OPR-VALUE(1:5) TO WS-PART-LOW
              MOVE OPR-VALUE(7:5) TO WS-PART-HIGH
           END-IF.

      ***************************************
      * LE MODE PARTITION EXIGE SA TRANCHE  *
      * ET N'EXISTE NI EN MODE CONSOLIDE    *
      * (NUMEROTATION DANS L'ORDRE DES      *
      * CLIENTS) NI POUR LA PASSE RELIQUATS *
      ***************************************
       CHECK-PARTITION-MODE.
           IF CONSOLIDATED-MODE OR BACKORDER-PASS
              DISPLAY 'MODE PARTITION INCOMPATIBLE AVEC LES MODES '
                      'CONSOLIDE ET RELIQUATS'
              PERFORM ABEND-PROG
           END-IF
           IF WS-PART-NO > WS-PART-COUNT
              DISPLAY 'PARTITION ' WS-PART-NO ' HORS DES '
                      WS-PART-COUNT ' PARTITIONS DE INVPARTS'
              PERFORM ABEND-PROG
           END-IF
           IF WS-PART-LOW = SPACES OR WS-PART-HIGH = SPACES
              OR WS-PART-LOW > WS-PART-HIGH
              DISPLAY 'TRANCHE CLIENTS DE LA PARTITION '
                      WS-PART-NO ' ABSENTE OU INVALIDE (FPARAMS)'
              PERFORM ABEND-PROG
           END-IF
           MOVE 'PART'     TO WS-CHK-KEY(1:4)
           MOVE WS-PART-NO TO WS-CHK-KEY(5:2)
           DISPLAY 'PARTITION ' WS-PART-NO ' : CLIENTS '
                   WS-PART-LOW ' A ' WS-PART-HIGH.

      ***************************************
      * LES FICHES TAXRATEee ALIMENTENT LA  *
      * TABLE DES TAUX PAR ETAT (VALEUR EN  *
           END-PERFORM
           MOVE '00' TO WS-FS-PRM.

      ***************************************
      * LES FICHES OVRRSNxxx DONNENT LE     *
      * LIBELLE DE CHAQUE CODE MOTIF DE     *
      * PRIX FORCE A LA SAISIE              *
      ***************************************
       LOAD-OVRRSN-PARAMETERS.
           MOVE 'OVRRSN    ' TO OPR-KEY
           START PARAMS KEY IS NOT LESS THAN OPR-KEY
              INVALID KEY
                 MOVE '23' TO WS-FS-PRM
           END-START
           PERFORM UNTIL WS-FS-PRM NOT = '00'
              READ PARAMS NEXT
                 AT END
                    MOVE '10' TO WS-FS-PRM
                 NOT AT END
                    IF OPR-KEY(1:6) = 'OVRRSN'
                       AND OPR-KEY(7:3) NOT = SPACES
                       AND WS-OVR-RSN-COUNT < 50
                       ADD 1 TO WS-OVR-RSN-COUNT
                       MOVE OPR-KEY(7:3)
                         TO WOR-CODE(WS-OVR-RSN-COUNT)
                       MOVE OPR-VALUE
                         TO WOR-LABEL(WS-OVR-RSN-COUNT)
                    ELSE
                       MOVE '10' TO WS-FS-PRM
                    END-IF
              END-READ
           END-PERFORM
           MOVE '00' TO WS-FS-PRM.

      ***************************************
      * TAUX DE TVA POUR L'ETAT DE LA       *
      * COMMANDE EN COURS (A DEFAUT : TAUX  *
              DISPLAY 'ERR OPEN FSETTLE, FS=' WS-FS-STL
              PERFORM ABEND-PROG
           END-IF
      *    UNE PARTITION REEMET LA FACTURE INTERROMPUE SOUS SON
      *    NUMERO RESERVE : SA FICHE FSETTLE EST REECRITE, ET LES
      *    NUMEROS SUIVANTS APPARTIENNENT AUX AUTRES PARTITIONS
           IF RESTART-SKIPPING AND NOT PARTITION-MODE
              PERFORM PURGE-STALE-SETTLEMENTS
           END-IF.

           MOVE EITE-QUANTITY  TO WEK-QUANTITY
           MOVE WS-BILL-PRICE  TO WEK-PRICE
           MOVE WS-LINE-PRICE  TO WEK-LINE-TOTAL
           MOVE PRO-CATEGORY   TO WEK-CATEGORY
           MOVE WS-PRO-FAMILY  TO WEK-FAMILY
           WRITE WEK-ENR
           IF WS-FS-EWK NOT = '00'
              DISPLAY 'ERR WRITE FEIWRK :' WS-FS-EWK
           EXEC SQL
              SELECT TERMS_DAYS, DISC_PCT, DISC_DAYS, CURRENCY,
                     TAX_EXEMPT_CERT, TAX_EXEMPT_STATE,
                     TAX_EXEMPT_EXPIRY, FREIGHT_EXEMPT, LANG,
                     PARENT_C_NO
                INTO :CUS-TERMS-DAYS, :CUS-DISC-PCT, :CUS-DISC-DAYS,
                     :CUS-CURRENCY, :CUS-TAX-EXEMPT-CERT,
                     :CUS-TAX-EXEMPT-STATE, :CUS-TAX-EXEMPT-EXPIRY,
                     :CUS-FREIGHT-EXEMPT, :CUS-LANG, :CUS-PARENT-C-NO
                FROM CUSTOMERS
               WHERE C_NO = :CUS-C-NO
           END-EXEC
              MOVE SPACES TO CUS-TAX-EXEMPT-EXPIRY
              MOVE 'N' TO CUS-FREIGHT-EXEMPT
              MOVE 'E' TO CUS-LANG
              MOVE ZERO TO CUS-PARENT-C-NO
           END-IF
           MOVE CUS-PARENT-C-NO TO WS-RBA-PARENT-C-NO
           PERFORM SET-INVOICE-LANGUAGE
           IF CUS-TERMS-DAYS > ZERO
              MOVE CUS-TERMS-DAYS TO WS-TERMS-DAYS
           MOVE WS-BILL-RATE  TO STL-FX-RATE
           MOVE ZERO          TO STL-PAID-AMOUNT
           MOVE ZERO          TO STL-CUR-PAID
           MOVE ZERO          TO STL-CASH-PAID
           MOVE ZERO          TO STL-FX-REALIZED
           MOVE ZERO          TO STL-DISC-TAKEN
           MOVE ZERO          TO STL-SHORT-TAKEN
           SET STL-OPEN       TO TRUE
      *    PAYEE PAR CARTE : LA PIECE NAIT SOLDEE PAR LA CAPTURE
           IF CARD-CAPTURE
              MOVE WS-TOTAL       TO STL-PAID-AMOUNT
              MOVE WS-BILL-TOTAL  TO STL-CUR-PAID
              SET STL-SETTLED     TO TRUE
              MOVE WS-SAVED-O-DATE TO STL-SETTLE-DATE
              MOVE WS-CAPTURE-REF TO STL-RECEIPT-REF
           END-IF
      *    ACOMPTE SUR PRO-FORMA : PAYEE A HAUTEUR DE L'ACOMPTE
      *    IMPUTE (PART EN DEVISE AU PRORATA), SOLDEE S'IL COUVRE
      *    TOUT
           IF WS-PFA-APPLIED > ZERO
              MOVE WS-PFA-APPLIED TO STL-PAID-AMOUNT
              IF WS-PFA-APPLIED >= WS-TOTAL
                 MOVE WS-BILL-TOTAL   TO STL-CUR-PAID
                 SET STL-SETTLED      TO TRUE
                 MOVE WS-SAVED-O-DATE TO STL-SETTLE-DATE
                 MOVE PFA-RECEIPT-REF TO STL-RECEIPT-REF
              ELSE
                 COMPUTE STL-CUR-PAID ROUNDED =
                         WS-BILL-TOTAL * WS-PFA-APPLIED / WS-TOTAL
              END-IF
           END-IF
           IF CUS-DISC-PCT > ZERO
              MOVE CUS-DISC-PCT TO STL-DISC-PCT
              PERFORM COMPUTE-DISC-DATE
      * POUR CHAQUE PROMOTION, LA QUANTITE  *
      * ET L'ASSIETTE SONT PRISES SUR LES   *
      * LIGNES BUFFERISEES DE LA FACTURE    *
      * (TOUTE LA FACTURE SI P_NO ET        *
      * CATEGORY A BLANC, LES PRODUITS DE   *
      * LA CATEGORIE OU DE LA FAMILLE SI    *
      * SEUL CATEGORY EST RENSEIGNE, LE     *
      * SEUL PRODUIT VISE SINON)            *
      ***************************************
       COMPUTE-PROMO-DISCOUNT.
           MOVE ZERO TO WS-PROMO-DISCOUNT
       FETCH-PROMO.
           EXEC SQL
              FETCH CPROMO
              INTO :PRM-PROMO-ID, :PRM-P-NO, :PRM-CATEGORY,
                   :PRM-DISC-TYPE, :PRM-DISC-VALUE, :PRM-MIN-QTY,
                   :PRM-DESCRIPTION
           END-EXEC
           PERFORM TEST-SQLCODE.

           PERFORM VARYING WS-EINV-SCAN FROM WS-EINV-FIRST-SEQ
                   BY 1 UNTIL WS-EINV-SCAN > WS-EINV-SEQ
              PERFORM READ-EINV-LINE
              IF (PRM-P-NO = SPACES AND PRM-CATEGORY = SPACES)
                 OR (PRM-P-NO NOT = SPACES AND WEK-P-NO = PRM-P-NO)
                 OR (PRM-P-NO = SPACES AND PRM-CATEGORY NOT = SPACES
                     AND (WEK-CATEGORY = PRM-CATEGORY
                          OR WEK-FAMILY = PRM-CATEGORY))
                 ADD WEK-QUANTITY TO WS-PROMO-QTY
                 ADD WEK-LINE-TOTAL TO WS-PROMO-BASE
              END-IF
      ***************************************
       WRITE-GL-POSTINGS.
           MOVE SPACES         TO GLP-ENR
           MOVE 'CREAFACT'     TO GLP-SOURCE
           MOVE WS-INVOICE-NO  TO GLP-INVOICE-NO
           MOVE WS-SAVED-O-NO  TO GLP-O-NO
           MOVE WS-DATE(1:10)  TO GLP-DATE
                '  CATALOGUE '  DELIMITED BY SIZE
                E-VAR-CAT-PRICE DELIMITED BY SIZE
           INTO WS-VAR-LINE
      *    ECART EXPLIQUE PAR UN PRIX FORCE A LA SAISIE : ON CITE
      *    LE CODE MOTIF POUR QUE LA REVUE NE LE RECHERCHE PAS
           IF EITE-OVR-REASON NOT = SPACES
              MOVE 'MOTIF '        TO WS-VAR-LINE(50:6)
              MOVE EITE-OVR-REASON TO WS-VAR-LINE(56:3)
           END-IF
           MOVE WS-VAR-LINE TO VARRPT-ENR
           PERFORM WRITE-LINE-TO-VAR.

      * L'ACCORD, ET LA PROVISION CIBLE     *
      * (CUMUL X TAUX UNE FOIS LE SEUIL     *
      * FRANCHI) EST RATTRAPEE PAR UNE      *
      * ECRITURE DEBIT 6200 / CREDIT 2400.  *
      * UNE SUCCURSALE CUMULE SUR L'ACCORD  *
      * DE SA TETE DE GROUPE ; A DEFAUT,    *
      * SUR SON PROPRE ACCORD               *
      ***************************************
       ACCRUE-REBATE.
           IF WS-RBA-PRESENT = 'N'
              CONTINUE
           ELSE
              MOVE 'N' TO WS-RBA-FOUND
              IF WS-RBA-PARENT-C-NO NOT = ZERO
                 MOVE WS-RBA-PARENT-C-NO TO RBA-C-NO
                 PERFORM READ-REBATE-AGREEMENT
              END-IF
              IF WS-RBA-FOUND = 'N'
                 MOVE WS-SAVED-C-NO TO RBA-C-NO
                 PERFORM READ-REBATE-AGREEMENT
              END-IF
              IF WS-RBA-FOUND = 'Y'
                 PERFORM ACCRUE-REBATE-AMOUNT
              END-IF
           END-IF.

       READ-REBATE-AGREEMENT.
           READ REBATE KEY IS RBA-C-NO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RBA-ACTIVE
                    AND WS-SAVED-O-DATE >= RBA-PERIOD-FROM
                    AND WS-SAVED-O-DATE <= RBA-PERIOD-TO
                    MOVE 'Y' TO WS-RBA-FOUND
                 END-IF
           END-READ.

       ACCRUE-REBATE-AMOUNT.
           ADD WS-SUB-TOTAL TO RBA-REVENUE
           IF RBA-REVENUE >= RBA-THRESHOLD

       WRITE-REBATE-GL.
           MOVE SPACES         TO GLP-ENR
           MOVE 'CREAFACT'     TO GLP-SOURCE
           MOVE WS-INVOICE-NO  TO GLP-INVOICE-NO
           MOVE WS-SAVED-O-NO  TO GLP-O-NO
           MOVE WS-DATE(1:10)  TO GLP-DATE
      ***************************************
      * POIDS DE LA LIGNE PRODUIT EN COURS  *
      * (POIDS UNITAIRE DU MASTER X         *
      * QUANTITE) CUMULE POUR LE PORT ;     *
      * LE COUT, LA CATEGORIE ET LA FAMILLE *
      * DU PRODUIT SONT LUS AU PASSAGE      *
      ***************************************
       ADD-LINE-WEIGHT.
           MOVE EPRO-P-NO TO PRO-P-NO
           MOVE ZERO TO PRO-WEIGHT
           MOVE ZERO TO PRO-UNIT-COST
           MOVE SPACES TO PRO-CATEGORY
           MOVE SPACES TO WS-PRO-FAMILY
           EXEC SQL
                SELECT P.WEIGHT, P.UNIT_COST, P.CATEGORY,
                       VALUE(C.PARENT_CODE, ' ')
                INTO :PRO-WEIGHT, :PRO-UNIT-COST, :PRO-CATEGORY,
                     :WS-PRO-FAMILY
                FROM PRODUCTS P
                LEFT OUTER JOIN PRODUCT_CATEGORIES C
                  ON C.CAT_CODE = P.CATEGORY
                WHERE P.P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE ZERO TO PRO-WEIGHT
              MOVE ZERO TO PRO-UNIT-COST
              MOVE SPACES TO PRO-CATEGORY
              MOVE SPACES TO WS-PRO-FAMILY
           ELSE
              PERFORM TEST-SQLCODE
           END-IF
      * PORT DE LA FACTURE EN COURS : ZONE  *
      * DE L'ETAT DE LIVRAISON, BANDE DE    *
      * POIDS DU BAREME DU TRANSPORTEUR.    *
      * RIEN POUR LES FACTURES SANS POIDS   *
      * OU SANS BAREME. POUR LES CLIENTS    *
      * PORT PAYE LE PORT EST CALCULE MAIS  *
      * RETENU COMME PORT ABSORBE           *
      ***************************************
       COMPUTE-FREIGHT.
           MOVE ZERO TO WS-FREIGHT
           MOVE ZERO TO WS-FREIGHT-ABSORBED
           IF WS-ORDER-WEIGHT = ZERO
              OR WS-FRT-PRESENT = 'N'
              CONTINUE
           ELSE
              PERFORM GET-FREIGHT-ZONE
              PERFORM LOOKUP-FREIGHT-RATE
              IF CUS-FREIGHT-EXEMPT = 'Y'
                 MOVE WS-FREIGHT TO WS-FREIGHT-ABSORBED
                 MOVE ZERO       TO WS-FREIGHT
              END-IF
           END-IF.

       GET-FREIGHT-ZONE.
      * NUMERO DE FACTURE                   *
      ***************************************
       GET-NEXT-INVOICE-NO.
      *    PARTITION : NUMERO DU BLOC RESERVE AU RANG SERIE DE LA
      *    FACTURE, LE MEME QU'AURAIT DONNE LE COMPTEUR EN SERIE
           IF PARTITION-MODE
              IF WS-PART-BILL-RANK > WS-PART-INV-RESERVED
                 DISPLAY 'BLOC DE NUMEROS EPUISE AU RANG '
                         WS-PART-BILL-RANK ' - EXTRACT DIFFERENT DE '
                         'CELUI DE FACTPREP'
                 PERFORM ABEND-PROG
              END-IF
              COMPUTE WS-INVOICE-NO =
                      WS-PART-INV-BASE + WS-PART-BILL-RANK
           ELSE
              MOVE 'INVNUM' TO CTR-KEY
              READ INVCTR KEY IS CTR-KEY
              ADD 1 TO CTR-VALUE
              REWRITE INVCTR-REC
              MOVE CTR-VALUE TO WS-INVOICE-NO
           END-IF
           MOVE ZERO TO WS-INL-LINE-NO.

      ***************************************
           MOVE WS-SAVED-C-NO   TO SLH-C-NO
           MOVE EPRO-P-NO       TO SLH-P-NO
           MOVE WS-INVOICE-NO   TO SLH-INV-NO
           MOVE PRO-CATEGORY    TO SLH-CATEGORY
           COMPUTE WS-SLH-LINE-COST =
                   EITE-QUANTITY * PRO-UNIT-COST
           IF WS-SAVED-E2-NO NOT = ZERO
           EXEC SQL
              INSERT INTO SALES_HISTORY (PERIOD, INV_DATE, STATE,
                     DEPT, E_NO, C_NO, P_NO, QTY, REVENUE, COST,
                     INV_NO, CATEGORY)
              VALUES (:SLH-PERIOD, :SLH-INV-DATE, :SLH-STATE,
                      :SLH-DEPT, :SLH-E-NO, :SLH-C-NO, :SLH-P-NO,
                      :SLH-QTY, :SLH-REVENUE, :SLH-COST,
                      :SLH-INV-NO, :SLH-CATEGORY)
           END-EXEC
           PERFORM TEST-SQLCODE.

           MOVE WS-ST-VALUE   TO INV-TAX-AMOUNT
           MOVE WS-SAVED-STATE TO INV-STATE
           MOVE WS-TAX-EXEMPT TO INV-TAX-EXEMPT
           MOVE WS-FREIGHT-ABSORBED TO INV-FREIGHT-ABSORBED
           MOVE WS-FREIGHT    TO INV-FREIGHT
           EXEC SQL
              INSERT INTO INVOICES (INV_NO, O_NO, C_NO, INV_DATE,
                     TOTAL, TAX_AMOUNT, STATE, TAX_EXEMPT,
                     FREIGHT_ABSORBED, FREIGHT)
              VALUES (:INV-INV-NO, :INV-O-NO, :INV-C-NO, :INV-DATE,
                      :INV-TOTAL, :INV-TAX-AMOUNT, :INV-STATE,
                      :INV-TAX-EXEMPT, :INV-FREIGHT-ABSORBED,
                      :INV-FREIGHT)
           END-EXEC
           PERFORM TEST-SQLCODE.

              PERFORM TEST-SQLCODE
           END-IF.

      ***************************************
      * COMMANDE PAYEE PAR CARTE ? LA       *
      * CAPTURE N'A LIEU QUE SI LE TOTAL    *
      * TIENT DANS CE QUI RESTE DE          *
      * L'AUTORISATION DE LA SAISIE (LES    *
      * FACTURES PARTIELLES D'UNE MEME      *
      * COMMANDE S'Y IMPUTENT TOUR A TOUR)  *
      ***************************************
       CHECK-CARD-PAYMENT.
           MOVE 'N' TO WS-CARD-CAPTURE
           MOVE WS-SAVED-O-NO TO ORD-O-NO
           EXEC SQL
              SELECT PAY_METHOD, CARD_TOKEN, CARD_AUTH_REF,
                     CARD_AUTH_AMT, CARD_CAPTURED
                INTO :ORD-PAY-METHOD, :ORD-CARD-TOKEN,
                     :ORD-CARD-AUTH-REF, :ORD-CARD-AUTH-AMT,
                     :ORD-CARD-CAPTURED
                FROM ORDERS
               WHERE O_NO = :ORD-O-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE SPACE TO ORD-PAY-METHOD
           ELSE
              PERFORM TEST-SQLCODE
           END-IF
           IF ORD-PAY-METHOD = 'C'
              IF ORD-CARD-CAPTURED + WS-TOTAL <= ORD-CARD-AUTH-AMT
                 MOVE 'Y' TO WS-CARD-CAPTURE
                 MOVE 'C' TO WS-CAPTURE-REF
                 MOVE WS-INVOICE-NO(3:7) TO WS-CAPTURE-REF(2:7)
              ELSE
                 DISPLAY 'COMMANDE ' WS-SAVED-O-NO
                         ' : TOTAL AU-DELA DE L''AUTORISATION CARTE'
                         ' - FACTURE ' WS-INVOICE-NO
                         ' AUX CONDITIONS DU CLIENT'
              END-IF
           END-IF.

      ***************************************
      * CAPTURE DU TOTAL FACTURE : FICHE    *
      * FCARDCAP POUR LA PASSERELLE DU      *
      * PROCESSEUR, MOUVEMENT 'P' NEGATIF   *
      * QUI SOLDE LA PIECE 'I' AU GRAND     *
      * LIVRE AUXILIAIRE, ECRITURE DEBIT    *
      * ATTENTE CARTES / CREDIT CLIENTS ET  *
      * CUMUL CAPTURE SUR LA COMMANDE       *
      ***************************************
       CAPTURE-CARD-PAYMENT.
           MOVE SPACES            TO CCP-ENR
           MOVE WS-CAPTURE-REF    TO CCP-CAPTURE-REF
           MOVE WS-INVOICE-NO     TO CCP-INVOICE-NO
           MOVE WS-SAVED-O-NO     TO CCP-O-NO
           MOVE WS-SAVED-C-NO     TO CCP-C-NO
           MOVE WS-DATE(1:10)     TO CCP-CAPTURE-DATE
           MOVE ORD-CARD-TOKEN    TO CCP-TOKEN
           MOVE ORD-CARD-AUTH-REF TO CCP-AUTH-REF
           MOVE WS-TOTAL          TO CCP-AMOUNT
           SET CCP-CAPTURED       TO TRUE
           MOVE ZERO              TO CCP-SETTLED-AMOUNT
           MOVE ZERO              TO CCP-FEE
           WRITE CCP-ENR
              INVALID KEY
      *          FICHE DEJA PRESENTE (REPRISE) : ON LA REECRIT
                 REWRITE CCP-ENR
           END-WRITE
           IF WS-FS-CCP NOT = ZERO THEN
              DISPLAY 'ERR WRITE FCARDCAP :' WS-FS-CCP
              PERFORM ABEND-PROG
           END-IF

           MOVE WS-SAVED-C-NO   TO ARL-C-NO
           MOVE 'P'             TO ARL-DOC-TYPE
           MOVE WS-INVOICE-NO   TO ARL-DOC-NO
           MOVE WS-SAVED-O-DATE TO ARL-DOC-DATE
           COMPUTE ARL-AMOUNT = ZERO - WS-TOTAL
           EXEC SQL
              INSERT INTO AR_LEDGER (C_NO, DOC_TYPE, DOC_NO,
                     DOC_DATE, AMOUNT)
              VALUES (:ARL-C-NO, :ARL-DOC-TYPE, :ARL-DOC-NO,
                      :ARL-DOC-DATE, :ARL-AMOUNT)
           END-EXEC
           PERFORM TEST-SQLCODE

           MOVE SPACES         TO GLP-ENR
           MOVE 'CREAFACT'     TO GLP-SOURCE
           MOVE WS-INVOICE-NO  TO GLP-INVOICE-NO
           MOVE WS-SAVED-O-NO  TO GLP-O-NO
           MOVE WS-DATE(1:10)  TO GLP-DATE
           MOVE WS-GL-CCL      TO GLP-ACCOUNT
           MOVE 'CARD CAPTURE' TO GLP-DESCRIPTION
           MOVE 'D'            TO GLP-DC
           MOVE WS-TOTAL       TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE WS-GL-AR       TO GLP-ACCOUNT
           MOVE 'ACCOUNTS RECEIVABLE' TO GLP-DESCRIPTION
           MOVE 'C'            TO GLP-DC
           MOVE WS-TOTAL       TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE

           EXEC SQL
              UPDATE ORDERS
                 SET CARD_CAPTURED = CARD_CAPTURED + :WS-TOTAL
               WHERE O_NO = :ORD-O-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1        TO WS-CARD-COUNT
           ADD WS-TOTAL TO WS-SUM-CARD.

      ***************************************
      * FACTURATION CONSOLIDEE : PAS DE     *
      * CAPTURE CARTE (LA FACTURE REGROUPE  *
      * PLUSIEURS AUTORISATIONS) - LA       *
      * COMMANDE PAYEE PAR CARTE EST        *
      * FACTUREE AUX CONDITIONS DU CLIENT   *
      * ET SIGNALEE A L'EXPLOITATION        *
      ***************************************
       CHECK-CONSOLIDATED-CARD-ORDER.
           MOVE EORD-O-NO TO ORD-O-NO
           EXEC SQL
              SELECT PAY_METHOD
                INTO :ORD-PAY-METHOD
                FROM ORDERS
               WHERE O_NO = :ORD-O-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE SPACE TO ORD-PAY-METHOD
           ELSE
              PERFORM TEST-SQLCODE
           END-IF
           IF ORD-PAY-METHOD = 'C'
              DISPLAY 'COMMANDE ' EORD-O-NO
                      ' PAYEE PAR CARTE : PAS DE CAPTURE EN MODE'
                      ' CONSOLIDE, FACTUREE AUX CONDITIONS DU CLIENT'
           END-IF.

      ***************************************
      * OUVERTURE/FERMETURE DU FICHIER DES  *
      * CAPTURES CARTE (KSDS CUMULATIF,     *
      * CREE AU PREMIER PASSAGE)            *
      ***************************************
       OPEN-FILE-CCP.
           OPEN I-O CARDCAP
           IF WS-FS-CCP = '35'
              OPEN OUTPUT CARDCAP
              CLOSE CARDCAP
              OPEN I-O CARDCAP
           END-IF
           IF WS-FS-CCP NOT = '00'
              DISPLAY 'ERR OPEN FCARDCAP, FS=' WS-FS-CCP
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-CCP.
           CLOSE CARDCAP.

      ***************************************
      * ACOMPTE DISPONIBLE SUR LA PRO-FORMA *
      * DE LA COMMANDE (RECU MOINS DEJA     *
      * IMPUTE SUR SES FACTURES             *
      * PRECEDENTES), PLAFONNE AU TOTAL DE  *
      * LA FACTURE. UNE FACTURE CAPTUREE    *
      * SUR CARTE N'EN PREND PAS            *
      ***************************************
       CHECK-PRO-FORMA-DEPOSIT.
           MOVE ZERO TO WS-PFA-APPLIED
           IF NOT CARD-CAPTURE
              MOVE 90000         TO PFA-REF-SERIES
              MOVE WS-SAVED-O-NO TO PFA-REF-O-NO
              READ PROFORM KEY IS PFA-REF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WS-PFA-APPLIED =
                            PFA-DEPOSIT-AMT - PFA-CONSUMED-AMT
              END-READ
              IF WS-PFA-APPLIED > WS-TOTAL
                 MOVE WS-TOTAL TO WS-PFA-APPLIED
              END-IF
              IF WS-PFA-APPLIED < ZERO
                 MOVE ZERO TO WS-PFA-APPLIED
              END-IF
           END-IF
           IF WS-PFA-APPLIED > ZERO
              PERFORM WRITE-DEPOSIT-LINE
           END-IF.

      *    MENTION DE L'ACOMPTE SOUS LE CADRE DU TOTAL
       WRITE-DEPOSIT-LINE.
           MOVE WS-PFA-APPLIED TO E-PFA-APPLIED
           MOVE PFA-REF        TO E-PFA-REF
           MOVE SPACES TO WS-CONT-LINE
           STRING
                'Deposit received - pro-forma ' DELIMITED BY SIZE
                E-PFA-REF                       DELIMITED BY SIZE
                ' : '                           DELIMITED BY SIZE
                E-PFA-APPLIED                   DELIMITED BY SIZE
                '$'                             DELIMITED BY SIZE
           INTO WS-CONT-LINE
           MOVE WS-CONT-LINE TO FACT-ENR
           PERFORM WRITE-FILE-FACT.

      ***************************************
      * IMPUTATION DE L'ACOMPTE : MOUVEMENT *
      * 'P' NEGATIF AU GRAND LIVRE          *
      * AUXILIAIRE, SOLDE CLIENT DIMINUE,   *
      * ECRITURE DEBIT ACOMPTES CLIENTS /   *
      * CREDIT CLIENTS, CUMUL IMPUTE SUR LA *
      * FICHE - CONSOMMEE QUAND IL NE RESTE *
      * PLUS RIEN DE L'ACOMPTE              *
      ***************************************
       CONSUME-PRO-FORMA-DEPOSIT.
           MOVE WS-SAVED-C-NO   TO ARL-C-NO
           MOVE 'P'             TO ARL-DOC-TYPE
           MOVE WS-INVOICE-NO   TO ARL-DOC-NO
           MOVE WS-SAVED-O-DATE TO ARL-DOC-DATE
           COMPUTE ARL-AMOUNT = ZERO - WS-PFA-APPLIED
           EXEC SQL
              INSERT INTO AR_LEDGER (C_NO, DOC_TYPE, DOC_NO,
                     DOC_DATE, AMOUNT)
              VALUES (:ARL-C-NO, :ARL-DOC-TYPE, :ARL-DOC-NO,
                      :ARL-DOC-DATE, :ARL-AMOUNT)
           END-EXEC
           PERFORM TEST-SQLCODE

           MOVE WS-SAVED-C-NO TO CUS-C-NO
           EXEC SQL
              UPDATE CUSTOMERS
                 SET BALANCE = BALANCE - :WS-PFA-APPLIED
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE

           MOVE SPACES         TO GLP-ENR
           MOVE 'CREAFACT'     TO GLP-SOURCE
           MOVE WS-INVOICE-NO  TO GLP-INVOICE-NO
           MOVE WS-SAVED-O-NO  TO GLP-O-NO
           MOVE WS-DATE(1:10)  TO GLP-DATE
           MOVE WS-GL-CDP      TO GLP-ACCOUNT
           MOVE 'CUSTOMER DEPOSIT' TO GLP-DESCRIPTION
           MOVE 'D'            TO GLP-DC
           MOVE WS-PFA-APPLIED TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE WS-GL-AR       TO GLP-ACCOUNT
           MOVE 'ACCOUNTS RECEIVABLE' TO GLP-DESCRIPTION
           MOVE 'C'            TO GLP-DC
           MOVE WS-PFA-APPLIED TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE

           ADD WS-PFA-APPLIED  TO PFA-CONSUMED-AMT
           MOVE WS-INVOICE-NO  TO PFA-INVOICE-NO
           IF PFA-CONSUMED-AMT >= PFA-DEPOSIT-AMT
              SET PFA-CONSUMED TO TRUE
           END-IF
           REWRITE PFA-ENR
           IF WS-FS-PFA NOT = '00'
              DISPLAY 'ERR REWRITE FPROFORM, FS=' WS-FS-PFA
              PERFORM ABEND-PROG
           END-IF
           ADD 1              TO WS-PFA-COUNT
           ADD WS-PFA-APPLIED TO WS-SUM-PFA.

      ***************************************
      * FACTURATION CONSOLIDEE : L'ACOMPTE  *
      * D'UNE PRO-FORMA N'Y EST PAS IMPUTE  *
      * (LA FACTURE REGROUPE PLUSIEURS      *
      * COMMANDES) - SIGNALE A              *
      * L'EXPLOITATION POUR AFFECTATION     *
      * MANUELLE                            *
      ***************************************
       CHECK-CONSOLIDATED-PRO-FORMA.
           MOVE 90000     TO PFA-REF-SERIES
           MOVE EORD-O-NO TO PFA-REF-O-NO
           READ PROFORM KEY IS PFA-REF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PFA-DEPOSIT-AMT > PFA-CONSUMED-AMT
                    DISPLAY 'COMMANDE ' EORD-O-NO
                            ' : ACOMPTE PRO-FORMA ' PFA-REF
                            ' NON IMPUTE EN MODE CONSOLIDE'
                 END-IF
           END-READ.

      ***************************************
      * OUVERTURE/FERMETURE DU KSDS DES     *
      * PRO-FORMA (CREE AU PREMIER PASSAGE) *
      ***************************************
       OPEN-FILE-PFA.
           OPEN I-O PROFORM
           IF WS-FS-PFA = '35'
              OPEN OUTPUT PROFORM
              CLOSE PROFORM
              OPEN I-O PROFORM
           END-IF
           IF WS-FS-PFA NOT = '00'
              DISPLAY 'ERR OPEN FPROFORM, FS=' WS-FS-PFA
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-PFA.
           CLOSE PROFORM.

      ***************************************
      * MISE A JOUR DU SOLDE CLIENT APRES   *
      * L'ECRITURE DE LA FACTURE            *
           IF WS-FS-CHK = '35'
              OPEN OUTPUT FACTCHK
              MOVE 'CHKPNT' TO CHK-KEY
              PERFORM INIT-CHECKPOINT-RECORD
              WRITE FACTCHK-REC
              CLOSE FACTCHK
              OPEN I-O FACTCHK
              DISPLAY 'ERR OPEN FFACTCHK, FS=' WS-FS-CHK
              PERFORM ABEND-PROG
           END-IF
      *    LA FICHE DE LA PARTITION EST CREEE A SON PREMIER PASSAGE
           IF PARTITION-MODE
              PERFORM GET-INVOICE-BLOCK
              MOVE WS-CHK-KEY TO CHK-KEY
              READ FACTCHK KEY IS CHK-KEY
                 INVALID KEY
                    PERFORM INIT-CHECKPOINT-RECORD
                    WRITE FACTCHK-REC
              END-READ
           END-IF
           IF RESTART-MODE
              IF CONSOLIDATED-MODE
                 DISPLAY 'REPRISE NON SUPPORTEE EN MODE CONSOLIDE'
                         ' - LOT REJOUE EN ENTIER'
              ELSE
                 MOVE WS-CHK-KEY TO CHK-KEY
                 READ FACTCHK KEY IS CHK-KEY
                    INVALID KEY
                       MOVE ZERO TO CHK-LAST-O-NO
                    MOVE CHK-FACT-RECS TO WS-FACT-REC-COUNT
                    MOVE CHK-GLP-RECS  TO WS-GLP-REC-COUNT
                    MOVE CHK-EINV-RECS TO WS-EINV-REC-COUNT
                    MOVE CHK-IDX-RECS  TO WS-IDX-REC-COUNT
                    MOVE CHK-LAST-INV-NO TO WS-RESTART-LAST-INV
                    MOVE 'Y' TO WS-RESTART-SKIPPING
                    DISPLAY 'REPRISE APRES LA COMMANDE '
              END-IF
           END-IF.

       INIT-CHECKPOINT-RECORD.
           MOVE ZERO     TO CHK-LAST-O-NO
           MOVE ZERO     TO CHK-INV-COUNT
           MOVE ZERO     TO CHK-FACT-RECS
           MOVE ZERO     TO CHK-GLP-RECS
           MOVE ZERO     TO CHK-EINV-RECS
           MOVE ZERO     TO CHK-LAST-INV-NO
           MOVE ZERO     TO CHK-IDX-RECS
           MOVE SPACES   TO CHK-RUN-DATE.

      ***************************************
      * BLOC DE NUMEROS DE FACTURE RESERVE  *
      * PAR FACTPREP POUR LE JOUR : SANS    *
      * BLOC DU JOUR, PAS DE PARTITION      *
      * (LES NUMEROS NE SERAIENT PLUS       *
      * UNIQUES)                            *
      ***************************************
       GET-INVOICE-BLOCK.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-TXT
           MOVE 'INVBLK' TO CHK-KEY
           READ FACTCHK KEY IS CHK-KEY
              INVALID KEY
                 DISPLAY 'AUCUN BLOC DE NUMEROS RESERVE (FACTPREP)'
                 PERFORM ABEND-PROG
           END-READ
           IF CHK-RUN-DATE NOT = WS-RUN-DATE-TXT
              DISPLAY 'BLOC DE NUMEROS DU ' CHK-RUN-DATE
                      ' PERIME - RELANCER FACTPREP'
              PERFORM ABEND-PROG
           END-IF
           MOVE CHK-LAST-INV-NO TO WS-PART-INV-BASE
           MOVE CHK-INV-COUNT   TO WS-PART-INV-RESERVED.

       CLOSE-FILE-CHK.
           CLOSE FACTCHK.

      * DERNIERE COMMANDE SERVIE            *
      ***************************************
       TAKE-CHECKPOINT.
      *    EN MODE PARTITION LA FICHE D'INDEX DE LA PIECE EST ECRITE
      *    AVANT LE POINT DE CONTROLE QUI LA COUVRE
           IF PARTITION-MODE
              PERFORM WRITE-PARTITION-INDEX
           END-IF
           EXEC SQL
                COMMIT
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE WS-CHK-KEY TO CHK-KEY
           READ FACTCHK KEY IS CHK-KEY
              INVALID KEY
                 CONTINUE
           MOVE WS-GLP-REC-COUNT  TO CHK-GLP-RECS
           MOVE WS-EINV-REC-COUNT TO CHK-EINV-RECS
           MOVE WS-INVOICE-NO     TO CHK-LAST-INV-NO
           MOVE WS-IDX-REC-COUNT  TO CHK-IDX-RECS
           REWRITE FACTCHK-REC.

      ***************************************
      * PROCHAIN LOT REPARTE PROPREMENT     *
      ***************************************
       RESET-CHECKPOINT.
           MOVE WS-CHK-KEY TO CHK-KEY
           READ FACTCHK KEY IS CHK-KEY
              INVALID KEY
                 CONTINUE
           END-READ
           PERFORM INIT-CHECKPOINT-RECORD
           REWRITE FACTCHK-REC.

      ***************************************
      * INDEX DE FUSION DE LA PARTITION :   *
      * RECREE A CHAQUE PASSAGE ET, EN      *
      * REPRISE, PROLONGE DES FICHES        *
      * COUVERTES PAR LE POINT DE CONTROLE  *
      * (DD IDXOLD), COMME FFACT            *
      ***************************************
       OPEN-FILE-PIX.
           OPEN OUTPUT PARTIDX
           IF WS-FS-PIX NOT = '00'
              DISPLAY 'ERR OPEN FACTIDX, FS=' WS-FS-PIX
              PERFORM ABEND-PROG
           END-IF
           IF RESTART-SKIPPING
              PERFORM COPY-FORWARD-IDX
           END-IF
           MOVE WS-FACT-REC-COUNT TO WPP-FACT-RECS
           MOVE WS-GLP-REC-COUNT  TO WPP-GLP-RECS
           MOVE WS-EINV-REC-COUNT TO WPP-EINV-RECS.

       COPY-FORWARD-IDX.
           OPEN INPUT OLDIDX
           IF WS-FS-OLDX NOT = '00'
              DISPLAY 'ERR OPEN IDXOLD, FS=' WS-FS-OLDX
              PERFORM ABEND-PROG
           END-IF
           PERFORM VARYING WS-COPY-IDX FROM 1 BY 1
                   UNTIL WS-COPY-IDX > WS-IDX-REC-COUNT
              READ OLDIDX
                 AT END
                    DISPLAY 'IDXOLD PLUS COURT QUE LE POINT DE '
                            'CONTROLE - REPRISE IMPOSSIBLE'
                    PERFORM ABEND-PROG
              END-READ
              MOVE OLDIDX-ENR TO FIX-ENR
              WRITE FIX-ENR
           END-PERFORM
           CLOSE OLDIDX.

       CLOSE-FILE-PIX.
           CLOSE PARTIDX.

       WRITE-FILE-PIX.
           WRITE FIX-ENR
           IF WS-FS-PIX NOT = '00'
              DISPLAY 'ERR WRITE FACTIDX, FS=' WS-FS-PIX
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-IDX-REC-COUNT.

      ***************************************
      * RANG DE LA COMMANDE DANS L'EXTRACT  *
      * COMPLETE ET RANG DE SA FACTURE (LES *
      * ENVOIS GRATUITS N'EN CONSOMMENT     *
      * PAS) - PUIS, EN MODE PARTITION, EST *
      * ELLE DANS LA TRANCHE DE CLIENTS ?   *
      ***************************************
       CLASSIFY-PARTITION-ORDER.
           ADD 1 TO WS-PART-DOC-SEQ
           IF NOT EORD-NO-CHARGE
              ADD 1 TO WS-PART-BILL-RANK
           END-IF
           MOVE 'N' TO WS-PART-OTHER
           IF PARTITION-MODE
              IF ECUS-C-NO < WS-PART-LOW OR ECUS-C-NO > WS-PART-HIGH
                 MOVE 'Y' TO WS-PART-OTHER
              ELSE
                 ADD 1 TO WS-PART-ORDERS
              END-IF
           END-IF.

      ***************************************
      * COMMANDE D'UNE AUTRE PARTITION : SON*
      * GROUPE ORD+PRO EST SAUTE SANS RIEN  *
      * EMETTRE                             *
      ***************************************
       SKIP-OTHER-PARTITION.
           ADD 1 TO WS-PART-OTHER-COUNT
           PERFORM READ-FILE-EXT
           PERFORM UNTIL FF-EXT = 1 OR TYPE-ENR NOT = 'PRO'
              PERFORM READ-FILE-EXT
           END-PERFORM.

      ***************************************
      * FICHE 'D' DE L'INDEX DE FUSION POUR *
      * LA PIECE QUI VIENT D'ETRE EMISE :   *
      * SON RANG SERIE, SES ENREGISTREMENTS *
      * DE SORTIE ET SA PART DES CUMULS DU  *
      * RESUME DE LOT                       *
      ***************************************
       WRITE-PARTITION-INDEX.
           MOVE SPACES          TO FIX-ENR
           MOVE 'D'             TO FIX-TYPE
           MOVE WS-PART-NO      TO FIX-PART
           MOVE WS-PART-DOC-SEQ TO FIX-SEQ
           MOVE WS-SAVED-O-NO   TO FIX-O-NO
           COMPUTE FIX-FACT-RECS = WS-FACT-REC-COUNT - WPP-FACT-RECS
           COMPUTE FIX-GLP-RECS  = WS-GLP-REC-COUNT  - WPP-GLP-RECS
           COMPUTE FIX-EINV-RECS = WS-EINV-REC-COUNT - WPP-EINV-RECS
           COMPUTE FIX-INV-COUNT = WS-INVOICE-COUNT - WPP-INV-COUNT
           COMPUTE FIX-SUB-TOTAL = WS-SUM-SUB-TOTAL - WPP-SUB-TOTAL
           COMPUTE FIX-PROMO-DISC =
                   WS-SUM-PROMO-DISC - WPP-PROMO-DISC
           COMPUTE FIX-FREIGHT   = WS-SUM-FREIGHT - WPP-FREIGHT
           COMPUTE FIX-REBATE    = WS-SUM-REBATE - WPP-REBATE
           COMPUTE FIX-VARIANCES = WS-VARIANCE-COUNT - WPP-VARIANCES
           COMPUTE FIX-ST-VALUE  = WS-SUM-ST-VALUE - WPP-ST-VALUE
           COMPUTE FIX-COM-VALUE = WS-SUM-COM-VALUE - WPP-COM-VALUE
           COMPUTE FIX-TOTAL     = WS-SUM-TOTAL - WPP-TOTAL
           COMPUTE FIX-EINV-LINES =
                   WS-EINV-TOTAL-LINES - WPP-EINV-LINES
           COMPUTE FIX-CARD-COUNT = WS-CARD-COUNT - WPP-CARD-COUNT
           COMPUTE FIX-CARD-AMOUNT = WS-SUM-CARD - WPP-CARD-AMOUNT
           COMPUTE FIX-PFA-COUNT = WS-PFA-COUNT - WPP-PFA-COUNT
           COMPUTE FIX-PFA-AMOUNT = WS-SUM-PFA - WPP-PFA-AMOUNT
           COMPUTE FIX-NC-COUNT  = WS-NC-DOC-COUNT - WPP-NC-COUNT
           COMPUTE FIX-NC-COST   = WS-SUM-NC-COST - WPP-NC-COST
           IF FIX-INV-COUNT > ZERO
              MOVE WS-INVOICE-NO TO FIX-INVOICE-NO
           ELSE
              MOVE ZERO          TO FIX-INVOICE-NO
           END-IF
           MOVE ZERO TO FIX-HELD-AMOUNT
           MOVE ZERO TO FIX-PART-ORDERS
           PERFORM WRITE-FILE-PIX
           MOVE WS-FACT-REC-COUNT   TO WPP-FACT-RECS
           MOVE WS-GLP-REC-COUNT    TO WPP-GLP-RECS
           MOVE WS-EINV-REC-COUNT   TO WPP-EINV-RECS
           MOVE WS-INVOICE-COUNT    TO WPP-INV-COUNT
           MOVE WS-SUM-SUB-TOTAL    TO WPP-SUB-TOTAL
           MOVE WS-SUM-PROMO-DISC   TO WPP-PROMO-DISC
           MOVE WS-SUM-FREIGHT      TO WPP-FREIGHT
           MOVE WS-SUM-REBATE       TO WPP-REBATE
           MOVE WS-VARIANCE-COUNT   TO WPP-VARIANCES
           MOVE WS-SUM-ST-VALUE     TO WPP-ST-VALUE
           MOVE WS-SUM-COM-VALUE    TO WPP-COM-VALUE
           MOVE WS-SUM-TOTAL        TO WPP-TOTAL
           MOVE WS-EINV-TOTAL-LINES TO WPP-EINV-LINES
           MOVE WS-CARD-COUNT       TO WPP-CARD-COUNT
           MOVE WS-SUM-CARD         TO WPP-CARD-AMOUNT
           MOVE WS-PFA-COUNT        TO WPP-PFA-COUNT
           MOVE WS-SUM-PFA          TO WPP-PFA-AMOUNT
           MOVE WS-NC-DOC-COUNT     TO WPP-NC-COUNT
           MOVE WS-SUM-NC-COST      TO WPP-NC-COST.

      ***************************************
      * FICHE 'C' DE FIN DE PARTITION AU    *
      * PASSAGE DU TRAILER CTL : FACTMRG Y  *
      * COMPTE LES PARTITIONS TERMINEES     *
      ***************************************
       WRITE-PARTITION-CONTROL.
           MOVE SPACES          TO FIX-ENR
           MOVE 'C'             TO FIX-TYPE
           MOVE WS-PART-NO      TO FIX-PART
           MOVE WS-PART-DOC-SEQ TO FIX-SEQ
           MOVE ZERO TO FIX-O-NO FIX-INVOICE-NO FIX-FACT-RECS
                        FIX-GLP-RECS FIX-EINV-RECS FIX-INV-COUNT
                        FIX-SUB-TOTAL FIX-PROMO-DISC FIX-FREIGHT
                        FIX-REBATE FIX-VARIANCES FIX-ST-VALUE
                        FIX-COM-VALUE FIX-TOTAL FIX-EINV-LINES
                        FIX-CARD-COUNT FIX-CARD-AMOUNT FIX-PFA-COUNT
                        FIX-PFA-AMOUNT FIX-NC-COUNT FIX-NC-COST
           MOVE ECTL-HELD-AMOUNT TO FIX-HELD-AMOUNT
           MOVE WS-PART-ORDERS   TO FIX-PART-ORDERS
           PERFORM WRITE-FILE-PIX.

      ***************************************
      * REPRISE : LA COMMANDE COURANTE EST  *
      * DEJA FACTUREE, ON SAUTE SON GROUPE  *
           DISPLAY '  LIGNES E-FACTURE   : ' WS-EINV-TOTAL-LINES
           DISPLAY '  LIGNES REGLEMENT   : ' WS-INVOICE-COUNT
           DISPLAY '  RETENU (CREDIT)    : ' WS-HELD-AMOUNT
           DISPLAY '  CAPTURES CARTE     : ' WS-CARD-COUNT
           DISPLAY '  MONTANT CAPTURE    : ' WS-SUM-CARD
           DISPLAY '  ACOMPTES IMPUTES   : ' WS-PFA-COUNT
           DISPLAY '  MONTANT ACOMPTES   : ' WS-SUM-PFA
           DISPLAY '  ENVOIS GRATUITS    : ' WS-NC-DOC-COUNT
           DISPLAY '  COUT ENVOIS GRATUITS: ' WS-SUM-NC-COST
           DISPLAY '==============================================='.

      ***************************************
      *MONTANT RETENU PAR LE CONTROLE D'ENCOURS POUR LE RESUME DE LOT
            IF TYPE-ENR = 'CTL' THEN
                MOVE ECTL-HELD-AMOUNT TO WS-HELD-AMOUNT
                IF PARTITION-MODE
                   PERFORM WRITE-PARTITION-CONTROL
                END-IF
                PERFORM READ-FILE-EXT
            ELSE
      *SI LA LIGNE ACTUELLE DECRIT UNE COMMANDE ON ECRIT LE HEADER
                IF TYPE-ENR = 'ORD' THEN
      *EN MODE PARTITION, LES COMMANDES HORS TRANCHE SONT SAUTEES
                    PERFORM CLASSIFY-PARTITION-ORDER
                    IF OTHER-PARTITION-ORDER
                       PERFORM SKIP-OTHER-PARTITION
                    ELSE
      *EN REPRISE, LES COMMANDES JUSQU'AU DERNIER POINT DE CONTROLE
      *SONT DEJA FACTUREES : ON SAUTE LEUR GROUPE ENTIER
                       IF RESTART-SKIPPING
                          AND EORD-O-NO <= WS-RESTART-LAST-ONO
                          PERFORM SKIP-ORDER-GROUP
                       ELSE
                          MOVE 'N' TO WS-RESTART-SKIPPING
      *ENVOI GRATUIT : BON DE LIVRAISON A VALEUR NULLE, L'ORD ET SES
      *PRO SONT TRAITES D'UN TENANT, SANS NUMERO DE FACTURE
                          IF EORD-NO-CHARGE
                             PERFORM WRITE-NO-CHARGE-DOCUMENT
                          ELSE
                             MOVE ZERO TO WS-SUB-TOTAL
                             MOVE ZERO TO WS-ORDER-WEIGHT
      *SI ON NE FAIT PAS LA SAUVEGARDE ON LE PERDRA QUAND ON PASSERA
      *AU PRODUIT
                             MOVE EEMP-COM  TO WS-EMP-COM
                             MOVE EEMP-E-NO TO WS-SAVED-E-NO
                             MOVE EDEP-DEPT TO WS-SAVED-DEPT
                             MOVE EEMP2-E-NO TO WS-SAVED-E2-NO
                             MOVE EORD-SPLIT-PCT TO WS-SAVED-SPLIT
                             MOVE EORD-O-NO    TO WS-SAVED-O-NO
                             MOVE EORD-O-DATE  TO WS-SAVED-O-DATE
                             MOVE ECUS-C-NO    TO WS-SAVED-C-NO
                             MOVE ECUS-COMPANY TO WS-SAVED-COMPANY
                             MOVE ECUS-EMAIL   TO WS-SAVED-EMAIL
                             MOVE ECUS-STATE   TO WS-SAVED-STATE
                             PERFORM GET-STATE-RATE
                             PERFORM GET-CUSTOMER-TERMS
                             PERFORM GET-NEXT-INVOICE-NO
                             PERFORM WRITE-PAGE-HEADER
                             PERFORM WRITE-PAGE-ORDER
                             PERFORM READ-FILE-EXT
                          END-IF
                       END-IF
                    END-IF
                ELSE
      *SI LA LIGNE ACTUELLE DECRIT UN PRODUIT ON ECRIT LES INFOS
      *DU PRODUIT
                    PERFORM WRITE-PAGE-PRODUCT-HEADER
                    MOVE ZERO TO WS-PROD-LINE-COUNT
                    PERFORM UNTIL FF-EXT = 1 OR TYPE-ENR NOT = 'PRO'
      *CALCUL DU PRIX TOTAL AU PRIX DE LA COMMANDE
                        PERFORM GET-BILLING-PRICE
                        COMPUTE WS-LINE-PRICE = WS-BILL-PRICE
                           * EITE-QUANTITY
      *ET ON L'AJOUTE AU TOTAL
                        ADD WS-LINE-PRICE TO WS-SUB-TOTAL
                        PERFORM WRITE-PAGE-PRODUCT-CONTENT
                        PERFORM BUFFER-EINV-LINE
                        ADD 1 TO WS-PROD-LINE-COUNT
                        PERFORM READ-FILE-EXT
      *SI LA FACTURE EST LONGUE ON SAUTE DE PAGE ET ON REPREND
      *AVEC UNE ENTETE DE SUITE
                        IF WS-PROD-LINE-COUNT >= WS-LINES-PER-PAGE
                           AND FF-EXT NOT = 1 AND TYPE-ENR = 'PRO'
                           PERFORM WRITE-PAGE-PRODUCT-FOOTER
                           PERFORM WRITE-JUMP-PAGE-FACT
                           PERFORM WRITE-CONTINUATION-HEADER
                           MOVE ZERO TO WS-PROD-LINE-COUNT
                        END-IF
                    END-PERFORM
                    PERFORM WRITE-PAGE-PRODUCT-FOOTER
      *REMISES PROMOTIONNELLES ENTRE LA BOUCLE PRODUITS ET LE TOTAL
                    PERFORM COMPUTE-PROMO-DISCOUNT
                    MOVE WS-SUB-TOTAL TO WS-SUB-TOTAL-GROSS
                    IF WS-PROMO-DISCOUNT > ZERO
                       PERFORM WRITE-PROMO-LINES
                       PERFORM WRITE-PROMO-LINE-ROWS
                       SUBTRACT WS-PROMO-DISCOUNT FROM WS-SUB-TOTAL
                    END-IF
      *CALCUL DE LA VALEUR FINALE DE LA COMMANDE - LE PORT S'AJOUTE
      *ENTRE LE SOUS-TOTAL ET LA TAXE (LA TAXE NE PORTE QUE SUR LES
      *MARCHANDISES)
                    PERFORM COMPUTE-FREIGHT
                    COMPUTE WS-ST-VALUE = WS-SUB-TOTAL * WS-ST-RATE
                    COMPUTE WS-COM-VALUE = WS-SUB-TOTAL * WS-EMP-COM
                    DISPLAY WS-COM-VALUE
                    COMPUTE WS-TOTAL = WS-SUB-TOTAL + WS-FREIGHT
                            + WS-ST-VALUE
                    DISPLAY WS-TOTAL
                    PERFORM COMPUTE-BILL-CURRENCY
                    PERFORM WRITE-PAGE-TOTAL
                    IF WS-TAX-EXEMPT = 'Y'
                       PERFORM WRITE-TAX-EXEMPT-LINE
                    END-IF
                    IF WS-BILL-CURRENCY NOT = SPACES
                       PERFORM WRITE-BILL-CURRENCY-LINE
                    END-IF
                    IF CUS-DISC-PCT > ZERO
                       PERFORM WRITE-DISCOUNT-TERMS
                    END-IF
                    PERFORM WRITE-GL-POSTINGS
                    PERFORM WRITE-ELECTRONIC-INVOICE
                    PERFORM WRITE-INVOICE-HEADER
                    PERFORM WRITE-AR-LEDGER
                    PERFORM CHECK-CARD-PAYMENT
                    PERFORM CHECK-PRO-FORMA-DEPOSIT
                    PERFORM WRITE-SETTLEMENT-LINE
                    MOVE WS-COM-VALUE TO WS-COM-TO-SETTLE
                    PERFORM SETTLE-ORDER-COMMISSION
      *UNE FACTURE CAPTUREE SUR CARTE NE CHANGE PAS LE SOLDE DU
      *CLIENT : LA CAPTURE L'APURE AUSSITOT
                    IF CARD-CAPTURE
                       PERFORM CAPTURE-CARD-PAYMENT
                    ELSE
                       PERFORM UPDATE-CUSTOMER-BALANCE
                    END-IF
                    IF WS-PFA-APPLIED > ZERO
                       PERFORM CONSUME-PRO-FORMA-DEPOSIT
                    END-IF
                    PERFORM ACCRUE-REBATE
                    ADD 1             TO WS-INVOICE-COUNT
                    ADD WS-PROMO-DISCOUNT TO WS-SUM-PROMO-DISC
                    ADD WS-SUB-TOTAL  TO WS-SUM-SUB-TOTAL
                    ADD WS-FREIGHT    TO WS-SUM-FREIGHT
                    ADD WS-ST-VALUE   TO WS-SUM-ST-VALUE
                    ADD WS-COM-VALUE  TO WS-SUM-COM-VALUE
                    ADD WS-TOTAL      TO WS-SUM-TOTAL
                    PERFORM TAKE-CHECKPOINT
                    IF FF-EXT NOT EQUAL 1 AND TYPE-ENR NOT = 'CTL'
                       AND NOT PARTITION-MODE THEN
                       PERFORM WRITE-JUMP-PAGE-FACT
                    END-IF
                END-IF
            END-IF.

      ***************************************
      * ENVOI GRATUIT (ECHANTILLON,         *
      * REMPLACEMENT SOUS GARANTIE, GESTE   *
      * COMMERCIAL) : BON DE LIVRAISON A    *
      * VALEUR NULLE POUR L'ORD COURANT ET  *
      * SES PRO, PUIS ECRITURE DU COUT EN   *
      * CHARGE. AUCUN NUMERO DE FACTURE     *
      * N'EST CONSOMME ET RIEN NE PASSE PAR *
      * INVOICES, AR, REGLEMENT, SOLDE      *
      * CLIENT, COMMISSION NI RISTOURNE     *
      ***************************************
       WRITE-NO-CHARGE-DOCUMENT.
           MOVE EORD-O-NO    TO WS-SAVED-O-NO
           MOVE EORD-O-DATE  TO WS-SAVED-O-DATE
           MOVE ECUS-C-NO    TO WS-SAVED-C-NO
           MOVE ZERO TO WS-NC-COST
           EVALUATE EORD-NC-REASON
               WHEN 'SMP'
                    MOVE 'SAMPLE'               TO WS-NC-LABEL
               WHEN 'WAR'
                    MOVE 'WARRANTY REPLACEMENT' TO WS-NC-LABEL
               WHEN 'GDW'
                    MOVE 'GOODWILL'             TO WS-NC-LABEL
               WHEN OTHER
                    MOVE EORD-NC-REASON         TO WS-NC-LABEL
           END-EVALUATE
           MOVE 'Y' TO WS-NC-DOC
           PERFORM WRITE-PAGE-HEADER
           PERFORM WRITE-PAGE-ORDER
           MOVE 'N' TO WS-NC-DOC
           MOVE SPACES TO WS-CONT-LINE
           STRING
                '| Reason : '      DELIMITED BY SIZE
                WS-NC-LABEL        DELIMITED BY '  '
                ' - authorised by ' DELIMITED BY SIZE
                EORD-NC-APPROVER   DELIMITED BY SIZE
           INTO WS-CONT-LINE
           MOVE WS-CONT-LINE TO FACT-ENR
           PERFORM WRITE-FILE-FACT
           PERFORM READ-FILE-EXT
           PERFORM WRITE-PAGE-PRODUCT-HEADER
           MOVE ZERO TO WS-PROD-LINE-COUNT
           PERFORM UNTIL FF-EXT = 1 OR TYPE-ENR NOT = 'PRO'
               PERFORM WRITE-NO-CHARGE-LINE
               ADD 1 TO WS-PROD-LINE-COUNT
               PERFORM READ-FILE-EXT
               IF WS-PROD-LINE-COUNT >= WS-LINES-PER-PAGE
                  AND FF-EXT NOT = 1 AND TYPE-ENR = 'PRO'
                  PERFORM WRITE-PAGE-PRODUCT-FOOTER
                  PERFORM WRITE-JUMP-PAGE-FACT
                  PERFORM WRITE-CONTINUATION-HEADER
                  MOVE ZERO TO WS-PROD-LINE-COUNT
               END-IF
           END-PERFORM
           PERFORM WRITE-PAGE-PRODUCT-FOOTER
           PERFORM WRITE-NO-CHARGE-TOTAL
           PERFORM WRITE-NO-CHARGE-GL
           ADD 1          TO WS-NC-DOC-COUNT
           ADD WS-NC-COST TO WS-SUM-NC-COST
      *    EN MODE CONSOLIDE LE BON SORT AU CHARGEMENT DU FICHIER DE
      *    TRAVAIL : PAS DE POINT DE CONTROLE, ET LES FACTURES
      *    CONSOLIDEES SUIVENT SUR UNE NOUVELLE PAGE
           IF CONSOLIDATED-MODE
              PERFORM WRITE-JUMP-PAGE-FACT
           ELSE
              PERFORM TAKE-CHECKPOINT
              IF FF-EXT NOT EQUAL 1 AND TYPE-ENR NOT = 'CTL'
                 AND NOT PARTITION-MODE THEN
                 PERFORM WRITE-JUMP-PAGE-FACT
              END-IF
           END-IF.

      ***************************************
      * LIGNE DU BON GRATUIT : QUANTITE     *
      * LIVREE A PRIX NUL, COUT DE LA LIGNE *
      * CUMULE POUR L'ECRITURE DE CHARGE    *
      ***************************************
       WRITE-NO-CHARGE-LINE.
           PERFORM ADD-LINE-WEIGHT
           COMPUTE WS-NC-LINE-COST = PRO-UNIT-COST * EITE-QUANTITY
           ADD WS-NC-LINE-COST TO WS-NC-COST
           MOVE EPRO-P-NO TO P-P-NO
           MOVE EPRO-DESCRIPTION TO P-DESCRIPTION
           MOVE EPRO-ORIG-CURRENCY TO P-ORIG-CUR
           MOVE EPRO-ORIG-RATE     TO P-ORIG-RATE
           MOVE EITE-QUANTITY    TO P-QUANTITY
           MOVE ZERO             TO P-PRICE
           MOVE ZERO             TO P-LINE-TOTAL
           MOVE PP-PRODUCT TO FACT-ENR
           PERFORM WRITE-FILE-FACT
           IF EPRO-SHP-NO NOT = 0
              PERFORM WRITE-SHIPMENT-LINE
           END-IF
           IF EPRO-SUBST-FOR NOT = SPACES
              PERFORM WRITE-SUBSTITUTION-LINE
           END-IF
           IF EITE-SELL-UOM NOT = SPACES
              AND EITE-UOM-FACTOR > 1
              PERFORM WRITE-UOM-LINE
           END-IF.

      ***************************************
      * PIED DU BON GRATUIT : TOTAL NUL ET  *
      * MENTION SANS FACTURATION            *
      ***************************************
       WRITE-NO-CHARGE-TOTAL.
           MOVE PT-LINES(1) TO FACT-ENR
           PERFORM WRITE-FILE-FACT
           MOVE ZERO TO P-TOTAL
           MOVE PT-LINES(10) TO FACT-ENR
           PERFORM WRITE-FILE-FACT
           MOVE SPACES TO WS-CONT-LINE
           STRING
                '| No charge - this delivery will not be invoiced'
                                   DELIMITED BY SIZE
           INTO WS-CONT-LINE
           MOVE WS-CONT-LINE TO FACT-ENR
           PERFORM WRITE-FILE-FACT
           MOVE PT-LINES(12) TO FACT-ENR
           PERFORM WRITE-FILE-FACT.

      ***************************************
      * ECRITURE DU COUT DE L'ENVOI GRATUIT *
      *   DEBIT  MARKETING (SMP, GDW) OU    *
      *          GARANTIE (WAR)  = COUT     *
      *   CREDIT COUT DES VENTES   = COUT   *
      ***************************************
       WRITE-NO-CHARGE-GL.
           IF WS-NC-COST = ZERO
              DISPLAY 'ENVOI GRATUIT ' WS-SAVED-O-NO
                      ' SANS COUT : PAS D''ECRITURE'
           ELSE
              MOVE SPACES         TO GLP-ENR
              MOVE 'CREAFACT'     TO GLP-SOURCE
              MOVE ZERO           TO GLP-INVOICE-NO
              MOVE WS-SAVED-O-NO  TO GLP-O-NO
              MOVE WS-DATE(1:10)  TO GLP-DATE
              IF EORD-NC-REASON = 'WAR'
                 MOVE WS-GL-WTY   TO GLP-ACCOUNT
                 MOVE 'WARRANTY EXPENSE'  TO GLP-DESCRIPTION
              ELSE
                 MOVE WS-GL-MKT   TO GLP-ACCOUNT
                 MOVE 'MARKETING EXPENSE' TO GLP-DESCRIPTION
              END-IF
              MOVE 'D'            TO GLP-DC
              MOVE WS-NC-COST     TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
              MOVE WS-GL-CGS      TO GLP-ACCOUNT
              MOVE 'COST OF GOODS SOLD' TO GLP-DESCRIPTION
              MOVE 'C'            TO GLP-DC
              MOVE WS-NC-COST     TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF.

      ***************************************
      * ECRITURE DU HEADER                  *
      ***************************************
           MOVE EORD-O-NO    TO O-NO
           MOVE WS-INVOICE-NO TO INV-NO
           MOVE L-ORDER-TEXT TO P-O-NO
      *    UN ENVOI GRATUIT N'A PAS DE NUMERO DE FACTURE
           IF WS-NC-DOC = 'Y'
              MOVE SPACES TO P-O-NO
              STRING
                   'Order '         DELIMITED BY SIZE
                   O-NO             DELIMITED BY SIZE
                   '  DELIVERY NOTE - NO CHARGE' DELIMITED BY SIZE
              INTO P-O-NO
           END-IF
           MOVE EORD-O-DATE  TO DATE-TEXT
           MOVE L-DATE-TEXT  TO P-O-DATE
           MOVE SPACE        TO P-CONTACT
           PERFORM WRITE-FILE-FACT
           PERFORM WRITE-INVOICE-LINE-ROW
           PERFORM WRITE-SALES-HISTORY-ROW
      *    UN PRIX FORCE REMPLACE LE PRIX CONTRAT SUR LA LIGNE :
      *    C'EST LUI QUE L'ON EXPLIQUE AU CLIENT
           IF EITE-OVR-REASON NOT = SPACES
              PERFORM WRITE-OVERRIDE-PRICE-LINE
           ELSE
           IF EPRO-LIST-PRICE NOT = ZERO
              AND EPRO-LIST-PRICE NOT = EPRO-PRICE
              PERFORM WRITE-CONTRACT-PRICE-LINE
           END-IF
           END-IF
           IF EPRO-SHP-NO NOT = 0
              PERFORM WRITE-SHIPMENT-LINE
           END-IF
           IF EPRO-SUBST-FOR NOT = SPACES
              PERFORM WRITE-SUBSTITUTION-LINE
           END-IF
           IF EITE-SELL-UOM NOT = SPACES
              AND EITE-UOM-FACTOR > 1
              PERFORM WRITE-UOM-LINE
           END-IF.

      ***************************************
      * LIGNE RAPPELANT L'UNITE DE VENTE    *
      * COMMANDEE QUAND CE N'EST PAS L'UNITE*
      * DE STOCK : LA QUANTITE ET LE PRIX   *
      * CI-DESSUS SONT EN UNITES DE STOCK   *
      * (UNE EXPEDITION PARTIELLE PEUT NE   *
      * PAS TOMBER SUR UN NOMBRE ENTIER     *
      * D'UNITES DE VENTE)                  *
      ***************************************
       WRITE-UOM-LINE.
           DIVIDE EITE-QUANTITY BY EITE-UOM-FACTOR
                  GIVING WS-SELL-QTY REMAINDER WS-UOM-REM
           MOVE WS-SELL-QTY     TO E-SELL-QTY
           MOVE EITE-UOM-FACTOR TO E-UOM-FACTOR
           MOVE EITE-QUANTITY   TO E-BASE-QTY
           MOVE SPACES TO WS-CONT-LINE
           IF WS-UOM-REM = ZERO
              STRING
                   '| Ordered '     DELIMITED BY SIZE
                   E-SELL-QTY       DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   EITE-SELL-UOM    DELIMITED BY SPACE
                   ' of '           DELIMITED BY SIZE
                   E-UOM-FACTOR     DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   EPRO-BASE-UOM    DELIMITED BY SPACE
                   ' = '            DELIMITED BY SIZE
                   E-BASE-QTY       DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   EPRO-BASE-UOM    DELIMITED BY SPACE
                   ' |'             DELIMITED BY SIZE
              INTO WS-CONT-LINE
           ELSE
              STRING
                   '| Sold by '     DELIMITED BY SIZE
                   EITE-SELL-UOM    DELIMITED BY SPACE
                   ' of '           DELIMITED BY SIZE
                   E-UOM-FACTOR     DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   EPRO-BASE-UOM    DELIMITED BY SPACE
                   ', '             DELIMITED BY SIZE
                   E-BASE-QTY       DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   EPRO-BASE-UOM    DELIMITED BY SPACE
                   ' shipped |'     DELIMITED BY SIZE
              INTO WS-CONT-LINE
           END-IF
           MOVE WS-CONT-LINE TO FACT-ENR
           PERFORM WRITE-FILE-FACT.

      ***************************************
      * LIGNE SIGNALANT QUE LE PRODUIT     *
      * CI-DESSUS REMPLACE LE PRODUIT      *
           MOVE WS-CONT-LINE TO FACT-ENR
           PERFORM WRITE-FILE-FACT.

      ***************************************
      * LIGNE SIGNALANT QUE LE PRIX DE LA   *
      * LIGNE CI-DESSUS A ETE CONVENU AVEC  *
      * LE CLIENT A LA SAISIE (PRIX FORCE   *
      * ADMIS OU VALIDE), AVEC LE CODE      *
      * MOTIF ET SON LIBELLE                *
      ***************************************
       WRITE-OVERRIDE-PRICE-LINE.
           PERFORM GET-OVERRIDE-LABEL
           MOVE SPACES TO WS-CONT-LINE
           STRING
                '| Special price agreed - reason ' DELIMITED BY SIZE
                EITE-OVR-REASON                    DELIMITED BY SIZE
                ' '                                DELIMITED BY SIZE
                WS-OVR-LABEL                       DELIMITED BY SIZE
                ' |'                               DELIMITED BY SIZE
           INTO WS-CONT-LINE
           MOVE WS-CONT-LINE TO FACT-ENR
           PERFORM WRITE-FILE-FACT.

       GET-OVERRIDE-LABEL.
           MOVE SPACES TO WS-OVR-LABEL
           PERFORM VARYING WS-OVR-RSN-IDX FROM 1 BY 1
                   UNTIL WS-OVR-RSN-IDX > WS-OVR-RSN-COUNT
              IF WOR-CODE(WS-OVR-RSN-IDX) = EITE-OVR-REASON
                 MOVE WOR-LABEL(WS-OVR-RSN-IDX) TO WS-OVR-LABEL
              END-IF
           END-PERFORM.

      ***************************************
      * LIGNE SIGNALANT QUE LA LIGNE DE     *
      * PRODUIT CI-DESSUS NE COUVRE QU'UNE  *
           MOVE SPACES TO WS-CWK-C-NO
           PERFORM READ-FILE-EXT
           PERFORM UNTIL FF-EXT = 1
      *       UN ENVOI GRATUIT NE SE CONSOLIDE PAS : SON BON DE
      *       LIVRAISON SORT AU PASSAGE, EN TETE DU LOT
              IF TYPE-ENR = 'ORD' AND EORD-NO-CHARGE
                 PERFORM WRITE-NO-CHARGE-DOCUMENT
              ELSE
              IF TYPE-ENR = 'CTL'
                 MOVE ECTL-HELD-AMOUNT TO WS-HELD-AMOUNT
              ELSE
                 END-IF
              END-IF
              PERFORM READ-FILE-EXT
              END-IF
           END-PERFORM
           CLOSE CONWRK.

      *LA COMMANDE 'ORD' COURANTE DU FICHIER DE TRAVAIL OUVRE LA
      *SECTION ; SES LIGNES 'PRO' SUIVENT IMMEDIATEMENT
           MOVE CWK-RECORD TO ENR
           PERFORM CHECK-CONSOLIDATED-CARD-ORDER
           PERFORM CHECK-CONSOLIDATED-PRO-FORMA
           MOVE EEMP-COM  TO WS-EMP-COM
           MOVE EEMP-E-NO TO WS-SAVED-E-NO
           MOVE EDEP-DEPT TO WS-SAVED-DEPT
