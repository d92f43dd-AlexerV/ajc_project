            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
            SELECT PROFORM ASSIGN TO FPROFORM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PFA-REF
            FILE STATUS IS WS-FS-PFA.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       01 MRGRPT-ENR    PIC X(78).
       FD PARAMS.
       COPY PARAMREC.
       FD PROFORM.
       COPY PROFORMA.
      *    FICHIER EXTRACT DU PASSAGE INTERROMPU (MEME DATASET,
      *    REPRIS SOUS LE DD EXTOLD PAR LA JCL DE REPRISE) : SES
      *    CHK-EXT-RECS PREMIERS ENREGISTREMENTS - CEUX DES
               INCLUDE SHT
           END-EXEC

           EXEC SQL
               INCLUDE WST
           END-EXEC

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN DE SELECTION (CARTE OPTIONNELLE)
      *  COL 1    : 'O' = UNE SEULE COMMANDE, 'D' = PLAGE DE DATES,
                    E.FNAME, E.COM, C.C_NO, C.COMPANY, C.ADDRESS,
                    C.CITY, C.ZIP, C.STATE, C.EMAIL, D.DNAME,
                    O.SHIPTO_ID, O.S2_NO, O.SPLIT_PCT, O.PRIORITY,
                    O.SHIP_COMPLETE, O.ORDER_TYPE, O.NC_REASON,
                    O.NC_APPROVED_BY
                FROM ORDERS O
                INNER JOIN EMPLOYEES E
                ON E.E_NO = O.S_NO
                FOR
                SELECT O_NO, P.P_NO, QUANTITY, DESCRIPTION, I.PRICE
                 , P.PRICE, P.ORIG_CURRENCY, P.ORIG_RATE, P.STOCK
                 , P.STATUS, I.SELL_UOM, I.UOM_FACTOR, P.BASE_UOM
                FROM ITEMS I
                INNER JOIN PRODUCTS P
                ON I.P_NO = P.P_NO
                SELECT I.O_NO, P.P_NO, S.QUANTITY, DESCRIPTION
                 , I.PRICE, P.PRICE, P.ORIG_CURRENCY, P.ORIG_RATE
                 , P.STOCK, P.STATUS, S.CARRIER, S.TRACKING_NO
                 , I.SELL_UOM, I.UOM_FACTOR, P.BASE_UOM
                FROM SHIPMENTS S
                INNER JOIN ITEMS I
                ON I.O_NO = S.O_NO AND I.P_NO = S.P_NO
                    E.FNAME, E.COM, C.C_NO, C.COMPANY, C.ADDRESS,
                    C.CITY, C.ZIP, C.STATE, C.EMAIL, D.DNAME,
                    O.SHIPTO_ID, O.S2_NO, O.SPLIT_PCT, O.PRIORITY,
                    O.SHIP_COMPLETE, O.ORDER_TYPE, O.NC_REASON,
                    O.NC_APPROVED_BY,
                    P.P_NO, I.QUANTITY, P.DESCRIPTION, I.PRICE,
                    P.PRICE, P.ORIG_CURRENCY, P.ORIG_RATE, P.STOCK,
                    P.STATUS, I.SELL_UOM, I.UOM_FACTOR, P.BASE_UOM
                FROM ORDERS O
                INNER JOIN EMPLOYEES E
                ON E.E_NO = O.S_NO
       77 WS-KIT-NEED       PIC S9(5)V USAGE COMP-3 VALUE ZERO.
       77 FF-KIT            PIC 9 VALUE ZERO.

      ***************************************
      * STOCK PAR DEPOT : LA DISPONIBILITE  *
      * D'UNE LIGNE SE LIT DANS WHSE_STOCK  *
      * AU DEPOT QUI SERT L'ETAT DE         *
      * LIVRAISON DE LA COMMANDE (WHSESEL), *
      * JAMAIS DANS LE TOTAL SOCIETE        *
      * PRODUCTS.STOCK                      *
      ***************************************
       COPY WHSESELP.
       COPY CPRLOOKP.
       77 WS-ORD-WHSE       PIC X(2) VALUE '01'.

      ***************************************
      * ALLOCATION A LA SAISIE (STKALLOC) : *
      * LE STOCK DU DEPOT EST D'ABORD AUX   *
      * LIGNES QUI L'ONT RESERVE, DANS      *
      * L'ORDRE OU ELLES L'ONT FAIT (ORDRE  *
      * DES O_NO) - PAS A CELLE QUE LE      *
      * PASSAGE RENCONTRE EN PREMIER. UNE   *
      * LIGNE ALLOUEE NE CEDE QU'AUX LIGNES *
      * ALLOUEES AVANT ELLE ; UNE LIGNE NON *
      * ALLOUEE (ET UN COMPOSANT OU UN      *
      * EQUIVALENT) CEDE A TOUTES           *
      ***************************************
       77 WS-LINE-ALLOC     PIC S9(2)V USAGE COMP-3 VALUE ZERO.
       77 WS-RESERVED-QTY   PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-RSV-O-NO       PIC S9(4)V USAGE COMP-3 VALUE ZERO.
       77 WS-RSV-QTY        PIC S9(2)V USAGE COMP-3 VALUE ZERO.

      *** LIGNES ALLOUEES DU PRODUIT SUR LES AUTRES COMMANDES ***
      *** PRIORITAIRES : SEULES CELLES DONT LA COMMANDE EST   ***
      *** SERVIE PAR LE MEME DEPOT (WHSESEL) SONT DEDUITES    ***
           EXEC SQL
                DECLARE CRESV CURSOR
                FOR
                SELECT I.O_NO, I.ALLOC_QTY
                FROM ITEMS I
                WHERE I.P_NO = :WST-P-NO
                AND I.ALLOC_QTY > 0
                AND I.O_NO <> :ORD-O-NO
                AND (:WS-LINE-ALLOC = 0 OR I.O_NO < :ORD-O-NO)
                ORDER BY I.O_NO
           END-EXEC

      ***************************************
      * LIVRAISON DIRECTE (ITEMS.DROP_SHIP) *
      * : LE FOURNISSEUR LIVRE LE CLIENT,   *
      * NOTRE STOCK N'EST PAS CONTROLE. LA  *
      * LIGNE N'EST FACTURABLE QU'UNE FOIS  *
      * SON EXPEDITION CONFIRMEE (SHIPORD)  *
      * - EN MODE 'S' C'EST L'EXPEDITION    *
      * ELLE-MEME QUI EST EXTRAITE          *
      ***************************************
       77 WS-LINE-DROP      PIC X VALUE 'N'.
          88 LINE-DROP-SHIP           VALUE 'Y'.
       77 WS-DROP-WAIT      PIC X VALUE 'N'.
          88 DROP-SHIP-AWAITED        VALUE 'Y'.
       77 WS-DROP-REMAIN    PIC S9(2)V USAGE COMP-3 VALUE ZERO.
       77 WS-DROP-WAIT-COUNT PIC 9(7) VALUE ZERO.

      *** LIGNES DE LA COMMANDE MISE EN RELIQUAT COMPLET ***
           EXEC SQL
                DECLARE CSCALL CURSOR
      * PRODUITS BLOQUES A LA VENTE (STATUS *
      * 'B' SUR PRODUCTS) : LA LIGNE N'EST  *
      * PAS EXTRAITE ET PART EN RAPPORT     *
      * D'AVERTISSEMENT FBLKPROD ; DE MEME  *
      * POUR UN PRODUIT INTERDIT DANS L'ETAT*
      * DE LIVRAISON OU POUR LE CLIENT      *
      * (PRODUCT_RESTRICTIONS, SALERSTR)    *
      ***************************************
       77 WS-FS-BLKRPT     PIC XX.
       77 WS-BLOCKED-COUNT PIC 9(7) VALUE ZERO.
       77 WS-RESTRICTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BLK-LINE      PIC X(78).
       01 WS-BLK-REASON    PIC X(34).
       01 E-BLK-O-NO       PIC 9(4).
       COPY SALERSTP.

      ***************************************
      * RELIQUATS : CHAQUE LIGNE ECARTEE    *
      * CREDIT DU CLIENT. LES COMMANDES     *
      * RETENUES VONT EN RAPPORT FCREDHLD   *
      * ET DANS LE KSDS FCRHOLD, D'OU LE    *
      * SUPERVISEUR LES LIBERE VIA CREDREL. *
      * POUR UN COMPTE NATIONAL L'ENCOURS   *
      * DE TOUT LE GROUPE (TETE ET          *
      * SUCCURSALES) EST AUSSI CONTROLE     *
      * CONTRE LA LIMITE DE LA TETE         *
      ***************************************
       77 WS-FS-HOLD       PIC XX.
       77 WS-FS-HOLDRPT    PIC XX.
       77 WS-HELD-AMOUNT   PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       77 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
       77 WS-ACCT-HELD-COUNT PIC 9(7) VALUE ZERO.
       77 WS-GRP-ROOT      PIC S9(5)V USAGE COMP-3 VALUE 0.
       77 WS-GRP-MEMBERS   PIC S9(9) USAGE COMP VALUE 0.
       77 WS-GRP-BALANCE   PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       77 WS-GRP-LIMIT     PIC S9(8)V9(2) USAGE COMP-3 VALUE 0.
       77 WS-CREDIT-OVER   PIC X VALUE 'N'.
       77 WS-GRP-HELD-COUNT PIC 9(7) VALUE ZERO.

      ***************************************
      * CLIENTS EN PAIEMENT D'AVANCE        *
      * (CASH_ADVANCE = 'Y') : LA COMMANDE  *
      * RESTE RETENUE TANT QUE L'ACOMPTE DE *
      * SA PRO-FORMA (KSDS FPROFORM) N'EST  *
      * PAS RECU - PAS DE LIMITE DE CREDIT  *
      * POUR CES CLIENTS, RIEN N'EST LIVRE  *
      * A CREDIT                            *
      ***************************************
       77 WS-FS-PFA        PIC XX.
       77 WS-CIA-HELD-COUNT PIC 9(7) VALUE ZERO.
       77 WS-CIA-NEW-COUNT PIC 9(7) VALUE ZERO.
       77 WS-CIA-PAID-COUNT PIC 9(7) VALUE ZERO.

      ***************************************
      * PRIX FORCES A LA SAISIE : UNE       *
      * COMMANDE DONT UN PRIX HORS          *
      * TOLERANCE ATTEND LA DECISION DU     *
      * SUPERVISEUR (PRICE_OVERRIDES, 'P',  *
      * PGM1OVR) RESTE RETENUE ; LE CODE    *
      * MOTIF D'UN PRIX ADMIS OU VALIDE     *
      * PART SUR L'EXTRACT POUR LA FACTURE  *
      ***************************************
       77 WS-OVR-PENDING   PIC S9(5)V USAGE COMP-3 VALUE ZERO.
       77 WS-OVR-HELD-COUNT PIC 9(7) VALUE ZERO.
       77 WS-OVR-LINE-COUNT PIC 9(7) VALUE ZERO.
       77 WS-OVR-REASON    PIC X(3) VALUE SPACES.

      ***************************************
      * ENVOIS GRATUITS (ORDER_TYPE 'N') :  *
      * ECHANTILLONS, REMPLACEMENTS SOUS    *
      * GARANTIE, GESTES COMMERCIAUX. RIEN  *
      * N'EST FACTURE : NI ENCOURS, NI      *
      * ACOMPTE, NI PRIX FORCE, NI PLANCHER *
      * DE MARGE NE LES RETIENT - LE COMPTE *
      * BLOQUE ET LE RELIQUAT COMPLET       *
      * S'APPLIQUENT COMME AUX VENTES. LE   *
      * TYPE, LE MOTIF ET LE RESPONSABLE    *
      * PARTENT SUR L'ORD DE L'EXTRACTION   *
      ***************************************
       77 WS-NC-ORDER-COUNT PIC 9(7) VALUE ZERO.
       77 WS-RUN-DATE      PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE-NUM  PIC 9(8).
       01 WS-HOLD-LINE     PIC X(78).
            PERFORM INIT-RUN-DATE
            PERFORM SET-QUIESCE-FLAG
            PERFORM OPEN-FILE-CRHOLD
            PERFORM OPEN-FILE-PFA
            PERFORM OPEN-FILE-HOLDRPT
            PERFORM OPEN-FILE-BLKRPT
            PERFORM OPEN-FILE-KITBOM
               PERFORM FETCH-ORDER
               PERFORM UNTIL SQLCODE = +100
                   PERFORM DISPLAY-ORDER
                   PERFORM SET-ORDER-WHSE
                   PERFORM CHECK-CREDIT
                   IF NOT ORDER-ON-HOLD AND NOT ORD-NO-CHARGE
                      PERFORM CHECK-PRICE-OVERRIDE
                   END-IF
                   IF NOT ORDER-ON-HOLD AND NOT ORD-NO-CHARGE
                      PERFORM CHECK-MARGIN-FLOOR
                   END-IF
                   IF NOT ORDER-ON-HOLD
            PERFORM CLOSE-FILE-CHK
            PERFORM CLOSE-FILE-EXT
            PERFORM CLOSE-FILE-CRHOLD
            PERFORM CLOSE-FILE-PFA
            PERFORM CLOSE-FILE-HOLDRPT
            PERFORM CLOSE-FILE-BLKRPT
            PERFORM CLOSE-FILE-KITBOM
            PERFORM CLOSE-FILE-BKO
            DISPLAY 'LIGNES IGNOREES (STOCK) : ' WS-STOCK-SKIP-COUNT
            DISPLAY 'LIGNES BLOQUEES (STATUT) : ' WS-BLOCKED-COUNT
            DISPLAY 'LIGNES INTERDITES (ETAT/CLIENT) : '
                    WS-RESTRICTED-COUNT
            DISPLAY 'LIVRAISONS DIRECTES EN ATTENTE : '
                    WS-DROP-WAIT-COUNT
            DISPLAY 'LIGNES A PRIX CONTRAT : ' WS-CONTRACT-COUNT
            DISPLAY 'LIGNES SUBSTITUEES : ' WS-SUBST-COUNT
            DISPLAY 'COMMANDES EN RELIQUAT COMPLET : '
                    WS-ACCT-HELD-COUNT
            DISPLAY 'COMMANDES RETENUES (CREDIT) : ' WS-HELD-COUNT
            DISPLAY 'COMMANDES LIBEREES (CREDIT) : ' WS-RELEASED-COUNT
            DISPLAY 'DEPASSEMENTS ENCOURS GROUPE : ' WS-GRP-HELD-COUNT
            DISPLAY 'COMMANDES RETENUES (ACOMPTE) : '
                    WS-CIA-HELD-COUNT
            DISPLAY '  DONT PRO-FORMA NOUVELLES : ' WS-CIA-NEW-COUNT
            DISPLAY 'COMMANDES LIBEREES (ACOMPTE) : '
                    WS-CIA-PAID-COUNT
            DISPLAY 'COMMANDES RETENUES (PRIX FORCE) : '
                    WS-OVR-HELD-COUNT
            DISPLAY 'LIGNES A PRIX FORCE : ' WS-OVR-LINE-COUNT
            DISPLAY 'ENVOIS GRATUITS EXTRAITS : ' WS-NC-ORDER-COUNT
            IF FULL-RESTART-MODE
               DISPLAY 'COMMANDES SAUTEES (REPRISE) : '
                       WS-SKIPPED-COUNT
       WRITE-RUN-JOURNAL.
           COMPUTE WS-JRNL-REJECTS =
                   WS-STOCK-SKIP-COUNT + WS-BLOCKED-COUNT
                   + WS-RESTRICTED-COUNT
           MOVE 'EXTRACTP' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-ORDER-COUNT TO RJ-IN-COUNT
       CLOSE-FILE-CRHOLD.
           CLOSE CRHOLD.

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

       OPEN-FILE-HOLDRPT.
           OPEN OUTPUT HOLDRPT
           IF WS-FS-HOLDRPT NOT = '00'
           MOVE '================================================'
                TO BLKRPT-ENR
           PERFORM WRITE-LINE-TO-BLKRPT
           MOVE 'LIGNES NON EXTRAITES : PRODUIT BLOQUE OU INTERDIT'
                TO BLKRPT-ENR
           PERFORM WRITE-LINE-TO-BLKRPT
           MOVE '================================================'
                TO BLKRPT-ENR
           PERFORM WRITE-LINE-TO-BLKRPT
           MOVE 'CMDE  P_NO  DESCRIPTION                     MOTIF'
                TO BLKRPT-ENR
           PERFORM WRITE-LINE-TO-BLKRPT.

           MOVE WS-RUN-DATE   TO BKO-DATE
           SET BKO-OPEN       TO TRUE
           MOVE SPACES        TO BKO-RELEASE-DATE
           MOVE SPACE         TO BKO-CANCEL-CAUSE
           WRITE BKO-ENR
              INVALID KEY
                 REWRITE BKO-ENR
           ADD 1 TO WS-BLOCKED-COUNT
           DISPLAY 'PRODUIT BLOQUE A LA VENTE, LIGNE IGNOREE : '
                   'P_NO=' PRO-P-NO
           MOVE 'BLOQUE A LA VENTE' TO WS-BLK-REASON
           PERFORM WRITE-BLKRPT-DETAIL.

      ***************************************
      * LIGNE DE COMMANDE SUR UN PRODUIT    *
      * INTERDIT DANS L'ETAT DE LIVRAISON   *
      * OU POUR LE CLIENT : NON EXTRAITE,   *
      * SIGNALEE AU RAPPORT FBLKPROD AVEC   *
      * L'ETAT OU LE CLIENT ET LE MOTIF     *
      ***************************************
       RECORD-RESTRICTED-PRODUCT.
           ADD 1 TO WS-RESTRICTED-COUNT
           MOVE SPACES TO WS-BLK-REASON
           IF SR-RC = 4
              DISPLAY 'PRODUIT INTERDIT EN ' SR-STATE
                      ', LIGNE IGNOREE : P_NO=' PRO-P-NO
              STRING
                   'ETAT '             DELIMITED BY SIZE
                   SR-STATE            DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   SR-REASON           DELIMITED BY SIZE
              INTO WS-BLK-REASON
           ELSE
              DISPLAY 'PRODUIT INTERDIT POUR LE CLIENT '
                      CUS-C-NO ', LIGNE IGNOREE : P_NO=' PRO-P-NO
              STRING
                   'CLIENT '           DELIMITED BY SIZE
                   SR-REASON           DELIMITED BY SIZE
              INTO WS-BLK-REASON
           END-IF
           PERFORM WRITE-BLKRPT-DETAIL.

       WRITE-BLKRPT-DETAIL.
           MOVE ORD-O-NO TO E-BLK-O-NO
           MOVE SPACES TO WS-BLK-LINE
           STRING
                PRO-P-NO            DELIMITED BY SIZE
                '  '                DELIMITED BY SIZE
                PRO-DESCRIPTION-TEXT DELIMITED BY SIZE
                '  '                DELIMITED BY SIZE
                WS-BLK-REASON       DELIMITED BY SIZE
           INTO WS-BLK-LINE
           MOVE WS-BLK-LINE TO BLKRPT-ENR
           PERFORM WRITE-LINE-TO-BLKRPT.

      ***************************************
      * INTERDICTION DE VENTE DU PRODUIT    *
      * DANS L'ETAT DE L'ADRESSE DE         *
      * LIVRAISON DE LA COMMANDE (PAS DE    *
      * FACTURATION) OU POUR LE CLIENT -    *
      * MEME CONTROLE QU'A LA SAISIE, POUR  *
      * LES INTERDICTIONS POSEES DEPUIS     *
      ***************************************
       CHECK-LINE-RESTRICTION.
           MOVE PRO-P-NO      TO SR-P-NO
           MOVE CUS-C-NO      TO SR-C-NO
           MOVE ORD-SHIPTO-ID TO SR-SHIPTO-ID
           CALL 'SALERSTR' USING SR-PARM
           IF SR-RC = 12
              DISPLAY 'ERREUR SQL INTERDICTIONS : ' SR-SQLCODE
              PERFORM ABEND-PROG
           END-IF.

       WRITE-LINE-TO-HOLDRPT.
           WRITE HOLDRPT-ENR
           IF WS-FS-HOLDRPT NOT = '00'
      * DE LIMITE), LA COMMANDE EST RETENUE *
      * SAUF LIBERATION 'R' ENREGISTREE PAR *
      * LE SUPERVISEUR (CREDREL), QUI NE    *
      * VAUT QUE POUR UN PASSAGE. LE MEME   *
      * CONTROLE EST FAIT SUR L'ENCOURS DU  *
      * GROUPE CONTRE LA LIMITE DE LA TETE  *
      ***************************************
       CHECK-CREDIT.
           MOVE 'N' TO WS-ORDER-HELD
           MOVE 'N' TO WS-CREDIT-OVER
           EXEC SQL
              SELECT BALANCE, CREDIT_LIMIT, SHIP_COMPLETE,
                     SUBST_OPTOUT, ACCT_STATUS, PARENT_C_NO,
                     CASH_ADVANCE
                INTO :CUS-BALANCE, :CUS-CREDIT-LIMIT,
                     :CUS-SHIP-COMPLETE, :CUS-SUBST-OPTOUT,
                     :CUS-ACCT-STATUS, :CUS-PARENT-C-NO,
                     :CUS-CASH-ADVANCE
                FROM CUSTOMERS
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM GET-GROUP-EXPOSURE
      *    UN COMPTE BLOQUE OU FERME N'EST JAMAIS EXTRAIT, MEME
      *    SOUS SA LIMITE DE CREDIT - ET IL N'Y A PAS DE
      *    LIBERATION CREDREL POUR CELA : C'EST PGM1CMA QUI ROUVRE
              DISPLAY 'COMMANDE ' ORD-O-NO ' RETENUE : COMPTE '
                      'CLIENT ' CUS-C-NO ' BLOQUE OU FERME'
           END-IF
      *    CLIENT EN PAIEMENT D'AVANCE : C'EST L'ACOMPTE DE LA
      *    PRO-FORMA QUI LIBERE LA COMMANDE, PAS L'ENCOURS. UN
      *    ENVOI GRATUIT NE PESE NI SUR L'UN NI SUR L'AUTRE
           IF ORDER-ON-HOLD OR ORD-NO-CHARGE
              CONTINUE
           ELSE
           IF CUS-CASH-IN-ADVANCE
              PERFORM CHECK-CASH-ADVANCE
           ELSE
           IF CUS-CREDIT-LIMIT = ZERO AND WS-GRP-LIMIT = ZERO
              CONTINUE
           ELSE
              EXEC SQL
                  WHERE I.O_NO = :ORD-O-NO
              END-EXEC
              PERFORM TEST-SQLCODE
              IF CUS-CREDIT-LIMIT NOT = ZERO
                 AND (CUS-BALANCE + WS-ORDER-VALUE) > CUS-CREDIT-LIMIT
                 MOVE 'Y' TO WS-CREDIT-OVER
              END-IF
      *       DEPASSEMENT DU GROUPE : LA FICHE FCRHOLD ET LE
      *       RAPPORT PORTENT L'ENCOURS ET LA LIMITE DU GROUPE
              IF WS-GRP-LIMIT NOT = ZERO
                 AND (WS-GRP-BALANCE + WS-ORDER-VALUE) > WS-GRP-LIMIT
                 MOVE 'Y' TO WS-CREDIT-OVER
                 MOVE WS-GRP-BALANCE TO CUS-BALANCE
                 MOVE WS-GRP-LIMIT   TO CUS-CREDIT-LIMIT
                 ADD 1 TO WS-GRP-HELD-COUNT
                 DISPLAY 'COMMANDE ' ORD-O-NO ' : ENCOURS DU GROUPE '
                         WS-GRP-ROOT ' AU-DELA DE SA LIMITE'
              END-IF
              IF WS-CREDIT-OVER = 'Y'
                 PERFORM CHECK-CREDIT-RELEASE
                 IF NOT ORDER-ON-HOLD
                    ADD 1 TO WS-RELEASED-COUNT
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

      ***************************************
      * COMMANDE D'UN CLIENT EN PAIEMENT    *
      * D'AVANCE : SA PRO-FORMA EST OUVERTE *
      * AU PREMIER PASSAGE (A IMPRIMER PAR  *
      * PROFPRNT) ET LA COMMANDE RESTE      *
      * RETENUE JUSQU'A CE QUE CASHAPP AIT  *
      * ENREGISTRE L'ACOMPTE. UNE COMMANDE  *
      * MODIFIEE DEPUIS (VALEUR DIFFERENTE) *
      * FAIT REEMETTRE LA PRO-FORMA, ET     *
      * REPASSE EN ATTENTE SI L'ACOMPTE NE  *
      * LA COUVRE PLUS                      *
      ***************************************
       CHECK-CASH-ADVANCE.
           EXEC SQL
              SELECT VALUE(SUM(I.QUANTITY * I.PRICE), 0)
                INTO :WS-ORDER-VALUE
                FROM ITEMS I
               WHERE I.O_NO = :ORD-O-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE 90000    TO PFA-REF-SERIES
           MOVE ORD-O-NO TO PFA-REF-O-NO
           READ PROFORM KEY IS PFA-REF
              INVALID KEY
                 PERFORM OPEN-PRO-FORMA
              NOT INVALID KEY
                 IF PFA-GOODS-AMT NOT = WS-ORDER-VALUE
                    PERFORM REISSUE-PRO-FORMA
                 END-IF
           END-READ
           IF PFA-AWAITING
              MOVE 'Y' TO WS-ORDER-HELD
              ADD 1 TO WS-CIA-HELD-COUNT
              DISPLAY 'COMMANDE ' ORD-O-NO ' RETENUE : ACOMPTE '
                      'ATTENDU SUR PRO-FORMA ' PFA-REF
           ELSE
              ADD 1 TO WS-CIA-PAID-COUNT
           END-IF.

      ***************************************
      * PRIX FORCE EN ATTENTE DE VALIDATION *
      * SUR UNE LIGNE DE LA COMMANDE : ELLE *
      * N'EST PAS EXTRAITE TANT QUE LE      *
      * SUPERVISEUR N'A PAS DECIDE (PAS DE  *
      * LIBERATION CREDREL POUR CELA : LA   *
      * DECISION SE PREND DANS PGM1OVR)     *
      ***************************************
       CHECK-PRICE-OVERRIDE.
           EXEC SQL
              SELECT VALUE(COUNT(*), 0)
                INTO :WS-OVR-PENDING
                FROM PRICE_OVERRIDES
               WHERE O_NO = :ORD-O-NO
                 AND STATUS = 'P'
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-OVR-PENDING > ZERO
              MOVE 'Y' TO WS-ORDER-HELD
              ADD 1 TO WS-OVR-HELD-COUNT
              DISPLAY 'COMMANDE ' ORD-O-NO ' RETENUE : PRIX FORCE '
                      'EN ATTENTE DE VALIDATION'
           END-IF.

       OPEN-PRO-FORMA.
           MOVE SPACES           TO PFA-ENR
           MOVE 90000            TO PFA-REF-SERIES
           MOVE ORD-O-NO         TO PFA-REF-O-NO
           MOVE ORD-O-NO         TO PFA-O-NO
           MOVE CUS-C-NO         TO PFA-C-NO
           MOVE WS-RUN-DATE      TO PFA-ISSUE-DATE
           MOVE WS-ORDER-VALUE   TO PFA-GOODS-AMT
           MOVE WS-ORDER-VALUE   TO PFA-AMOUNT
           SET PFA-AWAITING      TO TRUE
           SET PFA-TO-PRINT      TO TRUE
           MOVE ZERO             TO PFA-DEPOSIT-AMT
           MOVE ZERO             TO PFA-CONSUMED-AMT
           MOVE ZERO             TO PFA-INVOICE-NO
           WRITE PFA-ENR
           IF WS-FS-PFA NOT = '00'
              DISPLAY 'ERR WRITE FPROFORM, FS=' WS-FS-PFA
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-CIA-NEW-COUNT.

       REISSUE-PRO-FORMA.
           MOVE WS-ORDER-VALUE   TO PFA-GOODS-AMT
           MOVE WS-ORDER-VALUE   TO PFA-AMOUNT
           MOVE WS-RUN-DATE      TO PFA-ISSUE-DATE
           SET PFA-TO-PRINT      TO TRUE
           IF PFA-DEPOSIT-AMT < WS-ORDER-VALUE
              SET PFA-AWAITING   TO TRUE
           END-IF
           REWRITE PFA-ENR
           IF WS-FS-PFA NOT = '00'
              DISPLAY 'ERR REWRITE FPROFORM, FS=' WS-FS-PFA
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * ENCOURS DU GROUPE DU CLIENT : LA    *
      * TETE (LUI-MEME S'IL N'A PAS DE      *
      * PARENT) ET TOUTES SES SUCCURSALES.  *
      * LA LIMITE DE GROUPE EST CELLE DE LA *
      * TETE ; UN CLIENT SEUL N'A PAS DE    *
      * LIMITE DE GROUPE                    *
      ***************************************
       GET-GROUP-EXPOSURE.
           MOVE ZERO TO WS-GRP-LIMIT
           IF CUS-PARENT-C-NO NOT = ZERO
              MOVE CUS-PARENT-C-NO TO WS-GRP-ROOT
           ELSE
              MOVE CUS-C-NO TO WS-GRP-ROOT
           END-IF
           EXEC SQL
              SELECT COUNT(*), VALUE(SUM(VALUE(BALANCE, 0)), 0)
                INTO :WS-GRP-MEMBERS, :WS-GRP-BALANCE
                FROM CUSTOMERS
               WHERE C_NO = :WS-GRP-ROOT
                  OR PARENT_C_NO = :WS-GRP-ROOT
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-GRP-MEMBERS > 1
              EXEC SQL
                 SELECT CREDIT_LIMIT
                   INTO :WS-GRP-LIMIT
                   FROM CUSTOMERS
                  WHERE C_NO = :WS-GRP-ROOT
              END-EXEC
              PERFORM TEST-SQLCODE
              IF SQLCODE = +100
                 MOVE ZERO TO WS-GRP-LIMIT
              END-IF
           END-IF.

      ***************************************

      ***************************************
      * PRIX CONTRACTUEL DE LA LIGNE DU     *
      * CONTROLE DE MARGE (ZONE PROPRE,     *
      * MEME REGLE QUE                      *
      * LOOKUP-CONTRACT-PRICE)              *
      ***************************************
       LOOKUP-MARGIN-CONTRACT.
           MOVE CUS-C-NO    TO CL-C-NO
           MOVE WS-MRG-P-NO TO CL-P-NO
           MOVE ORD-O-DATE  TO CL-DATE
           CALL 'CPRLOOK' USING CL-PARM
           IF CL-RC = 12
              DISPLAY 'ERREUR SQL PRIX CONTRAT : ' CL-SQLCODE
              PERFORM ABEND-PROG
           END-IF
           MOVE CL-PRICE TO WS-MRG-CPR-PRICE.

       RECORD-MARGIN-EXCEPTION.
           ADD 1 TO WS-MARGIN-EXC-COUNT
              MOVE WS-RUN-DATE TO BKO-DATE
              SET BKO-OPEN   TO TRUE
              MOVE SPACES    TO BKO-RELEASE-DATE
              MOVE SPACE     TO BKO-CANCEL-CAUSE
              WRITE BKO-ENR
                 INVALID KEY
                    REWRITE BKO-ENR
      * DISPONIBILITE DE LA LIGNE EN COURS :*
      * STOCK DU PRODUIT, OU STOCK DE       *
      * CHAQUE COMPOSANT POUR UNE LIGNE KIT *
      * - AU DEPOT DE LA COMMANDE. LA       *
      * QUANTITE EN CONTROLE QUALITE        *
      * (HOLD_STOCK) N'EST JAMAIS VENDABLE, *
      * NI CELLE EN TRANSIT ENTRE DEPOTS    *
      ***************************************
       CHECK-LINE-STOCK.
           MOVE 'N' TO WS-LINE-SHORT
           MOVE 'N' TO WS-KIT-IS-KIT
           PERFORM GET-LINE-DROP-SHIP
      *    LIGNE EN LIVRAISON DIRECTE : NI STOCK NI COMPOSANTS, LE
      *    FOURNISSEUR LIVRE LE CLIENT
           IF NOT LINE-DROP-SHIP
              IF WS-KIT-PRESENT = 'Y'
                 PERFORM CHECK-KIT-STOCK
              END-IF
              IF WS-KIT-IS-KIT = 'N'
                 PERFORM GET-LINE-ALLOC
                 MOVE PRO-P-NO TO WST-P-NO
                 PERFORM GET-PROMISABLE-STOCK
                 MOVE WST-STOCK TO PRO-STOCK
                 IF PRO-STOCK < ITE-QUANTITY
                    MOVE 'Y' TO WS-LINE-SHORT
                 END-IF
              END-IF
           END-IF.

      *    LIGNE EN LIVRAISON DIRECTE ET, HORS MODE 'S', RESTE
      *    ENCORE A CONFIRMER PAR LE FOURNISSEUR. UNE LIGNE DE
      *    CONSOMMATION D'UNE CONSIGNATION ('C') EST DEJA CHEZ LE
      *    CLIENT ET EXPEDIEE DES SA CREATION (CONSIGN)
       GET-LINE-DROP-SHIP.
           MOVE 'N' TO WS-LINE-DROP
           MOVE 'N' TO WS-DROP-WAIT
           MOVE ZERO TO WS-DROP-REMAIN
           EXEC SQL
                SELECT DROP_SHIP, QUANTITY - SHIPPED_QTY
                INTO :ITE-DROP-SHIP, :WS-DROP-REMAIN
                FROM ITEMS
                WHERE O_NO = :ORD-O-NO
                AND P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE = ZERO
              AND (ITE-DROP-SHIP = 'Y' OR ITE-DROP-SHIP = 'C')
              MOVE 'Y' TO WS-LINE-DROP
              IF WS-SEL-SHP-NO = 0 AND WS-DROP-REMAIN > ZERO
                 MOVE 'Y' TO WS-DROP-WAIT
              END-IF
           END-IF.

      *    QUANTITE ALLOUEE A LA SAISIE SUR LA LIGNE EN COURS
       GET-LINE-ALLOC.
           MOVE ZERO TO WS-LINE-ALLOC
           MOVE ZERO TO ITE-ALLOC-QTY
           EXEC SQL
                SELECT ALLOC_QTY
                INTO :ITE-ALLOC-QTY
                FROM ITEMS
                WHERE O_NO = :ORD-O-NO
                AND P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE = ZERO
              MOVE ITE-ALLOC-QTY TO WS-LINE-ALLOC
           END-IF.

      *    STOCK DU DEPOT QUE LA LIGNE PEUT PRENDRE : STOCK DE
      *    WST-P-NO MOINS CE QUI EST RESERVE AUX LIGNES PRIORITAIRES
      *    (TOUTES LES AUTRES LIGNES ALLOUEES SI WS-LINE-ALLOC EST A
      *    ZERO, SINON CELLES DES COMMANDES ANTERIEURES) DES
      *    COMMANDES SERVIES PAR LE MEME DEPOT - UNE RESERVATION
      *    SUR UN AUTRE DEPOT NE TOUCHE PAS A CE STOCK
       GET-PROMISABLE-STOCK.
           PERFORM GET-WHSE-STOCK
           MOVE ZERO TO WS-RESERVED-QTY
           EXEC SQL
              OPEN CRESV
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CRESV
           PERFORM UNTIL SQLCODE = +100
              PERFORM ADD-WHSE-RESERVATION
              PERFORM FETCH-CRESV
           END-PERFORM
           EXEC SQL
              CLOSE CRESV
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WST-STOCK > WS-RESERVED-QTY
              COMPUTE WST-STOCK = WST-STOCK - WS-RESERVED-QTY
           ELSE
              MOVE ZERO TO WST-STOCK
           END-IF.

       FETCH-CRESV.
           EXEC SQL
              FETCH CRESV
              INTO :WS-RSV-O-NO, :WS-RSV-QTY
           END-EXEC
           PERFORM TEST-SQLCODE.

      *    RESERVATION RETENUE SI SA COMMANDE EST SERVIE PAR LE
      *    DEPOT DE LA COMMANDE EN COURS
       ADD-WHSE-RESERVATION.
           MOVE 'O'         TO WH-FUNC
           MOVE WS-RSV-O-NO TO WH-O-NO
           CALL 'WHSESEL' USING WH-PARM
           IF WH-WHSE = WS-ORD-WHSE
              ADD WS-RSV-QTY TO WS-RESERVED-QTY
           END-IF.

      ***************************************
      * DEPOT QUI SERT LA COMMANDE EN COURS *
      * (ETAT DE LA SUCCURSALE LIVREE, A    *
      * DEFAUT CELUI DU CLIENT)             *
      ***************************************
       SET-ORDER-WHSE.
           MOVE 'O'      TO WH-FUNC
           MOVE ORD-O-NO TO WH-O-NO
           CALL 'WHSESEL' USING WH-PARM
           MOVE WH-WHSE  TO WS-ORD-WHSE.

      *    STOCK DISPONIBLE DE WST-P-NO AU DEPOT DE LA COMMANDE -
      *    UN PRODUIT SANS LIGNE POUR CE DEPOT N'Y A RIEN
       GET-WHSE-STOCK.
           MOVE WS-ORD-WHSE TO WST-WHSE
           MOVE ZERO TO WST-STOCK
           EXEC SQL
                SELECT STOCK
                INTO :WST-STOCK
                FROM WHSE_STOCK
                WHERE P_NO = :WST-P-NO
                AND WHSE = :WST-WHSE
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE ZERO TO WST-STOCK
           END-IF.

      *    QUANTITE EN CONTROLE DU PRODUIT EN RUPTURE : SIGNALEE
      *    POUR QUE LE RELIQUAT NE PASSE PAS POUR UN MANQUE D'ACHAT
       GET-HOLD-STOCK.
           MOVE ZERO TO PRO-HOLD-STOCK
           EXEC SQL
                SELECT HOLD_STOCK
                INTO :PRO-HOLD-STOCK
                FROM PRODUCTS
                WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE ZERO TO PRO-HOLD-STOCK
           END-IF.

       CHECK-KIT-STOCK.
           END-PERFORM.

       CHECK-ONE-COMPONENT.
           MOVE KIT-COMP-P-NO TO WST-P-NO
           MOVE ZERO TO WS-LINE-ALLOC
           PERFORM GET-PROMISABLE-STOCK
           MOVE WST-STOCK TO WS-KIT-COMP-STOCK
           COMPUTE WS-KIT-NEED = KIT-COMP-QTY * ITE-QUANTITY
           IF WS-KIT-COMP-STOCK < WS-KIT-NEED
              MOVE 'Y' TO WS-LINE-SHORT
                FROM PRODUCTS
                WHERE P_NO = :WS-ALT-P-NO
           END-EXEC
      *    L'EQUIVALENT DOIT ETRE DISPONIBLE AU DEPOT DE LA
      *    COMMANDE
           IF SQLCODE = ZERO
              MOVE WS-ALT-P-NO TO WST-P-NO
              MOVE ZERO TO WS-LINE-ALLOC
              PERFORM GET-PROMISABLE-STOCK
              MOVE WST-STOCK TO WS-ALT-STOCK
              IF WS-ALT-STATUS NOT = 'B'
                 AND WS-ALT-STOCK >= ITE-QUANTITY
                 MOVE 'Y' TO WS-SUBST-OK
              END-IF
           END-IF.

      ***************************************

      ***************************************
      * TRAITEMENT D'UNE LIGNE PRODUIT :    *
      * PRODUIT BLOQUE OU INTERDIT, STOCK   *
      * INSUFFISANT                         *
      * (RELIQUAT) OU EXTRACTION NORMALE -  *
      * COMMUN AUX DEUX MODES DE PARCOURS   *
      ***************************************
       PROCESS-PRODUCT-ROW.
           PERFORM CHECK-LINE-STOCK
           PERFORM CHECK-LINE-RESTRICTION
           EVALUATE TRUE
              WHEN PRO-STATUS-BLOCKED
                 PERFORM RECORD-BLOCKED-PRODUCT
              WHEN SR-RC NOT = ZERO
                 PERFORM RECORD-RESTRICTED-PRODUCT
      *       LIVRAISON DIRECTE PAS ENCORE CONFIRMEE : NI RELIQUAT NI
      *       SUBSTITUTION, LA LIGNE ATTEND L'EXPEDITION FOURNISSEUR
              WHEN DROP-SHIP-AWAITED
                 ADD 1 TO WS-DROP-WAIT-COUNT
                 DISPLAY 'LIVRAISON DIRECTE NON CONFIRMEE, LIGNE '
                         'IGNOREE : P_NO=' PRO-P-NO
              WHEN LINE-STOCK-SHORT
      *          AVANT LE RELIQUAT, ON ESSAIE UN EQUIVALENT
      *          APPROUVE EN STOCK
                    PERFORM WRITE-PRODUCT
                 ELSE
                    ADD 1 TO WS-STOCK-SKIP-COUNT
                    PERFORM GET-HOLD-STOCK
                    DISPLAY 'STOCK INSUFFISANT, LIGNE IGNOREE : '
                            'P_NO=' PRO-P-NO
                            ' DEPOT=' WS-ORD-WHSE
                            ' STOCK=' PRO-STOCK
                            ' QUANTITY=' ITE-QUANTITY
                            ' RESERVE=' WS-RESERVED-QTY
                    IF PRO-HOLD-STOCK > ZERO
                       DISPLAY '   EN CONTROLE QUALITE (NON '
                               'VENDABLE) : ' PRO-HOLD-STOCK
                    END-IF
                    PERFORM RECORD-BACKORDER
                 END-IF
              WHEN OTHER
           ELSE
              MOVE 'N' TO WS-RESTART-SKIPPING
              PERFORM DISPLAY-ORDER
              PERFORM SET-ORDER-WHSE
              PERFORM CHECK-CREDIT
              IF NOT ORDER-ON-HOLD AND NOT ORD-NO-CHARGE
                 PERFORM CHECK-PRICE-OVERRIDE
              END-IF
              IF NOT ORDER-ON-HOLD AND NOT ORD-NO-CHARGE
                 PERFORM CHECK-MARGIN-FLOOR
              END-IF
              IF NOT ORDER-ON-HOLD
               , :CUS-COMPANY, :CUS-ADDRESS, :CUS-CITY, :CUS-ZIP
               , :CUS-STATE, :CUS-EMAIL, :DEP-DNAME, :ORD-SHIPTO-ID
               , :ORD-S2-NO, :ORD-SPLIT-PCT, :ORD-PRIORITY
               , :ORD-SHIP-COMPLETE, :ORD-ORDER-TYPE
               , :ORD-NC-REASON, :ORD-NC-APPROVED-BY
               , :PRO-P-NO, :ITE-QUANTITY, :PRO-DESCRIPTION
               , :ITE-PRICE, :PRO-PRICE, :PRO-ORIG-CURRENCY
               , :PRO-ORIG-RATE, :PRO-STOCK, :PRO-STATUS
               , :ITE-SELL-UOM, :ITE-UOM-FACTOR, :PRO-BASE-UOM
           END-EXEC
           PERFORM TEST-SQLCODE.

           END-IF
           PERFORM LOOKUP-SECOND-REP
           MOVE ORD-PRIORITY TO EORD-PRIORITY
           MOVE WS-ORD-WHSE  TO EORD-WHSE
           MOVE ORD-ORDER-TYPE     TO EORD-ORDER-TYPE
           MOVE ORD-NC-REASON      TO EORD-NC-REASON
           MOVE ORD-NC-APPROVED-BY TO EORD-NC-APPROVER
           IF ORD-NO-CHARGE
              ADD 1 TO WS-NC-ORDER-COUNT
           END-IF
           WRITE ENR
           ADD 1 TO WS-EXT-REC-COUNT.

               , :CUS-COMPANY, :CUS-ADDRESS, :CUS-CITY, :CUS-ZIP
               , :CUS-STATE, :CUS-EMAIL, :DEP-DNAME, :ORD-SHIPTO-ID
               , :ORD-S2-NO, :ORD-SPLIT-PCT, :ORD-PRIORITY
               , :ORD-SHIP-COMPLETE, :ORD-ORDER-TYPE
               , :ORD-NC-REASON, :ORD-NC-APPROVED-BY
           END-EXEC
           PERFORM TEST-SQLCODE.

           END-IF
           MOVE ITE-QUANTITY    TO EITE-QUANTITY
           MOVE ITE-PRICE       TO EITE-PRICE
           MOVE ITE-SELL-UOM    TO EITE-SELL-UOM
           MOVE ITE-UOM-FACTOR  TO EITE-UOM-FACTOR
           MOVE PRO-BASE-UOM    TO EPRO-BASE-UOM
           MOVE PRO-ORIG-CURRENCY TO EPRO-ORIG-CURRENCY
           MOVE PRO-ORIG-RATE     TO EPRO-ORIG-RATE
           MOVE WS-SUBST-FOR      TO EPRO-SUBST-FOR
              MOVE SHP-CARRIER     TO EPRO-CARRIER
              MOVE SHP-TRACKING-NO TO EPRO-TRACKING
           END-IF
           PERFORM LOOKUP-PRICE-OVERRIDE
           MOVE WS-OVR-REASON     TO EITE-OVR-REASON
           WRITE ENR
           ADD 1 TO WS-EXT-REC-COUNT.

      ***************************************
      * PRIX CONTRACTUEL DU CLIENT POUR LE  *
      * PRODUIT COURANT, EN VIGUEUR A LA    *
      * DATE DE LA COMMANDE, SUR LE PRODUIT *
      * OU PAR REMISE SUR SA CATEGORIE OU   *
      * SA FAMILLE (CPRLOOK). CPR-PRICE EST *
      * A ZERO QUAND IL N'Y EN A PAS        *
      ***************************************
       LOOKUP-CONTRACT-PRICE.
           MOVE CUS-C-NO   TO CL-C-NO
           MOVE PRO-P-NO   TO CL-P-NO
           MOVE ORD-O-DATE TO CL-DATE
           CALL 'CPRLOOK' USING CL-PARM
           IF CL-RC = 12
              DISPLAY 'ERREUR SQL PRIX CONTRAT : ' CL-SQLCODE
              PERFORM ABEND-PROG
           END-IF
           MOVE CL-PRICE TO CPR-PRICE.

      ***************************************
      * CODE MOTIF DU PRIX FORCE DE LA      *
      * LIGNE COURANTE, ADMIS OU VALIDE     *
      * (BLANC S'IL N'Y EN A PAS)           *
      ***************************************
       LOOKUP-PRICE-OVERRIDE.
           MOVE SPACES TO WS-OVR-REASON
           EXEC SQL
              SELECT REASON
                INTO :WS-OVR-REASON
                FROM PRICE_OVERRIDES
               WHERE O_NO = :ITE-O-NO
                 AND P_NO = :PRO-P-NO
                 AND STATUS IN ('A', 'V')
           END-EXEC
           IF SQLCODE = +100
              MOVE SPACES TO WS-OVR-REASON
           ELSE
              PERFORM TEST-SQLCODE
              ADD 1 TO WS-OVR-LINE-COUNT
           END-IF.

       FETCH-PRODUCT.
                  , :PRO-DESCRIPTION, :ITE-PRICE, :PRO-PRICE
                  , :PRO-ORIG-CURRENCY, :PRO-ORIG-RATE, :PRO-STOCK
                  , :PRO-STATUS, :SHP-CARRIER, :SHP-TRACKING-NO
                  , :ITE-SELL-UOM, :ITE-UOM-FACTOR, :PRO-BASE-UOM
              END-EXEC
           ELSE
              EXEC SQL
                  , :PRO-DESCRIPTION, :ITE-PRICE, :PRO-PRICE
                  , :PRO-ORIG-CURRENCY, :PRO-ORIG-RATE, :PRO-STOCK
                  , :PRO-STATUS
                  , :ITE-SELL-UOM, :ITE-UOM-FACTOR, :PRO-BASE-UOM
              END-EXEC
           END-IF
           PERFORM TEST-SQLCODE.
