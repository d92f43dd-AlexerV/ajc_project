       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM1COL.
      **********************************************
      * FILE DE TRAVAIL DU RECOUVREMENT EN LIGNE :  *
      * PRESENTE LA FILE D'UN COLLECTEUR (SON LOGIN *
      * PAR DEFAUT, '*' = CLIENTS NON ATTRIBUES)    *
      * DANS L'ORDRE CALCULE LA NUIT PAR COLLWORK - *
      * PROMESSES NON TENUES ET RAPPELS ECHUS EN    *
      * TETE, PUIS LE PLUS GRAND RETARD. ENTER      *
      * AFFICHE LA FILE DEPUIS LE DEBUT, PF8 LA     *
      * PAGE SUIVANTE, PF5 LE SUIVI D'UN CLIENT ET  *
      * PF7 ENREGISTRE LE CONTACT : NOTE, PROMESSE  *
      * DE PAIEMENT (MONTANT ET DATE), DATE DE      *
      * RAPPEL ET COLLECTEUR. CHAQUE CHAMP MODIFIE  *
      * EST TRACE DANS AUDITLG1, QUI GARDE AINSI    *
      * L'HISTORIQUE DES CONTACTS (VOIR AUDRPT).    *
      * LE SUIVI D'UN CLIENT MONTRE SES LITIGES     *
      * SHT/DMG AVEC LA PREUVE DE LIVRAISON.        *
      * PROFILS ADMINISTRATEUR ET VENTES.           *
      **********************************************
       ENVIRONMENT DIVISION.
      **********************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      **********************************************
      * DESCRIPTION DES TOUCHES FONCTIONS          *
      **********************************************
       COPY DFHAID.
      **********************************************
      * DESCRIPTION DES ATTRIBUTS                  *
      **********************************************
       COPY DFHBMSCA.
      **********************************************
      * DESCRIPTION DE LA MAP                      *
      **********************************************
       COPY MS1COL.
      **********************************************
      * DESCRIPTION DES TABLES ET FICHIERS         *
      **********************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE COL
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE INV
           END-EXEC

           EXEC SQL
               INCLUDE SHP
           END-EXEC

       COPY ZONE.
       COPY AUDITREC.

       COPY PARAMREC.
       COPY SETTLE.

       77 WS-TEMPS       PIC S9(15) COMP-3.
       77 WS-CD-ERR      PIC 99.
       77 WS-CD-ERR2     PIC 99.
       77 WS-ERR-MESS    PIC X(50) VALUE 'FIN NORMALE'.
       77 WS-CD-ERRQ     PIC 99.

       77 WS-MSG         PIC X(60).
       77 WS-TODAY       PIC X(10) VALUE SPACES.

      *************************************************
      * FILE AFFICHEE : COLLECTEUR ET PAGINATION PAR  *
      * LE RANG (PAGE-KEY-ZONE = DERNIER RANG VU)     *
      *************************************************
       77 WS-QUEUE       PIC X(5) VALUE SPACES.
       77 WS-PAGE-KEY    PIC 9(9) VALUE 0.
       77 WS-LINE-IDX    PIC 9 VALUE 0.
       77 WS-FLAG-TEXT   PIC X(9) VALUE SPACES.
       01 E-RANK         PIC Z(4)9.
       01 E-C-NO         PIC 9(5).
       01 E-OVERDUE      PIC Z(6)9,99.
       01 E-DAYS         PIC Z(4)9.
       01 E-PAID         PIC Z(6)9,99.

      *** FILE D'UN COLLECTEUR, DANS L'ORDRE DE TRAITEMENT ***
           EXEC SQL
                DECLARE CCOLQ CURSOR
                FOR
                SELECT L.C_NO, L.QUEUE_RANK, L.OVERDUE_AMT,
                       L.DAYS_LATE, L.PROMISE_STATUS,
                       L.FOLLOWUP_DATE, C.COMPANY
                FROM COLLECTIONS L, CUSTOMERS C
                WHERE L.COLLECTOR = :WS-QUEUE
                AND L.QUEUE_RANK > :WS-PAGE-KEY
                AND C.C_NO = L.C_NO
                ORDER BY L.QUEUE_RANK
           END-EXEC

      *************************************************
      * LITIGES DE LIVRAISON DU CLIENT CONSULTE :     *
      * PIECES FSETTLE OUVERTES EN LITIGE SHT OU DMG, *
      * AVEC LA PREUVE DE LIVRAISON DU TRANSPORTEUR   *
      * (PODLOAD) - ELLES REMPLACENT LA PAGE DE FILE  *
      *************************************************
       01 WS-LIT-TABLE.
          05 WS-LIT-LINE    PIC X(60) OCCURS 5 TIMES.
       77 WS-LIT-COUNT      PIC 9 VALUE 0.
       77 WS-POD-TEXT       PIC X(40) VALUE SPACES.
       01 E-INV-NO          PIC 9(9).

      *** FACTURES ACTIVES DU CLIENT, LES PLUS RECENTES D'ABORD ***
           EXEC SQL
                DECLARE CLITIG CURSOR
                FOR
                SELECT INV_NO
                FROM INVOICES
                WHERE C_NO = :INV-C-NO
                AND STATUS = 'A'
                ORDER BY INV_NO DESC
           END-EXEC

      *************************************************
      * IMAGES AVANT DU SUIVI POUR LE JOURNAL D'AUDIT *
      *************************************************
       77 WS-AUD-OLD-NOTE    PIC X(60) VALUE SPACES.
       77 WS-AUD-OLD-PROM    PIC X(30) VALUE SPACES.
       77 WS-AUD-NEW-PROM    PIC X(30) VALUE SPACES.
       77 WS-AUD-OLD-FUP     PIC X(10) VALUE SPACES.
       77 WS-AUD-OLD-COLL    PIC X(5) VALUE SPACES.
       77 WS-OLD-STATUS      PIC X VALUE SPACE.
       77 WS-OLD-PROM-AMT    PIC S9(7)V9(2) USAGE COMP-3 VALUE 0.
       77 WS-OLD-PROM-DATE   PIC X(10) VALUE SPACES.

       01 WS-NEW-ROW         PIC X VALUE 'N'.
          88 NEW-ROW         VALUE 'Y'.
       01 WS-PROM-ACTION     PIC X VALUE SPACE.
          88 PROM-UNCHANGED  VALUE SPACE.
          88 PROM-NEW        VALUE 'N'.
          88 PROM-CANCELLED  VALUE 'A'.

       01 WS-C-NO-NUM        PIC 9(5) VALUE 0.

      *************************************************
      * MONTANT PROMIS SAISI SOUS LA FORME NNNNNNN,NN *
      * (LE POINT EST ACCEPTE COMME SEPARATEUR)       *
      *************************************************
       01 WS-AMT-IN.
          05 WS-AMT-IN-INT   PIC X(7).
          05 WS-AMT-IN-SEP   PIC X.
          05 WS-AMT-IN-DEC   PIC X(2).
       77 WS-AMT-OK          PIC X VALUE 'Y'.
       01 WS-AMT-NUM         PIC 9(7)V9(2) VALUE ZERO.
       01 WS-AMT-NUM-X REDEFINES WS-AMT-NUM PIC X(9).
       01 WS-AMT-OUT.
          05 WS-AMT-OUT-INT  PIC X(7).
          05 FILLER          PIC X VALUE ','.
          05 WS-AMT-OUT-DEC  PIC X(2).

      *************************************************
      * DATE SAISIE AAAA-MM-JJ                        *
      *************************************************
       01 WS-DATE-IN.
          05 WS-DATE-IN-YYYY PIC X(4).
          05 WS-DATE-IN-SEP1 PIC X.
          05 WS-DATE-IN-MM   PIC X(2).
          05 WS-DATE-IN-SEP2 PIC X.
          05 WS-DATE-IN-DD   PIC X(2).
       77 WS-DATE-OK         PIC X VALUE 'Y'.

      *************************************************
      * LONGUEUR UTILE DES ZONES VARCHAR (BLANCS DE   *
      * FIN EXCLUS), CALCULEE COMME DANS PRO15        *
      *************************************************
       01 WS-LEN-FIELD   PIC X(100).
       77 WS-LEN         PIC S9(4) COMP VALUE 0.
       77 WS-LEN-MAX     PIC S9(4) COMP VALUE 0.

      *************************************************
      * VARIABLES POUR VERIFIER LA SAISIE *
      *************************************************

       01 FILLER PIC 9.
          88 ALL-ZONES-OK  VALUE 0.
          88 MANQUE-ZONE   VALUE 1.

       77 UNDERSCORE    PIC X(79) VALUE ALL '_'.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(70).

       PROCEDURE DIVISION USING DFHCOMMAREA.

            EVALUATE EIBTRNID
                WHEN 'T1EG'
                     IF EIBCALEN = ZERO
                            MOVE 'NON AUTHENTIFIE!'
                              TO WS-ERR-MESS
                            PERFORM FIN-TOTALE
                     ELSE
                            MOVE DFHCOMMAREA TO ZONE
                            PERFORM CONTROLE-AUTORISATION
                            IF LOGGED AND PREV-PGM = 'PGM1LOG'
                               MOVE LOW-VALUE TO MAP1COLO
                               MOVE ZEROS TO PAGE-KEY-ZONE
                               MOVE LOGIN-ZONE TO QUEUCOI
                               PERFORM AFFICHE-FILE
                               PERFORM ENVOI-ECRAN
                            END-IF
                            PERFORM GESTION-TOUCHES
                     END-IF
                WHEN OTHER
                     MOVE LOW-VALUE TO MAP1COLO
            END-EVALUATE
            PERFORM ENVOI-ECRAN.
      *************************************************
      * PARAGRAPHES                                   *
      *************************************************
       ENVOI-ECRAN.
            MOVE 'FILE DE RECOUVREMENT' TO LIBMAPCOO
            EXEC CICS ASKTIME
                  ABSTIME (WS-TEMPS)
            END-EXEC

            EXEC CICS
               FORMATTIME ABSTIME (WS-TEMPS)
               DDMMYY (DATEJCOO)
               DATESEP('/')
               TIME (HEURECOO)
               TIMESEP(':')
            END-EXEC

            EXEC CICS
              SEND MAP('MAP1COL')
                   MAPSET('MS1COL')
                   FROM (MAP1COLO)
                   RESP (WS-CD-ERR)
                   ERASE
                   CURSOR
            END-EXEC

            IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                         MOVE 'ERR SEND' TO WS-ERR-MESS
                         PERFORM FIN-TOTALE
            END-IF
            MOVE 'PGM1COL' TO PREV-PGM

            EXEC CICS
                 RETURN TRANSID ('T1EG')
                 COMMAREA (ZONE)
                 LENGTH (LENGTH OF ZONE)
            END-EXEC
            .

       LECT-ECRAN.
            EXEC CICS
                 RECEIVE MAP ('MAP1COL')
                         MAPSET ('MS1COL')
                         RESP (WS-CD-ERR)
            END-EXEC

            IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                         MOVE 'ERR RECE' TO WS-ERR-MESS
                         PERFORM FIN-TOTALE
            END-IF
            INSPECT QUEUCOI  REPLACING ALL '_' BY SPACES
            INSPECT CNOCOI   REPLACING ALL '_' BY SPACES
            INSPECT NOTECOI  REPLACING ALL '_' BY SPACES
            INSPECT PAMTCOI  REPLACING ALL '_' BY SPACES
            INSPECT PDATCOI  REPLACING ALL '_' BY SPACES
            INSPECT FUPCOI   REPLACING ALL '_' BY SPACES
            INSPECT COLLCOI  REPLACING ALL '_' BY SPACES.

      *************************************************
      * DATE DU JOUR AAAA-MM-JJ                       *
      *************************************************
       DATE-DU-JOUR.
           EXEC CICS ASKTIME
                 ABSTIME (WS-TEMPS)
           END-EXEC
           EXEC CICS
              FORMATTIME ABSTIME (WS-TEMPS)
              YYYYMMDD (WS-TODAY)
              DATESEP('-')
           END-EXEC.

      *************************************************
      * UNE PAGE DE LA FILE (6 CLIENTS) A PARTIR DU   *
      * RANG QUI SUIT LA CLE DE PAGINATION            *
      *************************************************
       AFFICHE-FILE.
           IF QUEUCOI = SPACES
              MOVE LOGIN-ZONE TO QUEUCOI
           END-IF
           IF QUEUCOI = '*'
              MOVE SPACES TO WS-QUEUE
           ELSE
              MOVE QUEUCOI TO WS-QUEUE
           END-IF
           MOVE SPACES TO L1COI L2COI L3COI L4COI L5COI L6COI
           PERFORM DATE-DU-JOUR
           MOVE PAGE-KEY-ZONE TO WS-PAGE-KEY
           MOVE ZERO TO WS-LINE-IDX
           EXEC SQL
              OPEN CCOLQ
           END-EXEC
           PERFORM FETCH-CCOLQ
           PERFORM UNTIL SQLCODE NOT = ZERO
                      OR WS-LINE-IDX >= 6
              ADD 1 TO WS-LINE-IDX
              PERFORM FORMAT-QUEUE-LINE
              MOVE COL-QUEUE-RANK TO PAGE-KEY-ZONE
              PERFORM FETCH-CCOLQ
           END-PERFORM
           IF SQLCODE < ZERO
              MOVE 'ERREUR SQL COLLECTIONS' TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF
           EXEC SQL
              CLOSE CCOLQ
           END-EXEC
           IF WS-LINE-IDX = ZERO
              MOVE 'FILE VIDE (OU FIN DE FILE)' TO L1COI
              MOVE ZEROS TO PAGE-KEY-ZONE
           ELSE
              MOVE 'PF8 = SUITE, ENTER = DEBUT, PF5 = CLIENT'
                TO MESS1COI
           END-IF.

       FETCH-CCOLQ.
           MOVE SPACES TO CUS-COMPANY-TEXT
           EXEC SQL
              FETCH CCOLQ
              INTO :COL-C-NO, :COL-QUEUE-RANK, :COL-OVERDUE-AMT,
                   :COL-DAYS-LATE, :COL-PROMISE-STATUS,
                   :COL-FOLLOWUP-DATE, :CUS-COMPANY
           END-EXEC.

       FORMAT-QUEUE-LINE.
           MOVE COL-QUEUE-RANK  TO E-RANK
           MOVE COL-C-NO        TO E-C-NO
           MOVE COL-OVERDUE-AMT TO E-OVERDUE
           MOVE COL-DAYS-LATE   TO E-DAYS
           EVALUATE TRUE
              WHEN COL-PROMISE-STATUS = 'B'
                 MOVE 'NON TENUE' TO WS-FLAG-TEXT
              WHEN COL-FOLLOWUP-DATE NOT = SPACES
               AND COL-FOLLOWUP-DATE <= WS-TODAY
                 MOVE 'RAPPEL'    TO WS-FLAG-TEXT
              WHEN COL-PROMISE-STATUS = 'P'
                 MOVE 'PROMESSE'  TO WS-FLAG-TEXT
              WHEN OTHER
                 MOVE SPACES      TO WS-FLAG-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-MSG
           STRING
                E-RANK                  DELIMITED BY SIZE
                ' '                     DELIMITED BY SIZE
                E-C-NO                  DELIMITED BY SIZE
                ' '                     DELIMITED BY SIZE
                CUS-COMPANY-TEXT (1:18) DELIMITED BY SIZE
                ' '                     DELIMITED BY SIZE
                E-OVERDUE               DELIMITED BY SIZE
                ' '                     DELIMITED BY SIZE
                E-DAYS                  DELIMITED BY SIZE
                'J '                    DELIMITED BY SIZE
                WS-FLAG-TEXT            DELIMITED BY SIZE
           INTO WS-MSG
           EVALUATE WS-LINE-IDX
              WHEN 1
                 MOVE WS-MSG TO L1COI
              WHEN 2
                 MOVE WS-MSG TO L2COI
              WHEN 3
                 MOVE WS-MSG TO L3COI
              WHEN 4
                 MOVE WS-MSG TO L4COI
              WHEN 5
                 MOVE WS-MSG TO L5COI
              WHEN OTHER
                 MOVE WS-MSG TO L6COI
           END-EVALUATE.

      *************************************************
      * SUIVI D'UN CLIENT (PF5, OU ENTER AVEC UN      *
      * NUMERO DE CLIENT) : LA PROMESSE N'EST         *
      * PRESENTEE EN SAISIE QUE SI ELLE EST EN COURS  *
      *************************************************
       CONSULTATION-CLIENT.
           MOVE SPACES TO HDRCOI NOTECOI PAMTCOI PDATCOI FUPCOI
                          COLLCOI
           IF CNOCOI IS NOT NUMERIC
              MOVE 'NUMERO DE CLIENT NUMERIQUE OBLIGATOIRE !'
                TO MESS1COI
              MOVE DFHRED TO CNOCOC
           ELSE
              PERFORM LECTURE-SUIVI
              EVALUATE SQLCODE
                 WHEN ZERO
                      PERFORM AFFICHE-SUIVI
                 WHEN +100
                      MOVE 'CLIENT SANS SUIVI DE RECOUVREMENT'
                        TO MESS1COI
                      MOVE 'PF7 POUR ENREGISTRER UN PREMIER CONTACT'
                        TO MESS2COI
                 WHEN OTHER
                      MOVE 'ERREUR SELECT COLLECTIONS' TO WS-ERR-MESS
                      PERFORM FIN-TOTALE
              END-EVALUATE
              PERFORM AFFICHE-LITIGES
           END-IF.

       LECTURE-SUIVI.
           MOVE CNOCOI TO WS-C-NO-NUM
           MOVE WS-C-NO-NUM TO COL-C-NO
           MOVE SPACES TO COL-NOTE-TEXT
           MOVE SPACES TO CUS-COMPANY-TEXT
           EXEC SQL
              SELECT L.COLLECTOR, L.QUEUE_RANK, L.OVERDUE_AMT,
                     L.DAYS_LATE, L.CONTACT_DATE, L.CONTACT_BY,
                     L.NOTE, L.PROMISE_AMT, L.PROMISE_DATE,
                     L.PROMISE_PAID, L.PROMISE_STATUS,
                     L.FOLLOWUP_DATE, C.COMPANY
                INTO :COL-COLLECTOR, :COL-QUEUE-RANK,
                     :COL-OVERDUE-AMT, :COL-DAYS-LATE,
                     :COL-CONTACT-DATE, :COL-CONTACT-BY,
                     :COL-NOTE, :COL-PROMISE-AMT,
                     :COL-PROMISE-DATE, :COL-PROMISE-PAID,
                     :COL-PROMISE-STATUS, :COL-FOLLOWUP-DATE,
                     :CUS-COMPANY
                FROM COLLECTIONS L, CUSTOMERS C
               WHERE L.C_NO = :COL-C-NO
                 AND C.C_NO = L.C_NO
           END-EXEC.

       AFFICHE-SUIVI.
           MOVE COL-OVERDUE-AMT TO E-OVERDUE
           MOVE COL-DAYS-LATE   TO E-DAYS
           MOVE COL-QUEUE-RANK  TO E-RANK
           MOVE SPACES TO WS-MSG
           STRING
                CUS-COMPANY-TEXT (1:24) DELIMITED BY SIZE
                ' ECHU '                DELIMITED BY SIZE
                E-OVERDUE               DELIMITED BY SIZE
                ' '                     DELIMITED BY SIZE
                E-DAYS                  DELIMITED BY SIZE
                'J RANG '               DELIMITED BY SIZE
                E-RANK                  DELIMITED BY SIZE
           INTO WS-MSG
           MOVE WS-MSG TO HDRCOI
           MOVE COL-NOTE-TEXT     TO NOTECOI
           MOVE COL-FOLLOWUP-DATE TO FUPCOI
           MOVE COL-COLLECTOR     TO COLLCOI
           MOVE COL-PROMISE-PAID  TO E-PAID
           MOVE SPACES TO WS-MSG
           EVALUATE COL-PROMISE-STATUS
              WHEN 'P'
                 MOVE COL-PROMISE-AMT TO WS-AMT-NUM
                 PERFORM FORMAT-MONTANT
                 MOVE WS-AMT-OUT       TO PAMTCOI
                 MOVE COL-PROMISE-DATE TO PDATCOI
                 STRING
                      'PROMESSE EN COURS, DEJA RECU ' DELIMITED BY SIZE
                      E-PAID                          DELIMITED BY SIZE
                 INTO WS-MSG
              WHEN 'B'
                 MOVE COL-PROMISE-AMT TO WS-AMT-NUM
                 PERFORM FORMAT-MONTANT
                 STRING
                      'PROMESSE NON TENUE : ' DELIMITED BY SIZE
                      WS-AMT-OUT              DELIMITED BY SIZE
                      ' AU '                  DELIMITED BY SIZE
                      COL-PROMISE-DATE        DELIMITED BY SIZE
                 INTO WS-MSG
              WHEN 'K'
                 STRING
                      'DERNIERE PROMESSE TENUE (' DELIMITED BY SIZE
                      COL-PROMISE-DATE            DELIMITED BY SIZE
                      ')'                         DELIMITED BY SIZE
                 INTO WS-MSG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE WS-MSG TO MESS2COI
           IF COL-CONTACT-DATE NOT = SPACES
              MOVE SPACES TO WS-MSG
              STRING
                   'DERNIER CONTACT LE ' DELIMITED BY SIZE
                   COL-CONTACT-DATE      DELIMITED BY SIZE
                   ' PAR '               DELIMITED BY SIZE
                   COL-CONTACT-BY        DELIMITED BY SIZE
                   ' (PF7 = CONTACT)'    DELIMITED BY SIZE
              INTO WS-MSG
              MOVE WS-MSG TO MESS1COI
           ELSE
              MOVE 'AUCUN CONTACT ENREGISTRE (PF7 = CONTACT)'
                TO MESS1COI
           END-IF.

      *************************************************
      * LITIGES SHT (LIVRAISON INCOMPLETE) ET DMG     *
      * (AVARIE) DU CLIENT : LA PREUVE DE LIVRAISON   *
      * DE LA COMMANDE EST AFFICHEE EN FACE, POUR     *
      * QUE LE COLLECTEUR REPONDE SANS ATTENDRE LE    *
      * TRANSPORTEUR. SANS LITIGE, LA FILE RESTE      *
      *************************************************
       AFFICHE-LITIGES.
           MOVE SPACES TO WS-LIT-TABLE
           MOVE ZERO TO WS-LIT-COUNT
           MOVE CNOCOI TO INV-C-NO
           EXEC SQL
              OPEN CLITIG
           END-EXEC
           EXEC SQL
              FETCH CLITIG
              INTO :INV-INV-NO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
                      OR WS-LIT-COUNT >= 5
              PERFORM LECTURE-LITIGE
              EXEC SQL
                 FETCH CLITIG
                 INTO :INV-INV-NO
              END-EXEC
           END-PERFORM
           IF SQLCODE < ZERO
              MOVE 'ERREUR SQL INVOICES' TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF
           EXEC SQL
              CLOSE CLITIG
           END-EXEC
           IF WS-LIT-COUNT > ZERO
              MOVE 'LITIGES LIVRAISON - PREUVE DU TRANSPORTEUR :'
                TO L1COI
              MOVE WS-LIT-LINE (1) TO L2COI
              MOVE WS-LIT-LINE (2) TO L3COI
              MOVE WS-LIT-LINE (3) TO L4COI
              MOVE WS-LIT-LINE (4) TO L5COI
              MOVE WS-LIT-LINE (5) TO L6COI
           END-IF.

       LECTURE-LITIGE.
           MOVE INV-INV-NO TO STL-INVOICE-NO
           EXEC CICS
                READ DATASET ('SETTLE1')
                     INTO (STL-ENR)
                     RIDFLD (STL-INVOICE-NO)
                     RESP (WS-CD-ERR2)
           END-EXEC
           IF WS-CD-ERR2 = ZERO
              IF STL-OPEN AND STL-DISPUTED
                 AND (STL-DISPUTE-REASON = 'SHT'
                      OR STL-DISPUTE-REASON = 'DMG')
                 PERFORM PREUVE-LIVRAISON
                 ADD 1 TO WS-LIT-COUNT
                 MOVE STL-INVOICE-NO TO E-INV-NO
                 STRING
                      STL-DISPUTE-REASON DELIMITED BY SIZE
                      ' FACT '           DELIMITED BY SIZE
                      E-INV-NO           DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-POD-TEXT        DELIMITED BY SIZE
                 INTO WS-LIT-LINE (WS-LIT-COUNT)
              END-IF
           ELSE
           IF WS-CD-ERR2 NOT = 13
              MOVE 'ERREUR READ SETTLE1' TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF
           END-IF.

      *************************************************
      * PREUVE DE LA COMMANDE DE LA PIECE : UN        *
      * INCIDENT PRIME, PUIS UN COLIS SANS SCAN, PUIS *
      * LA LIVRAISON SIGNEE                           *
      *************************************************
       PREUVE-LIVRAISON.
           MOVE SPACES TO WS-POD-TEXT
           MOVE STL-O-NO TO SHP-O-NO
           EXEC SQL
              SELECT DLV_STATUS, DLV_DATE, DLV_SIGNED_BY
                INTO :SHP-DLV-STATUS, :SHP-DLV-DATE,
                     :SHP-DLV-SIGNED-BY
                FROM SHIPMENTS
               WHERE O_NO = :SHP-O-NO
               ORDER BY CASE DLV_STATUS
                        WHEN 'D' THEN 3
                        WHEN ' ' THEN 2
                        ELSE 1
                        END, SHP_NO
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 MOVE 'AUCUNE EXPEDITION' TO WS-POD-TEXT
              WHEN SQLCODE NOT = ZERO
                 MOVE 'ERREUR SELECT SHIPMENTS' TO WS-ERR-MESS
                 PERFORM FIN-TOTALE
              WHEN SHP-DLV-STATUS = SPACE
                 MOVE 'AUCUN SCAN DE LIVRAISON' TO WS-POD-TEXT
              WHEN OTHER
                 EVALUATE SHP-DLV-STATUS
                    WHEN 'D'
                       MOVE 'LIVRE '   TO WS-POD-TEXT
                    WHEN 'R'
                       MOVE 'REFUSE '  TO WS-POD-TEXT
                    WHEN 'A'
                       MOVE 'AVARIE '  TO WS-POD-TEXT
                    WHEN OTHER
                       MOVE 'INCIDENT' TO WS-POD-TEXT
                 END-EVALUATE
                 MOVE SHP-DLV-DATE      TO WS-POD-TEXT (10:10)
                 MOVE SHP-DLV-SIGNED-BY TO WS-POD-TEXT (21:)
           END-EVALUATE.

      *************************************************
      * CONTROLE DE LA SAISIE DU CONTACT : NOTE       *
      * OBLIGATOIRE, MONTANT ET DATE PROMIS VONT      *
      * ENSEMBLE, DATES A VENIR                       *
      *************************************************
       VERIF-SAISIE-CONTACT.
           SET ALL-ZONES-OK TO TRUE
           PERFORM DATE-DU-JOUR
           IF CNOCOI IS NOT NUMERIC
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO CNOCOC
              MOVE 'NUMERO DE CLIENT NUMERIQUE OBLIGATOIRE !'
                TO MESS1COI
           END-IF
           IF NOTECOI = SPACES
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO NOTECOC
              MOVE 'LA NOTE DE CONTACT EST OBLIGATOIRE !' TO MESS1COI
           END-IF
           MOVE PAMTCOI TO WS-AMT-IN
           PERFORM VERIF-MONTANT
           IF WS-AMT-OK = 'N'
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO PAMTCOC
              MOVE 'MONTANT PROMIS INVALIDE (NNNNNNN,NN) !'
                TO MESS1COI
           END-IF
           IF PDATCOI NOT = SPACES
              MOVE PDATCOI TO WS-DATE-IN
              PERFORM VERIF-DATE
              IF WS-DATE-OK = 'N'
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO PDATCOC
                 MOVE 'DATE PROMISE INVALIDE (AAAA-MM-JJ) !'
                   TO MESS1COI
              END-IF
           END-IF
           IF WS-AMT-OK = 'Y'
              IF (WS-AMT-NUM = ZERO AND PDATCOI NOT = SPACES)
                 OR (WS-AMT-NUM > ZERO AND PDATCOI = SPACES)
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO PAMTCOC
                 MOVE DFHRED TO PDATCOC
                 MOVE 'MONTANT ET DATE PROMIS VONT ENSEMBLE !'
                   TO MESS1COI
              END-IF
           END-IF
           IF FUPCOI NOT = SPACES
              MOVE FUPCOI TO WS-DATE-IN
              PERFORM VERIF-DATE
              IF WS-DATE-OK = 'N' OR FUPCOI < WS-TODAY
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO FUPCOC
                 MOVE 'DATE DE RAPPEL INVALIDE OU PASSEE !'
                   TO MESS1COI
              END-IF
           END-IF.

      *************************************************
      * CONTROLE D'UN MONTANT NNNNNNN,NN : BLANC =    *
      * ZERO, PARTIE ENTIERE CADREE A DROITE OU       *
      * COMPLETEE DE ZEROS (COMME PGM1PMA)            *
      *************************************************
       VERIF-MONTANT.
           MOVE 'Y' TO WS-AMT-OK
           MOVE ZERO TO WS-AMT-NUM
           IF WS-AMT-IN NOT = SPACES
              INSPECT WS-AMT-IN-INT REPLACING LEADING SPACES BY ZEROS
              INSPECT WS-AMT-IN-DEC REPLACING ALL SPACES BY ZEROS
              IF WS-AMT-IN-INT IS NOT NUMERIC
                 OR WS-AMT-IN-DEC IS NOT NUMERIC
                 OR (WS-AMT-IN-SEP NOT = ',' AND
                     WS-AMT-IN-SEP NOT = '.')
                 MOVE 'N' TO WS-AMT-OK
              ELSE
                 MOVE WS-AMT-IN-INT TO WS-AMT-NUM-X(1:7)
                 MOVE WS-AMT-IN-DEC TO WS-AMT-NUM-X(8:2)
              END-IF
           END-IF.

      *    MONTANT WS-AMT-NUM MIS EN FORME NNNNNNN,NN DANS WS-AMT-OUT
       FORMAT-MONTANT.
           MOVE WS-AMT-NUM-X(1:7) TO WS-AMT-OUT-INT
           MOVE WS-AMT-NUM-X(8:2) TO WS-AMT-OUT-DEC.

      *    DATE AAAA-MM-JJ : SEPARATEURS, MOIS ET JOUR PLAUSIBLES
       VERIF-DATE.
           MOVE 'Y' TO WS-DATE-OK
           IF WS-DATE-IN-YYYY IS NOT NUMERIC
              OR WS-DATE-IN-MM IS NOT NUMERIC
              OR WS-DATE-IN-DD IS NOT NUMERIC
              OR WS-DATE-IN-SEP1 NOT = '-'
              OR WS-DATE-IN-SEP2 NOT = '-'
              MOVE 'N' TO WS-DATE-OK
           ELSE
              IF WS-DATE-IN-MM < '01' OR WS-DATE-IN-MM > '12'
                 OR WS-DATE-IN-DD < '01' OR WS-DATE-IN-DD > '31'
                 MOVE 'N' TO WS-DATE-OK
              END-IF
           END-IF.

      *************************************************
      * ENREGISTREMENT DU CONTACT (PF7) : LE SUIVI    *
      * EST CREE S'IL N'EXISTE PAS ENCORE ; UNE       *
      * NOUVELLE PROMESSE PART DU JOUR, CE QUE        *
      * COLLWORK CONTROLE LA NUIT ; UNE PROMESSE NON  *
      * TENUE SANS NOUVELLE PROMESSE EST SOLDEE PAR   *
      * LE CONTACT                                    *
      *************************************************
       ENREGISTRE-CONTACT.
           MOVE 'N' TO WS-NEW-ROW
           PERFORM LECTURE-SUIVI
           EVALUATE SQLCODE
              WHEN ZERO
                 CONTINUE
              WHEN +100
                 PERFORM CREATION-SUIVI
              WHEN OTHER
                 MOVE 'ERREUR SELECT COLLECTIONS' TO WS-ERR-MESS
                 PERFORM FIN-TOTALE
           END-EVALUATE
           IF ALL-ZONES-OK
              PERFORM MISE-A-JOUR-SUIVI
           END-IF.

      *    PREMIER CONTACT D'UN CLIENT HORS FILE : LE CLIENT DOIT
      *    EXISTER ; LA LIGNE EST CREEE A VIDE PUIS MISE A JOUR
       CREATION-SUIVI.
           MOVE WS-C-NO-NUM TO CUS-C-NO
           EXEC SQL
              SELECT COMPANY
                INTO :CUS-COMPANY
                FROM CUSTOMERS
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 SET NEW-ROW TO TRUE
                 MOVE SPACES TO COL-COLLECTOR
                 MOVE ZERO   TO COL-QUEUE-RANK
                 MOVE ZERO   TO COL-OVERDUE-AMT
                 MOVE ZERO   TO COL-DAYS-LATE
                 MOVE SPACES TO COL-REFRESH-DATE
                 MOVE SPACES TO COL-CONTACT-DATE
                 MOVE SPACES TO COL-CONTACT-BY
                 MOVE ZERO   TO COL-NOTE-LEN
                 MOVE SPACES TO COL-NOTE-TEXT
                 MOVE ZERO   TO COL-PROMISE-AMT
                 MOVE SPACES TO COL-PROMISE-DATE
                 MOVE SPACES TO COL-PROMISE-MADE
                 MOVE ZERO   TO COL-PROMISE-PAID
                 MOVE SPACE  TO COL-PROMISE-STATUS
                 MOVE SPACES TO COL-FOLLOWUP-DATE
                 EXEC SQL
                    INSERT INTO COLLECTIONS (C_NO, COLLECTOR,
                           QUEUE_RANK, OVERDUE_AMT, DAYS_LATE,
                           REFRESH_DATE, CONTACT_DATE, CONTACT_BY,
                           NOTE, PROMISE_AMT, PROMISE_DATE,
                           PROMISE_MADE, PROMISE_PAID,
                           PROMISE_STATUS, FOLLOWUP_DATE)
                    VALUES (:COL-C-NO, :COL-COLLECTOR,
                           :COL-QUEUE-RANK, :COL-OVERDUE-AMT,
                           :COL-DAYS-LATE, :COL-REFRESH-DATE,
                           :COL-CONTACT-DATE, :COL-CONTACT-BY,
                           :COL-NOTE, :COL-PROMISE-AMT,
                           :COL-PROMISE-DATE, :COL-PROMISE-MADE,
                           :COL-PROMISE-PAID, :COL-PROMISE-STATUS,
                           :COL-FOLLOWUP-DATE)
                 END-EXEC
                 IF SQLCODE NOT = ZERO
                    MOVE 'ERREUR INSERT COLLECTIONS' TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
                 END-IF
              WHEN +100
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO CNOCOC
                 MOVE 'CLIENT INTROUVABLE' TO MESS1COI
              WHEN OTHER
                 MOVE 'ERREUR SELECT CUSTOMERS' TO WS-ERR-MESS
                 PERFORM FIN-TOTALE
           END-EVALUATE.

       MISE-A-JOUR-SUIVI.
      *    IMAGES AVANT POUR LE JOURNAL D'AUDIT
           MOVE COL-NOTE-TEXT      TO WS-AUD-OLD-NOTE
           MOVE COL-FOLLOWUP-DATE  TO WS-AUD-OLD-FUP
           MOVE COL-COLLECTOR      TO WS-AUD-OLD-COLL
           MOVE COL-PROMISE-STATUS TO WS-OLD-STATUS
           MOVE COL-PROMISE-AMT    TO WS-OLD-PROM-AMT
           MOVE COL-PROMISE-DATE   TO WS-OLD-PROM-DATE
           MOVE SPACES TO WS-AUD-OLD-PROM
           IF COL-PROMISE-STATUS NOT = SPACE
              MOVE COL-PROMISE-AMT TO WS-AMT-NUM
              PERFORM FORMAT-MONTANT
              STRING
                   WS-AMT-OUT         DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   COL-PROMISE-DATE   DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   COL-PROMISE-STATUS DELIMITED BY SIZE
              INTO WS-AUD-OLD-PROM
           END-IF
      *    PROMESSE : NOUVELLE SI LE MONTANT OU LA DATE CHANGENT
      *    (OU SI AUCUNE N'EST EN COURS), ANNULEE SI UNE PROMESSE
      *    EN COURS EST EFFACEE
           MOVE PAMTCOI TO WS-AMT-IN
           PERFORM VERIF-MONTANT
           SET PROM-UNCHANGED TO TRUE
           IF WS-AMT-NUM > ZERO
              IF COL-PROMISE-STATUS NOT = 'P'
                 OR WS-AMT-NUM NOT = COL-PROMISE-AMT
                 OR PDATCOI NOT = COL-PROMISE-DATE
                 SET PROM-NEW TO TRUE
              END-IF
           ELSE
              IF COL-PROMISE-STATUS = 'P'
                 SET PROM-CANCELLED TO TRUE
              END-IF
           END-IF
           IF PROM-NEW AND PDATCOI < WS-TODAY
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO PDATCOC
              MOVE 'LA DATE PROMISE EST PASSEE !' TO MESS1COI
           ELSE
              PERFORM PREPARE-HOST-VARS
              PERFORM UPDATE-SUIVI
           END-IF.

       PREPARE-HOST-VARS.
           MOVE WS-TODAY   TO COL-CONTACT-DATE
           MOVE LOGIN-ZONE TO COL-CONTACT-BY
           MOVE NOTECOI    TO COL-NOTE-TEXT
           MOVE SPACES TO WS-LEN-FIELD
           MOVE NOTECOI TO WS-LEN-FIELD(1:60)
           MOVE 60 TO WS-LEN-MAX
           PERFORM CALC-LEN
           MOVE WS-LEN TO COL-NOTE-LEN
           MOVE FUPCOI TO COL-FOLLOWUP-DATE
           EVALUATE TRUE
              WHEN PROM-NEW
                 MOVE WS-AMT-NUM TO COL-PROMISE-AMT
                 MOVE PDATCOI    TO COL-PROMISE-DATE
                 MOVE WS-TODAY   TO COL-PROMISE-MADE
                 MOVE ZERO       TO COL-PROMISE-PAID
                 MOVE 'P'        TO COL-PROMISE-STATUS
              WHEN PROM-CANCELLED
                 MOVE SPACE      TO COL-PROMISE-STATUS
              WHEN COL-PROMISE-STATUS = 'B'
                 MOVE SPACE      TO COL-PROMISE-STATUS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
      *    COLLECTEUR : SAISI = REATTRIBUTION, SINON UN CLIENT NON
      *    ATTRIBUE EST PRIS PAR L'OPERATEUR
           IF COLLCOI NOT = SPACES
              MOVE COLLCOI TO COL-COLLECTOR
           ELSE
              IF COL-COLLECTOR = SPACES
                 MOVE LOGIN-ZONE TO COL-COLLECTOR
              END-IF
           END-IF.

       UPDATE-SUIVI.
           EXEC SQL
              UPDATE COLLECTIONS
                 SET COLLECTOR = :COL-COLLECTOR,
                     CONTACT_DATE = :COL-CONTACT-DATE,
                     CONTACT_BY = :COL-CONTACT-BY,
                     NOTE = :COL-NOTE,
                     PROMISE_AMT = :COL-PROMISE-AMT,
                     PROMISE_DATE = :COL-PROMISE-DATE,
                     PROMISE_MADE = :COL-PROMISE-MADE,
                     PROMISE_PAID = :COL-PROMISE-PAID,
                     PROMISE_STATUS = :COL-PROMISE-STATUS,
                     FOLLOWUP_DATE = :COL-FOLLOWUP-DATE
               WHERE C_NO = :COL-C-NO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                   PERFORM AUDIT-CONTACT
                   MOVE 'CONTACT ENREGISTRE' TO MESS1COI
                   MOVE DFHBLUE TO CNOCOC
                   IF COLLCOI = SPACES
                      MOVE COL-COLLECTOR TO COLLCOI
                   END-IF
              WHEN +100
                   MOVE 'CLIENT INTROUVABLE' TO MESS1COI
                   MOVE DFHRED TO CNOCOC
              WHEN OTHER
                   MOVE 'ERREUR UPDATE COLLECTIONS' TO WS-ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * AUDIT DU CONTACT : LA NOTE EST TOUJOURS       *
      * TRACEE (HISTORIQUE DES CONTACTS), LES AUTRES  *
      * CHAMPS SEULEMENT S'ILS ONT CHANGE             *
      *************************************************
       AUDIT-CONTACT.
           MOVE CNOCOI TO KEY-AUD
           IF NEW-ROW
              MOVE 'CREATION'      TO FIELD-AUD
              MOVE SPACES          TO OLDVAL-AUD
              MOVE CUS-COMPANY-TEXT TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           MOVE 'NOTE'                 TO FIELD-AUD
           MOVE WS-AUD-OLD-NOTE (1:30) TO OLDVAL-AUD
           MOVE COL-NOTE-TEXT (1:30)   TO NEWVAL-AUD
           PERFORM ECRITURE-AUDIT
           IF COL-NOTE-TEXT (31:30) NOT = SPACES
              OR WS-AUD-OLD-NOTE (31:30) NOT = SPACES
              MOVE 'NOTE-SUITE'            TO FIELD-AUD
              MOVE WS-AUD-OLD-NOTE (31:30) TO OLDVAL-AUD
              MOVE COL-NOTE-TEXT (31:30)   TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF COL-PROMISE-STATUS NOT = WS-OLD-STATUS
              OR COL-PROMISE-AMT NOT = WS-OLD-PROM-AMT
              OR COL-PROMISE-DATE NOT = WS-OLD-PROM-DATE
              MOVE SPACES TO WS-AUD-NEW-PROM
              IF COL-PROMISE-STATUS = SPACE
                 MOVE 'SOLDEE' TO WS-AUD-NEW-PROM
              ELSE
                 MOVE COL-PROMISE-AMT TO WS-AMT-NUM
                 PERFORM FORMAT-MONTANT
                 STRING
                      WS-AMT-OUT         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      COL-PROMISE-DATE   DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      COL-PROMISE-STATUS DELIMITED BY SIZE
                 INTO WS-AUD-NEW-PROM
              END-IF
              MOVE 'PROMESSE'      TO FIELD-AUD
              MOVE WS-AUD-OLD-PROM TO OLDVAL-AUD
              MOVE WS-AUD-NEW-PROM TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF COL-FOLLOWUP-DATE NOT = WS-AUD-OLD-FUP
              MOVE 'RAPPEL'          TO FIELD-AUD
              MOVE WS-AUD-OLD-FUP    TO OLDVAL-AUD
              MOVE COL-FOLLOWUP-DATE TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF COL-COLLECTOR NOT = WS-AUD-OLD-COLL
              MOVE 'COLLECTEUR'    TO FIELD-AUD
              MOVE WS-AUD-OLD-COLL TO OLDVAL-AUD
              MOVE COL-COLLECTOR   TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF.

       CALC-LEN.
           MOVE WS-LEN-MAX TO WS-LEN
           PERFORM UNTIL WS-LEN = ZERO
                      OR WS-LEN-FIELD(WS-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-LEN
           END-PERFORM.

       TOUCHE-INVALIDE.
           INITIALIZE MESS1COO MESS2COO
           MOVE 'TOUCHE INVALIDE !' TO MESS1COO
           MOVE DFHPINK TO MESS1COC.

       GESTION-TOUCHES.
      * RECUPERE LA TOUCHE PRESSEE
      * TOUCHE CLEAR
           INITIALIZE WS-MSG
           EVALUATE TRUE
              WHEN EIBAID = DFHCLEAR
                   MOVE 'BYE' TO WS-ERR-MESS
                   PERFORM FIN-TOTALE
              WHEN EIBAID = DFHENTER
                   PERFORM LECT-ECRAN
                   INITIALIZE MESS1COO MESS2COO
                   MOVE ZEROS TO PAGE-KEY-ZONE
                   PERFORM AFFICHE-FILE
                   IF CNOCOI NOT = SPACES
                      PERFORM CONSULTATION-CLIENT
                   END-IF
              WHEN EIBAID = DFHPF8
                   PERFORM LECT-ECRAN
                   INITIALIZE MESS1COO MESS2COO
                   PERFORM AFFICHE-FILE
              WHEN EIBAID = DFHPF5
                   PERFORM LECT-ECRAN
                   INITIALIZE MESS1COO MESS2COO
                   MOVE ZEROS TO PAGE-KEY-ZONE
                   PERFORM AFFICHE-FILE
                   PERFORM CONSULTATION-CLIENT
              WHEN EIBAID = DFHPF7
                   PERFORM CONTROLE-QUIESCE
                   PERFORM LECT-ECRAN
                   INITIALIZE MESS1COO MESS2COO
                   MOVE ZEROS TO PAGE-KEY-ZONE
                   PERFORM AFFICHE-FILE
                   INITIALIZE MESS1COO
                   PERFORM VERIF-SAISIE-CONTACT
                   IF ALL-ZONES-OK
                      PERFORM ENREGISTRE-CONTACT
                   END-IF
              WHEN OTHER
                   PERFORM TOUCHE-INVALIDE
           END-EVALUATE.

      *************************************************
      * FENETRE BATCH : LA CHAINE NOCTURNE LEVE LA    *
      * FICHE QUIESCE DE PARAMS1 PENDANT L'EXTRACTION *
      * POUR QU'AUCUNE MISE A JOUR NE COUPE LE        *
      * CURSEUR EN DEUX - L'ENREGISTREMENT DU CONTACT *
      * EST REFUSE, LA CONSULTATION DE LA FILE        *
      * CONTINUE                                      *
      *************************************************
       CONTROLE-QUIESCE.
           MOVE 'QUIESCE   ' TO OPR-KEY
           EXEC CICS
                READ DATASET ('PARAMS1')
                     INTO (OPR-ENR)
                     RIDFLD (OPR-KEY)
                     RESP (WS-CD-ERRQ)
           END-EXEC
           IF WS-CD-ERRQ = ZERO AND OPR-VALUE(1:1) = 'Y'
              MOVE 'BATCH EN COURS - MISES A JOUR SUSPENDUES'
                TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF.

      *************************************************
      * CONTROLE DU PROFIL D'AUTORISATION (ROLE-ZONE) *
      * AVANT TOUTE ACTION - LE MENU NE PROPOSE QUE   *
      * LES FONCTIONS PERMISES, MAIS C'EST ICI QUE LE *
      * REFUS FAIT FOI                                *
      *************************************************
       CONTROLE-AUTORISATION.
           IF ROLE-ADMIN-ZONE OR ROLE-SALES-ZONE
              CONTINUE
           ELSE
              MOVE 'FONCTION NON AUTORISEE POUR CE PROFIL'
                TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF.

      *************************************************
      * LIGNE AU JOURNAL COMMUN DES MAINTENANCES      *
      * (ESDS AUDITLG1, VOIR AUDITREC) : AVANT/APRES  *
      * DU CHAMP MODIFIE, OPERATEUR ET HORODATAGE     *
      *************************************************
       ECRITURE-AUDIT.
           MOVE LOGIN-ZONE TO OPERATOR-AUD
           MOVE EIBTRNID   TO TRANSID-AUD
           MOVE 'PGM1COL'  TO PROGRAM-AUD
           EXEC CICS ASKTIME
                 ABSTIME (WS-TEMPS)
           END-EXEC
           EXEC CICS
              FORMATTIME ABSTIME (WS-TEMPS)
              YYYYMMDD (DATE-AUD)
              TIME (TIME-AUD)
              TIMESEP(':')
           END-EXEC
           EXEC CICS
              WRITE DATASET ('AUDITLG1')
                    FROM (ENR-AUD)
                    RESP (WS-CD-ERR2)
           END-EXEC
           IF WS-CD-ERR2 NOT EQUAL ZERO
              MOVE 'ERREUR WRITE AUDITLG1' TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF.

        FIN-TOTALE.
           EXEC CICS
              SEND FROM (WS-ERR-MESS)
                   LENGTH (LENGTH OF WS-ERR-MESS)
                   WAIT
                   ERASE
              END-EXEC
              EXEC CICS    RETURN     END-EXEC.
