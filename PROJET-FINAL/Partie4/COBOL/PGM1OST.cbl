      * O_NO, AFFICHAGE DE L'ENTETE DE LA COMMANDE, *
      * DE CHAQUE LIGNE AVEC LES QUANTITES          *
      * COMMANDEE / EXPEDIEE / RETOURNEE / EN       *
      * RELIQUAT, DES EXPEDITIONS (SHIPMENTS) AVEC  *
      * LEUR PREUVE DE LIVRAISON (PODLOAD) ET DU    *
      * NUMERO DE FACTURE (INVOICES) SI LA COMMANDE *
      * EST FACTUREE. LE RELIQUAT EST LU DANS LE    *
      * KSDS BACKORD1 ALIMENTE PAR EXTRACTP, ET PAR *
      * LE QUAI (PGM1SHP) POUR LES MANQUANTS.       *
      **********************************************
       ENVIRONMENT DIVISION.
      **********************************************
       77 WS-ERR-MESS    PIC X(50) VALUE 'FIN NORMALE'.

       77 WS-MSG         PIC X(60).
       77 WS-DLV-TEXT    PIC X(19) VALUE SPACES.
       77 WS-LINE-IDX    PIC 9 VALUE 0.
       77 WS-SHIP-IDX    PIC 9 VALUE 0.
       77 WS-BKO-QTY     PIC S9(2)V USAGE COMP-3 VALUE 0.
           EXEC SQL
                DECLARE COSTSHP CURSOR
                FOR
                SELECT SHP_NO, P_NO, SHIP_DATE, QUANTITY,
                       TRACKING_NO, DLV_STATUS, DLV_DATE
                FROM SHIPMENTS
                WHERE O_NO = :ORD-O-NO
                ORDER BY SHP_NO

      *************************************************
      * QUANTITE EN RELIQUAT DE LA LIGNE, LUE DANS LE *
      * KSDS BACKORD1 (FICHE STATUT 'B', OU 'S' POUR  *
      * UN MANQUANT CONSTATE AU QUAI)                 *
      *************************************************
       LIRE-RELIQUAT.
           MOVE ZERO TO WS-BKO-QTY
                     RESP (WS-CD-ERR2)
           END-EXEC
           IF WS-CD-ERR2 = ZERO
              IF BKO-OPEN OR BKO-DOCK-SHORT
                 MOVE BKO-QTY TO WS-BKO-QTY
              END-IF
           END-IF.
           EXEC SQL
              FETCH COSTSHP
              INTO :SHP-SHP-NO, :SHP-P-NO, :SHP-SHIP-DATE,
                   :SHP-QUANTITY, :SHP-TRACKING-NO, :SHP-DLV-STATUS,
                   :SHP-DLV-DATE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
                      OR WS-SHIP-IDX >= 2
              ADD 1 TO WS-SHIP-IDX
              MOVE SHP-QUANTITY TO E-SHIP-QTY
              PERFORM STATUT-LIVRAISON
              MOVE SPACES TO WS-MSG
              STRING
                   'EXP '         DELIMITED BY SIZE
                   SHP-SHP-NO     DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   SHP-SHIP-DATE  DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   SHP-P-NO       DELIMITED BY SIZE
                   ' X'           DELIMITED BY SIZE
                   E-SHIP-QTY     DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WS-DLV-TEXT    DELIMITED BY SIZE
              INTO WS-MSG
              IF WS-SHIP-IDX = 1
                 MOVE WS-MSG TO S1OSI
              EXEC SQL
                 FETCH COSTSHP
                 INTO :SHP-SHP-NO, :SHP-P-NO, :SHP-SHIP-DATE,
                      :SHP-QUANTITY, :SHP-TRACKING-NO,
                      :SHP-DLV-STATUS, :SHP-DLV-DATE
              END-EXEC
           END-PERFORM
           EXEC SQL
              CLOSE COSTSHP
           END-EXEC.

      *************************************************
      * PREUVE DE LIVRAISON DU TRANSPORTEUR (PODLOAD) *
      * - RIEN A ATTENDRE SANS NUMERO DE SUIVI        *
      *************************************************
       STATUT-LIVRAISON.
           MOVE SPACES TO WS-DLV-TEXT
           EVALUATE TRUE
              WHEN SHP-TRACKING-NO = SPACES
                 CONTINUE
              WHEN SHP-DLV-STATUS = 'D'
                 STRING 'LIVRE '     DELIMITED BY SIZE
                        SHP-DLV-DATE DELIMITED BY SIZE
                 INTO WS-DLV-TEXT
              WHEN SHP-DLV-STATUS = 'R'
                 STRING 'REFUSE '    DELIMITED BY SIZE
                        SHP-DLV-DATE DELIMITED BY SIZE
                 INTO WS-DLV-TEXT
              WHEN SHP-DLV-STATUS = 'A'
                 STRING 'AVARIE '    DELIMITED BY SIZE
                        SHP-DLV-DATE DELIMITED BY SIZE
                 INTO WS-DLV-TEXT
              WHEN SHP-DLV-STATUS = 'E'
                 STRING 'INCIDENT '  DELIMITED BY SIZE
                        SHP-DLV-DATE DELIMITED BY SIZE
                 INTO WS-DLV-TEXT
              WHEN OTHER
                 MOVE 'EN TRANSIT' TO WS-DLV-TEXT
           END-EVALUATE.

      *************************************************
      * LA FACTURE DE LA COMMANDE, SI ELLE EXISTE     *
      *************************************************
