       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM1SHP.
      **********************************************
      * CONFIRMATION D'EXPEDITION EN LIGNE PAR LE   *
      * QUAI : LE PREPARATEUR RAPPELLE UN DOCUMENT  *
      * DE PRELEVEMENT (PICKLIST, KSDS PICKDOC1)    *
      * PAR SON NUMERO (ENTREE) ET VOIT CHAQUE      *
      * LIGNE AVEC SON EMPLACEMENT (BIN_LOC), LA    *
      * QUANTITE A PRELEVER ET CE QUI EST DEJA      *
      * PARTI. IL CORRIGE LES QUANTITES PRELEVEES   *
      * ET LES LOTS, SAISIT TRANSPORTEUR ET NUMERO  *
      * DE SUIVI ET CONFIRME (PF5) : CHAQUE LIGNE   *
      * PRELEVEE PASSE LES MEMES ECRITURES QUE      *
      * SHIPORD - SHIPMENTS (COMPTEUR SHPNUM DE     *
      * SHPCTR1), ITEMS.SHIPPED_QTY, SORTIE DE      *
      * STOCK PRODUCTS/WHSE_STOCK/STOCK_MOVES DU    *
      * DEPOT DU DOCUMENT AVEC EXPLOSION DES KITS   *
      * (KITBOM1) ET LIBERATION DE L'ALLOCATION     *
      * (STKALLOC). UNE LIGNE INCOMPLETE EST UN     *
      * MANQUANT : RELIQUAT 'S' DANS BACKORD1, VU   *
      * AUSSITOT PAR LE SUIVI DE COMMANDE (PGM1OST),*
      * ET LA LIGNE RESTE OUVERTE SUR LE DOCUMENT   *
      * POUR L'EXPEDITION DU RESTE. LES LIGNES EN   *
      * LIVRAISON DIRECTE NE PASSENT PAS AU QUAI.   *
      * RESERVE AUX PROFILS ENTREPOT ET             *
      * ADMINISTRATEUR.                             *
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
       COPY MS1SHP.
      **********************************************
      * DESCRIPTION DES FICHIERS                   *
      **********************************************
       COPY PICKDOC.
       COPY BACKORD.
       COPY KITBOM.
       01 SHPCTR-REC.
          05 CTR-KEY       PIC X(6).
          05 CTR-VALUE     PIC 9(9).
      **********************************************
      * DESCRIPTION DES TABLES                     *
      **********************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE ORD
           END-EXEC

           EXEC SQL
               INCLUDE ITE
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE SHP
           END-EXEC

           EXEC SQL
               INCLUDE SMV
           END-EXEC

           EXEC SQL
               INCLUDE WST
           END-EXEC

       COPY ZONE.

       77 WS-TEMPS       PIC S9(15) COMP-3.
       77 WS-CD-ERR      PIC 99.
       77 WS-CD-ERR2     PIC 99.
       77 WS-ERR-MESS    PIC X(50) VALUE 'FIN NORMALE'.
       77 WS-CD-ERRQ     PIC 99.
       COPY PARAMREC.

       77 WS-MSG         PIC X(60).
       77 WS-TODAY       PIC X(10).
       77 WS-TIME-TXT    PIC X(8).

      *************************************************
      * DOCUMENT AFFICHE : LE NUMERO EST GARDE DANS   *
      * PAGE-KEY-ZONE - PF5 NE CONFIRME QUE LE        *
      * DOCUMENT QUI EST A L'ECRAN                    *
      *************************************************
       77 WS-PICK-NO     PIC 9(7) VALUE ZERO.
       77 WS-DOC-FOUND   PIC X VALUE 'N'.
       77 WS-LINE-IDX    PIC 99 VALUE ZERO.

      *************************************************
      * SAISIE DU QUAI PAR LIGNE : QUANTITE PRELEVEE  *
      * (UNITES DE STOCK) ET LOT                      *
      *************************************************
       01 WS-CONF-LINES.
          05 WS-CONF-LINE OCCURS 10 TIMES.
             10 WCL-QTY        PIC S9(2)V USAGE COMP-3.
             10 WCL-LOT-NO     PIC X(10).

      *************************************************
      * EXPEDITION D'UNE LIGNE (MEMES ECRITURES QUE   *
      * SHIPORD)                                      *
      *************************************************
       77 WS-REQ-QTY     PIC S9(2)V USAGE COMP-3 VALUE ZERO.
       77 WS-TO-SHIP     PIC S9(2)V USAGE COMP-3 VALUE ZERO.
       77 WS-SHORT-QTY   PIC S9(2)V USAGE COMP-3 VALUE ZERO.
       77 WS-SHP-NO      PIC 9(9) VALUE ZERO.
       77 WS-SHIP-WHSE   PIC X(2) VALUE SPACES.
       77 WS-WHS-QTY     PIC S9(5)V USAGE COMP-3 VALUE ZERO.
       77 WS-SHIPPED-LINES PIC 99 VALUE ZERO.
       77 WS-SHORT-LINES PIC 99 VALUE ZERO.

      *************************************************
      * KITS : CHAQUE COMPOSANT (KITBOM1) SORT SON    *
      * PROPRE STOCK, JAMAIS LE KIT LUI-MEME          *
      *************************************************
       77 WS-KIT-IS-KIT  PIC X VALUE 'N'.
       77 WS-KIT-BROWSE  PIC X VALUE 'N'.
       77 WS-COMP-QTY    PIC S9(5)V USAGE COMP-3 VALUE ZERO.
       77 FF-KIT         PIC 9 VALUE ZERO.

      *************************************************
      * LIBERATION DE L'ALLOCATION DE LA LIGNE        *
      * EXPEDIEE (VOIR STKALLP.CPY)                   *
      *************************************************
       COPY STKALLP.

      *************************************************
      * VARIABLES AFFICHAGE                           *
      *************************************************
       01 E-O-NO         PIC 9(4).
       01 E-C-NO         PIC 9(5).
       01 E-QTY          PIC Z9.
       01 E-DONE-QTY     PIC Z9.
       01 E-COUNT        PIC Z9.
       01 E-SHORT        PIC Z9.
       01 WS-QTY-IN      PIC 9(2).
       01 WS-LINE-STATE  PIC X(3).

      *************************************************
      * VARIABLES POUR VERIFIER LA SAISIE             *
      *************************************************
       01 FILLER PIC 9.
          88 ALL-ZONES-OK  VALUE 0.
          88 MANQUE-ZONE   VALUE 1.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(70).

       PROCEDURE DIVISION USING DFHCOMMAREA.

            EVALUATE EIBTRNID
                WHEN 'T1EI'
                     IF EIBCALEN = ZERO
                            MOVE 'NON AUTHENTIFIE!'
                              TO WS-ERR-MESS
                            PERFORM FIN-TOTALE
                     ELSE
                            MOVE DFHCOMMAREA TO ZONE
                            PERFORM CONTROLE-AUTORISATION
                            PERFORM CONTROLE-QUIESCE
                            IF LOGGED AND PREV-PGM = 'PGM1LOG'
                               MOVE ZEROS TO PAGE-KEY-ZONE
                               MOVE LOW-VALUE TO MAP1SHPO
                               PERFORM ENVOI-ECRAN
                            END-IF
                            PERFORM GESTION-TOUCHES
                     END-IF
                WHEN OTHER
                     MOVE LOW-VALUE TO MAP1SHPO
            END-EVALUATE
            PERFORM ENVOI-ECRAN.
      *************************************************
      * PARAGRAPHES                                   *
      *************************************************
       ENVOI-ECRAN.
            MOVE 'CONFIRMATION EXPEDITION' TO LIBMAPSHO
            EXEC CICS ASKTIME
                  ABSTIME (WS-TEMPS)
            END-EXEC

            EXEC CICS
               FORMATTIME ABSTIME (WS-TEMPS)
               DDMMYY (DATEJSHO)
               DATESEP('/')
               TIME (HEURESHO)
               TIMESEP(':')
            END-EXEC

            EXEC CICS
              SEND MAP('MAP1SHP')
                   MAPSET('MS1SHP')
                   FROM (MAP1SHPO)
                   RESP (WS-CD-ERR)
                   ERASE
                   CURSOR
            END-EXEC

            IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                         MOVE 'ERR SEND' TO WS-ERR-MESS
                         PERFORM FIN-TOTALE
            END-IF
            MOVE 'PGM1SHP' TO PREV-PGM

            EXEC CICS
                 RETURN TRANSID ('T1EI')
                 COMMAREA (ZONE)
                 LENGTH (LENGTH OF ZONE)
            END-EXEC
            .

       LECT-ECRAN.
            EXEC CICS
                 RECEIVE MAP ('MAP1SHP')
                         MAPSET ('MS1SHP')
                         RESP (WS-CD-ERR)
            END-EXEC

            IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                         MOVE 'ERR RECE' TO WS-ERR-MESS
                         PERFORM FIN-TOTALE
            END-IF.

       HORODATAGE.
           EXEC CICS ASKTIME
                 ABSTIME (WS-TEMPS)
           END-EXEC
           EXEC CICS
              FORMATTIME ABSTIME (WS-TEMPS)
              YYYYMMDD (WS-TODAY)
              DATESEP('-')
              TIME (WS-TIME-TXT)
              TIMESEP(':')
           END-EXEC.

      *************************************************
      * ENTREE : RAPPEL DU DOCUMENT SAISI             *
      *************************************************
       TRAIT-SAISIE.
           INITIALIZE MESS1SHO MESS2SHO
           INSPECT PNOSHI REPLACING ALL '_' BY SPACES
           MOVE ZEROS TO PAGE-KEY-ZONE
           IF PNOSHI = SPACES OR PNOSHI IS NOT NUMERIC
              MOVE DFHRED TO PNOSHC
              MOVE 'NUMERO DE DOCUMENT OBLIGATOIRE (7 CHIFFRES) !'
                TO MESS1SHI
              PERFORM EFFACE-DOCUMENT
           ELSE
              PERFORM LECTURE-DOCUMENT
              IF WS-DOC-FOUND = 'Y'
                 PERFORM AFFICHE-DOCUMENT
                 MOVE PKD-PICK-NO TO PAGE-KEY-ZONE
                 IF PKD-CONFIRMED
                    MOVE 'DOCUMENT DEJA SOLDE' TO MESS1SHI
                 ELSE
                    MOVE 'CORRIGER LES QUANTITES PUIS PF5 = CONFIRMER'
                      TO MESS1SHI
                 END-IF
              ELSE
                 PERFORM EFFACE-DOCUMENT
              END-IF
           END-IF.

      *************************************************
      * LECTURE DU DOCUMENT DE PRELEVEMENT PNOSHI     *
      *************************************************
       LECTURE-DOCUMENT.
           MOVE 'N' TO WS-DOC-FOUND
           MOVE PNOSHI TO WS-PICK-NO
           MOVE WS-PICK-NO TO PKD-PICK-NO
           EXEC CICS
                READ DATASET ('PICKDOC1')
                     INTO (PKD-ENR)
                     RIDFLD (PKD-PICK-NO)
                     RESP (WS-CD-ERR)
           END-EXEC
           EVALUATE WS-CD-ERR
               WHEN ZERO
                    MOVE 'Y' TO WS-DOC-FOUND
               WHEN 13
                    MOVE DFHRED TO PNOSHC
                    MOVE 'DOCUMENT DE PRELEVEMENT INTROUVABLE'
                      TO MESS1SHI
               WHEN OTHER
                    MOVE 'ERREUR READ PICKDOC1' TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * AFFICHAGE DU DOCUMENT : ENTETE, PUIS CHAQUE   *
      * LIGNE - EMPLACEMENT, PRODUIT, A PRELEVER,     *
      * DEJA EXPEDIE, ETAT - AVEC LE RESTANT PROPOSE  *
      * COMME QUANTITE PRELEVEE                       *
      *************************************************
       AFFICHE-DOCUMENT.
           PERFORM LECTURE-CLIENT
           MOVE PKD-O-NO TO E-O-NO
           MOVE ORD-C-NO TO E-C-NO
           MOVE SPACES TO WS-MSG
           STRING
                'COMMANDE '   DELIMITED BY SIZE
                E-O-NO        DELIMITED BY SIZE
                '  CLIENT '   DELIMITED BY SIZE
                E-C-NO        DELIMITED BY SIZE
                '  DEPOT '    DELIMITED BY SIZE
                PKD-WHSE      DELIMITED BY SIZE
                '  DU '       DELIMITED BY SIZE
                PKD-PICK-DATE DELIMITED BY SIZE
           INTO WS-MSG
           IF PKD-PRIORITY = 'R'
              MOVE 'URGENT' TO WS-MSG(54:6)
           END-IF
           MOVE WS-MSG TO HDRSHI
           MOVE PKD-CARRIER  TO CARRSHI
           MOVE PKD-TRACKING TO TRKSHI
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 10
              IF WS-LINE-IDX > PKD-LINE-COUNT
                 MOVE SPACES TO LINSHI (WS-LINE-IDX)
                                QTYSHI (WS-LINE-IDX)
                                LOTSHI (WS-LINE-IDX)
              ELSE
                 PERFORM AFFICHE-LIGNE
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN PKD-OPEN
                 MOVE 'DOCUMENT OUVERT - RIEN DE CONFIRME' TO MESS2SHI
              WHEN OTHER
                 MOVE SPACES TO WS-MSG
                 STRING
                      'CONFIRME LE '    DELIMITED BY SIZE
                      PKD-CONF-DATE     DELIMITED BY SIZE
                      ' PAR '           DELIMITED BY SIZE
                      PKD-CONF-BY       DELIMITED BY SIZE
                 INTO WS-MSG
                 IF PKD-PARTIAL
                    MOVE '- MANQUANTS A EXPEDIER' TO WS-MSG(34:22)
                 END-IF
                 MOVE WS-MSG TO MESS2SHI
           END-EVALUATE.

      *************************************************
      * CLIENT DE LA COMMANDE DU DOCUMENT             *
      *************************************************
       LECTURE-CLIENT.
           MOVE PKD-O-NO TO ORD-O-NO
           MOVE ZERO TO ORD-C-NO
           EXEC SQL
              SELECT C_NO
                INTO :ORD-C-NO
                FROM ORDERS
               WHERE O_NO = :ORD-O-NO
           END-EXEC
           IF SQLCODE < ZERO
              MOVE 'ERREUR SQL ORDERS' TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF.

       AFFICHE-LIGNE.
           MOVE PKD-O-NO TO ITE-O-NO
           MOVE PKD-P-NO (WS-LINE-IDX) TO ITE-P-NO
           MOVE PKD-P-NO (WS-LINE-IDX) TO PRO-P-NO
           MOVE SPACES TO PRO-DESCRIPTION-TEXT
           EXEC SQL
              SELECT DESCRIPTION
                INTO :PRO-DESCRIPTION
                FROM PRODUCTS
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SPACES TO PRO-DESCRIPTION-TEXT
           END-IF
           MOVE 'N' TO ITE-DROP-SHIP
           EXEC SQL
              SELECT DROP_SHIP
                INTO :ITE-DROP-SHIP
                FROM ITEMS
               WHERE O_NO = :ITE-O-NO
                 AND P_NO = :ITE-P-NO
           END-EXEC
           IF SQLCODE < ZERO
              MOVE 'ERREUR SQL ITEMS' TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF
           COMPUTE WS-TO-SHIP = PKD-QTY (WS-LINE-IDX)
                              - PKD-SHIPPED-QTY (WS-LINE-IDX)
           EVALUATE TRUE
              WHEN PKD-LINE-DONE (WS-LINE-IDX)
                 MOVE 'OK ' TO WS-LINE-STATE
                 MOVE ZERO  TO WS-TO-SHIP
              WHEN PKD-LINE-DROP (WS-LINE-IDX) OR ITE-DROP-SHIP = 'Y'
                 MOVE 'DIR' TO WS-LINE-STATE
                 MOVE ZERO  TO WS-TO-SHIP
              WHEN PKD-LINE-SHORT (WS-LINE-IDX)
                 MOVE 'MQ ' TO WS-LINE-STATE
              WHEN OTHER
                 MOVE SPACES TO WS-LINE-STATE
           END-EVALUATE
           MOVE PKD-QTY (WS-LINE-IDX)         TO E-QTY
           MOVE PKD-SHIPPED-QTY (WS-LINE-IDX) TO E-DONE-QTY
           MOVE SPACES TO WS-MSG
           STRING
                PKD-BIN-LOC (WS-LINE-IDX)    DELIMITED BY SIZE
                ' '                          DELIMITED BY SIZE
                PKD-P-NO (WS-LINE-IDX)       DELIMITED BY SIZE
                ' '                          DELIMITED BY SIZE
                PRO-DESCRIPTION-TEXT (1:18)  DELIMITED BY SIZE
                ' '                          DELIMITED BY SIZE
                E-QTY                        DELIMITED BY SIZE
                ' '                          DELIMITED BY SIZE
                E-DONE-QTY                   DELIMITED BY SIZE
                ' '                          DELIMITED BY SIZE
                WS-LINE-STATE                DELIMITED BY SIZE
           INTO WS-MSG
           MOVE WS-MSG TO LINSHI (WS-LINE-IDX)
           IF WS-TO-SHIP > ZERO
              MOVE WS-TO-SHIP TO WS-QTY-IN
              MOVE WS-QTY-IN  TO QTYSHI (WS-LINE-IDX)
           ELSE
              MOVE SPACES     TO QTYSHI (WS-LINE-IDX)
           END-IF
           MOVE PKD-LOT-NO (WS-LINE-IDX) TO LOTSHI (WS-LINE-IDX).

       EFFACE-DOCUMENT.
           MOVE SPACES TO HDRSHI CARRSHI TRKSHI
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 10
              MOVE SPACES TO LINSHI (WS-LINE-IDX)
                             QTYSHI (WS-LINE-IDX)
                             LOTSHI (WS-LINE-IDX)
           END-PERFORM.

      *************************************************
      * PF5 : CONFIRMATION DU DOCUMENT AFFICHE - TOUT *
      * EST CONTROLE AVANT LA PREMIERE ECRITURE       *
      *************************************************
       CONFIRME-DOCUMENT.
           INITIALIZE MESS1SHO MESS2SHO
           INSPECT PNOSHI REPLACING ALL '_' BY SPACES
           INSPECT CARRSHI REPLACING ALL '_' BY SPACES
           INSPECT TRKSHI REPLACING ALL '_' BY SPACES
           SET ALL-ZONES-OK TO TRUE
           IF PNOSHI = SPACES OR PNOSHI IS NOT NUMERIC
              SET MANQUE-ZONE TO TRUE
           ELSE
              MOVE PNOSHI TO WS-PICK-NO
              IF PAGE-KEY-ZONE = ZERO OR WS-PICK-NO NOT = PAGE-KEY-ZONE
                 SET MANQUE-ZONE TO TRUE
              END-IF
           END-IF
           IF MANQUE-ZONE
              MOVE DFHRED TO PNOSHC
              MOVE 'AFFICHER LE DOCUMENT (ENTREE) AVANT DE CONFIRMER !'
                TO MESS1SHI
           ELSE
              PERFORM LECTURE-DOCUMENT
              IF WS-DOC-FOUND = 'N'
                 SET MANQUE-ZONE TO TRUE
              ELSE
              IF PKD-CONFIRMED
                 SET MANQUE-ZONE TO TRUE
                 MOVE 'DOCUMENT DEJA SOLDE' TO MESS1SHI
              END-IF
              END-IF
           END-IF
           IF ALL-ZONES-OK AND CARRSHI = SPACES
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO CARRSHC
              MOVE 'TRANSPORTEUR OBLIGATOIRE !' TO MESS1SHI
           END-IF
           IF ALL-ZONES-OK
              PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                      UNTIL WS-LINE-IDX > PKD-LINE-COUNT
                 PERFORM VERIF-LIGNE
              END-PERFORM
           END-IF
           IF ALL-ZONES-OK
              PERFORM TRAITE-CONFIRMATION
              PERFORM AFFICHE-DOCUMENT
           END-IF.

      *************************************************
      * CONTROLE D'UNE LIGNE : QUANTITE NUMERIQUE,    *
      * PAS PLUS QUE LE RESTANT DU DOCUMENT NI QUE CE *
      * QUI RESTE A EXPEDIER SUR LA LIGNE DE COMMANDE *
      * (UNE CARTE SHIPORD A PU PASSER ENTRE-TEMPS)   *
      *************************************************
       VERIF-LIGNE.
           INSPECT QTYSHI (WS-LINE-IDX) REPLACING ALL '_' BY SPACES
           INSPECT LOTSHI (WS-LINE-IDX) REPLACING ALL '_' BY SPACES
           MOVE ZERO TO WCL-QTY (WS-LINE-IDX)
           MOVE LOTSHI (WS-LINE-IDX) TO WCL-LOT-NO (WS-LINE-IDX)
           IF PKD-LINE-DONE (WS-LINE-IDX)
              OR PKD-LINE-DROP (WS-LINE-IDX)
              OR QTYSHI (WS-LINE-IDX) = SPACES
              CONTINUE
           ELSE
              IF QTYSHI (WS-LINE-IDX) IS NOT NUMERIC
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO QTYSHC (WS-LINE-IDX)
                 MOVE 'QUANTITE PRELEVEE NUMERIQUE (2 CHIFFRES) !'
                   TO MESS1SHI
              ELSE
                 MOVE QTYSHI (WS-LINE-IDX) TO WS-QTY-IN
                 MOVE WS-QTY-IN TO WCL-QTY (WS-LINE-IDX)
                 PERFORM VERIF-QTE-LIGNE
              END-IF
           END-IF.

       VERIF-QTE-LIGNE.
           COMPUTE WS-TO-SHIP = PKD-QTY (WS-LINE-IDX)
                              - PKD-SHIPPED-QTY (WS-LINE-IDX)
           IF WCL-QTY (WS-LINE-IDX) > WS-TO-SHIP
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO QTYSHC (WS-LINE-IDX)
              MOVE 'QUANTITE PRELEVEE > QUANTITE A PRELEVER !'
                TO MESS1SHI
           END-IF
           IF ALL-ZONES-OK AND WCL-QTY (WS-LINE-IDX) > ZERO
              PERFORM LECTURE-LIGNE-COMMANDE
              IF ITE-DROP-SHIP = 'Y'
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO QTYSHC (WS-LINE-IDX)
                 MOVE 'LIVRAISON DIRECTE : EXPEDIEE PAR LE FOURNISSEUR'
                   TO MESS1SHI
              ELSE
                 IF ITE-SHIPPED-QTY + WCL-QTY (WS-LINE-IDX)
                    > ITE-QUANTITY
                    SET MANQUE-ZONE TO TRUE
                    MOVE DFHRED TO QTYSHC (WS-LINE-IDX)
                    MOVE 'QUANTITE > RESTANT A EXPEDIER SUR LA COMMANDE'
                      TO MESS1SHI
                 END-IF
              END-IF
           END-IF.

       LECTURE-LIGNE-COMMANDE.
           MOVE PKD-O-NO TO ITE-O-NO
           MOVE PKD-P-NO (WS-LINE-IDX) TO ITE-P-NO
           EXEC SQL
              SELECT QUANTITY, SHIPPED_QTY, DROP_SHIP
                INTO :ITE-QUANTITY, :ITE-SHIPPED-QTY, :ITE-DROP-SHIP
                FROM ITEMS
               WHERE O_NO = :ITE-O-NO
                 AND P_NO = :ITE-P-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
      *        LIGNE SUPPRIMEE DEPUIS L'IMPRESSION : PLUS RIEN A
      *        EXPEDIER, TRAITEE COMME UNE LIGNE SOLDEE
               WHEN +100
                    MOVE ZERO TO ITE-QUANTITY ITE-SHIPPED-QTY
                    MOVE 'N'  TO ITE-DROP-SHIP
               WHEN OTHER
                    MOVE 'ERREUR SQL ITEMS' TO WS-ERR-MESS
                    PERFORM ANNULE-ET-TERMINE
           END-EVALUATE.

      *************************************************
      * ECRITURES DE LA CONFIRMATION : LIGNE PAR      *
      * LIGNE, PUIS LE DOCUMENT MIS A JOUR            *
      *************************************************
       TRAITE-CONFIRMATION.
           PERFORM HORODATAGE
           MOVE WS-PICK-NO TO PKD-PICK-NO
           EXEC CICS
                READ DATASET ('PICKDOC1')
                     INTO (PKD-ENR)
                     RIDFLD (PKD-PICK-NO)
                     UPDATE
                     RESP (WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = ZERO
              MOVE 'ERREUR READ PICKDOC1' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           PERFORM LECTURE-CLIENT
           MOVE PKD-WHSE TO WS-SHIP-WHSE
           IF WS-SHIP-WHSE = SPACES
              MOVE '01' TO WS-SHIP-WHSE
           END-IF
           MOVE ZERO TO WS-SHIPPED-LINES WS-SHORT-LINES
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > PKD-LINE-COUNT
              IF PKD-LINE-DONE (WS-LINE-IDX)
                 OR PKD-LINE-DROP (WS-LINE-IDX)
                 CONTINUE
              ELSE
                 PERFORM CONFIRME-LIGNE
              END-IF
           END-PERFORM
           IF WS-SHORT-LINES = ZERO
              SET PKD-CONFIRMED TO TRUE
           ELSE
              SET PKD-PARTIAL TO TRUE
           END-IF
           MOVE WS-TODAY   TO PKD-CONF-DATE
           MOVE LOGIN-ZONE TO PKD-CONF-BY
           MOVE CARRSHI    TO PKD-CARRIER
           MOVE TRKSHI     TO PKD-TRACKING
           EXEC CICS
                REWRITE DATASET ('PICKDOC1')
                        FROM (PKD-ENR)
                        RESP (WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT = ZERO
              MOVE 'ERREUR REWRITE PICKDOC1' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           MOVE WS-SHIPPED-LINES TO E-COUNT
           MOVE WS-SHORT-LINES   TO E-SHORT
           MOVE SPACES TO WS-MSG
           STRING
                'CONFIRME : '        DELIMITED BY SIZE
                E-COUNT              DELIMITED BY SIZE
                ' LIGNE(S) EXPEDIEE(S), ' DELIMITED BY SIZE
                E-SHORT              DELIMITED BY SIZE
                ' MANQUANT(S)'       DELIMITED BY SIZE
           INTO WS-MSG
           MOVE WS-MSG TO MESS1SHI.

      *************************************************
      * UNE LIGNE : EXPEDITION DE LA QUANTITE         *
      * PRELEVEE, PUIS MANQUANT SIGNALE OU SOLDE      *
      *************************************************
       CONFIRME-LIGNE.
           PERFORM LECTURE-LIGNE-COMMANDE
           IF ITE-DROP-SHIP = 'Y'
              SET PKD-LINE-DROP (WS-LINE-IDX) TO TRUE
           ELSE
      *       RESTE EXPEDIE PAR UNE CARTE SHIPORD : RIEN A SORTIR
              IF ITE-SHIPPED-QTY >= ITE-QUANTITY
                 SET PKD-LINE-DONE (WS-LINE-IDX) TO TRUE
                 PERFORM SOLDE-MANQUANT
              ELSE
                 MOVE WCL-QTY (WS-LINE-IDX) TO WS-REQ-QTY
                 IF WS-REQ-QTY > ZERO
                    PERFORM GET-NEXT-SHP-NO
                    PERFORM RECORD-SHIPMENT
                    PERFORM UPDATE-SHIPPED-QTY
                    PERFORM RELIEVE-STOCK
                    PERFORM RELEASE-ALLOCATION
                    ADD WS-REQ-QTY TO PKD-SHIPPED-QTY (WS-LINE-IDX)
                    MOVE WS-SHP-NO TO PKD-SHP-NO (WS-LINE-IDX)
                    MOVE WCL-LOT-NO (WS-LINE-IDX)
                      TO PKD-LOT-NO (WS-LINE-IDX)
                    ADD 1 TO WS-SHIPPED-LINES
                 END-IF
                 COMPUTE WS-SHORT-QTY = PKD-QTY (WS-LINE-IDX)
                                      - PKD-SHIPPED-QTY (WS-LINE-IDX)
                 IF WS-SHORT-QTY > ZERO
                    SET PKD-LINE-SHORT (WS-LINE-IDX) TO TRUE
                    ADD 1 TO WS-SHORT-LINES
                    PERFORM SIGNALE-MANQUANT
                 ELSE
                    SET PKD-LINE-DONE (WS-LINE-IDX) TO TRUE
                    PERFORM SOLDE-MANQUANT
                 END-IF
              END-IF
           END-IF.

      *************************************************
      * INCREMENT ET LECTURE DU PROCHAIN NUMERO       *
      * D'EXPEDITION (COMPTEUR SHPNUM COMMUN AVEC     *
      * SHIPORD)                                      *
      *************************************************
       GET-NEXT-SHP-NO.
           MOVE 'SHPNUM' TO CTR-KEY
           EXEC CICS
                READ DATASET ('SHPCTR1')
                     INTO (SHPCTR-REC)
                     RIDFLD (CTR-KEY)
                     UPDATE
                     RESP (WS-CD-ERR2)
           END-EXEC
           IF WS-CD-ERR2 NOT = ZERO
              MOVE 'ERREUR READ SHPCTR1' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           ADD 1 TO CTR-VALUE
           EXEC CICS
                REWRITE DATASET ('SHPCTR1')
                        FROM (SHPCTR-REC)
                        RESP (WS-CD-ERR2)
           END-EXEC
           IF WS-CD-ERR2 NOT = ZERO
              MOVE 'ERREUR REWRITE SHPCTR1' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           MOVE CTR-VALUE TO WS-SHP-NO.

      *************************************************
      * LIGNE D'EXPEDITION DANS SHIPMENTS             *
      *************************************************
       RECORD-SHIPMENT.
           MOVE WS-SHP-NO       TO SHP-SHP-NO
           MOVE ITE-O-NO        TO SHP-O-NO
           MOVE ITE-P-NO        TO SHP-P-NO
           MOVE WS-TODAY        TO SHP-SHIP-DATE
           MOVE WS-REQ-QTY      TO SHP-QUANTITY
           MOVE CARRSHI         TO SHP-CARRIER
           MOVE TRKSHI          TO SHP-TRACKING-NO
           MOVE WCL-LOT-NO (WS-LINE-IDX) TO SHP-LOT-NO
           EXEC SQL
              INSERT INTO SHIPMENTS (SHP_NO, O_NO, P_NO, SHIP_DATE,
                     QUANTITY, CARRIER, TRACKING_NO, LOT_NO)
              VALUES (:SHP-SHP-NO, :SHP-O-NO, :SHP-P-NO,
                      :SHP-SHIP-DATE, :SHP-QUANTITY,
                      :SHP-CARRIER, :SHP-TRACKING-NO, :SHP-LOT-NO)
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'ERREUR INSERT SHIPMENTS' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF.

      *************************************************
      * CUMUL DE LA QUANTITE EXPEDIEE SUR LA LIGNE    *
      *************************************************
       UPDATE-SHIPPED-QTY.
           EXEC SQL
              UPDATE ITEMS
                 SET SHIPPED_QTY = SHIPPED_QTY + :WS-REQ-QTY
               WHERE O_NO = :ITE-O-NO
                 AND P_NO = :ITE-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'ERREUR UPDATE ITEMS' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF.

      *************************************************
      * SORTIE DE STOCK DU DEPOT DU DOCUMENT : LIGNE  *
      * KIT = SES COMPOSANTS, SINON LE PRODUIT        *
      *************************************************
       RELIEVE-STOCK.
           MOVE 'N' TO WS-KIT-IS-KIT
           PERFORM RELIEVE-KIT-COMPONENTS
           IF WS-KIT-IS-KIT = 'N'
              MOVE ITE-P-NO   TO SMV-P-NO
              MOVE WS-REQ-QTY TO WS-COMP-QTY
              PERFORM RELIEVE-PRODUCT-STOCK
           END-IF.

      *************************************************
      * COMPOSANTS DU KIT (KITBOM1, CLE P_NO + RANG) -*
      * FICHIER ABSENT OU KIT INCONNU = PAS DE KIT    *
      *************************************************
       RELIEVE-KIT-COMPONENTS.
           MOVE 'N' TO WS-KIT-BROWSE
           MOVE ZERO TO FF-KIT
           MOVE ITE-P-NO TO KIT-P-NO
           MOVE ZERO TO KIT-SEQ
           EXEC CICS
                STARTBR DATASET ('KITBOM1')
                        RIDFLD (KIT-KEY)
                        GTEQ
                        RESP (WS-CD-ERR2)
           END-EXEC
           IF WS-CD-ERR2 = ZERO
              MOVE 'Y' TO WS-KIT-BROWSE
           ELSE
              MOVE 1 TO FF-KIT
           END-IF
           PERFORM UNTIL FF-KIT = 1
              EXEC CICS
                   READNEXT DATASET ('KITBOM1')
                            INTO (KIT-ENR)
                            RIDFLD (KIT-KEY)
                            RESP (WS-CD-ERR2)
              END-EXEC
              IF WS-CD-ERR2 = ZERO AND KIT-P-NO = ITE-P-NO
                 MOVE 'Y' TO WS-KIT-IS-KIT
                 MOVE KIT-COMP-P-NO TO SMV-P-NO
                 COMPUTE WS-COMP-QTY = KIT-COMP-QTY * WS-REQ-QTY
                 PERFORM RELIEVE-PRODUCT-STOCK
              ELSE
                 MOVE 1 TO FF-KIT
              END-IF
           END-PERFORM
           IF WS-KIT-BROWSE = 'Y'
              EXEC CICS
                   ENDBR DATASET ('KITBOM1')
              END-EXEC
           END-IF.

      *************************************************
      * SORTIE D'UN PRODUIT (SMV-P-NO, WS-COMP-QTY) : *
      * TOTAL SOCIETE, STOCK DU DEPOT (LIGNE CREEE EN *
      * NEGATIF SI ABSENTE, COMME SHIPORD) ET         *
      * MOUVEMENT 'S' JUSTIFIE PAR L'EXPEDITION       *
      *************************************************
       RELIEVE-PRODUCT-STOCK.
           EXEC SQL
              UPDATE PRODUCTS
                 SET STOCK = STOCK - :WS-COMP-QTY
               WHERE P_NO = :SMV-P-NO
           END-EXEC
           IF SQLCODE < ZERO
              MOVE 'ERREUR UPDATE PRODUCTS' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           MOVE SMV-P-NO     TO WST-P-NO
           MOVE WS-SHIP-WHSE TO WST-WHSE
           MOVE WS-COMP-QTY  TO WS-WHS-QTY
           EXEC SQL
              UPDATE WHSE_STOCK
                 SET STOCK = STOCK - :WS-WHS-QTY
               WHERE P_NO = :WST-P-NO
                 AND WHSE = :WST-WHSE
           END-EXEC
           IF SQLCODE = +100
              COMPUTE WST-STOCK = ZERO - WS-WHS-QTY
              MOVE ZERO TO WST-IN-TRANSIT
              EXEC SQL
                 INSERT INTO WHSE_STOCK (P_NO, WHSE, STOCK,
                        IN_TRANSIT)
                 VALUES (:WST-P-NO, :WST-WHSE, :WST-STOCK,
                         :WST-IN-TRANSIT)
              END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
              MOVE 'ERREUR SQL WHSE_STOCK' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           MOVE WS-TODAY      TO SMV-MOVE-DATE
           MOVE 'S'           TO SMV-MOVE-TYPE
           MOVE WS-SHP-NO     TO SMV-REF-NO
           COMPUTE SMV-QTY = ZERO - WS-COMP-QTY
           MOVE SPACES        TO SMV-OPERATOR
           MOVE LOGIN-ZONE    TO SMV-OPERATOR(1:5)
           MOVE WCL-LOT-NO (WS-LINE-IDX) TO SMV-LOT-NO
           MOVE WS-SHIP-WHSE  TO SMV-WHSE
           EXEC SQL
              INSERT INTO STOCK_MOVES (P_NO, MOVE_DATE, MOVE_TYPE,
                     REF_NO, QTY, OPERATOR, LOT_NO, WHSE)
              VALUES (:SMV-P-NO, :SMV-MOVE-DATE, :SMV-MOVE-TYPE,
                      :SMV-REF-NO, :SMV-QTY, :SMV-OPERATOR,
                      :SMV-LOT-NO, :SMV-WHSE)
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'ERREUR INSERT STOCK_MOVES' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF.

      *************************************************
      * L'ALLOCATION DE LA LIGNE BAISSE DE LA         *
      * QUANTITE EXPEDIEE (VOIR STKALLP.CPY)          *
      *************************************************
       RELEASE-ALLOCATION.
           MOVE 'R'        TO SA-FUNC
           MOVE ITE-O-NO   TO SA-O-NO
           MOVE ITE-P-NO   TO SA-P-NO
           MOVE WS-REQ-QTY TO SA-QTY
           CALL 'STKALLOC' USING SA-PARM
           IF SA-RC = 12
              MOVE 'ERREUR SQL LIBERATION ALLOCATION' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF.

      *************************************************
      * MANQUANT AU QUAI : RELIQUAT 'S' DANS BACKORD1 *
      * POUR LE RESTANT DU DOCUMENT - DEJA FACTURE,   *
      * BORELEAS NE LE REEXTRAIT PAS ; LA DATE EST    *
      * CELLE DU PREMIER MANQUANT CONSTATE            *
      *************************************************
       SIGNALE-MANQUANT.
           MOVE PKD-O-NO TO BKO-O-NO
           MOVE PKD-P-NO (WS-LINE-IDX) TO BKO-P-NO
           EXEC CICS
                READ DATASET ('BACKORD1')
                     INTO (BKO-ENR)
                     RIDFLD (BKO-KEY)
                     UPDATE
                     RESP (WS-CD-ERR2)
           END-EXEC
           EVALUATE WS-CD-ERR2
               WHEN ZERO
                    IF NOT BKO-DOCK-SHORT
                       MOVE WS-TODAY TO BKO-DATE
                    END-IF
                    MOVE WS-SHORT-QTY TO BKO-QTY
                    SET BKO-DOCK-SHORT TO TRUE
                    MOVE SPACES TO BKO-RELEASE-DATE
                    MOVE SPACE  TO BKO-CANCEL-CAUSE
                    EXEC CICS
                         REWRITE DATASET ('BACKORD1')
                                 FROM (BKO-ENR)
                                 RESP (WS-CD-ERR2)
                    END-EXEC
               WHEN 13
                    MOVE SPACES TO BKO-ENR
                    MOVE PKD-O-NO TO BKO-O-NO
                    MOVE PKD-P-NO (WS-LINE-IDX) TO BKO-P-NO
                    MOVE ORD-C-NO TO E-C-NO
                    MOVE E-C-NO   TO BKO-C-NO
                    MOVE WS-SHORT-QTY TO BKO-QTY
                    MOVE WS-TODAY TO BKO-DATE
                    SET BKO-DOCK-SHORT TO TRUE
                    EXEC CICS
                         WRITE DATASET ('BACKORD1')
                               FROM (BKO-ENR)
                               RIDFLD (BKO-KEY)
                               RESP (WS-CD-ERR2)
                    END-EXEC
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           IF WS-CD-ERR2 NOT = ZERO
              MOVE 'ERREUR MAJ BACKORD1' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF.

      *************************************************
      * LIGNE COMPLETE : UN MANQUANT 'S' EN ATTENTE   *
      * EST SOLDE ('R')                               *
      *************************************************
       SOLDE-MANQUANT.
           MOVE PKD-O-NO TO BKO-O-NO
           MOVE PKD-P-NO (WS-LINE-IDX) TO BKO-P-NO
           EXEC CICS
                READ DATASET ('BACKORD1')
                     INTO (BKO-ENR)
                     RIDFLD (BKO-KEY)
                     UPDATE
                     RESP (WS-CD-ERR2)
           END-EXEC
           EVALUATE WS-CD-ERR2
               WHEN ZERO
                    IF BKO-DOCK-SHORT
                       SET BKO-RELEASED TO TRUE
                       MOVE WS-TODAY TO BKO-RELEASE-DATE
                       EXEC CICS
                            REWRITE DATASET ('BACKORD1')
                                    FROM (BKO-ENR)
                                    RESP (WS-CD-ERR2)
                       END-EXEC
                    ELSE
                       EXEC CICS
                            UNLOCK DATASET ('BACKORD1')
                                   RESP (WS-CD-ERR2)
                       END-EXEC
                    END-IF
               WHEN 13
                    MOVE ZERO TO WS-CD-ERR2
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           IF WS-CD-ERR2 NOT = ZERO
              MOVE 'ERREUR MAJ BACKORD1' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF.

       ANNULE-ET-TERMINE.
           EXEC CICS
                SYNCPOINT ROLLBACK
           END-EXEC
           PERFORM FIN-TOTALE.

       TOUCHE-INVALIDE.
           INITIALIZE MESS1SHO MESS2SHO
           MOVE 'TOUCHE INVALIDE !' TO MESS1SHO
           MOVE DFHPINK TO MESS1SHC.

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
                   PERFORM TRAIT-SAISIE
              WHEN EIBAID = DFHPF5
                   PERFORM LECT-ECRAN
                   PERFORM CONFIRME-DOCUMENT
              WHEN OTHER
                   PERFORM TOUCHE-INVALIDE
           END-EVALUATE.

      *************************************************
      * FENETRE BATCH : LA CHAINE NOCTURNE LEVE LA    *
      * FICHE QUIESCE DE PARAMS1 PENDANT L'EXTRACTION *
      * POUR QU'AUCUNE MISE A JOUR NE COUPE LE        *
      * CURSEUR EN DEUX - LES TRANSACTIONS DE MAJ     *
      * REFUSENT POLIMENT, LES CONSULTATIONS          *
      * CONTINUENT                                    *
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
           IF ROLE-ADMIN-ZONE OR ROLE-WHS-ZONE
              CONTINUE
           ELSE
              MOVE 'FONCTION NON AUTORISEE POUR CE PROFIL'
                TO WS-ERR-MESS
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
