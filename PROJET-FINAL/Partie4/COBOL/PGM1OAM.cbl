      * LES TAUX - FINI LE SUPPRIMER-RESAISIR ET    *
      * LES COMMANDES FAUSSES QUI PARTENT A         *
      * L'EXTRACTION.                               *
      * L'ALLOCATION DE STOCK (STKALLOC) SUIT LE    *
      * GESTE : RESERVEE A L'AJOUT ET A LA HAUSSE,  *
      * LIBEREE A LA BAISSE, A LA SUPPRESSION ET A  *
      * L'ANNULATION.                               *
      * 'C' (RE)AUTORISE UNE CARTE BANCAIRE SUR LA  *
      * COMMANDE (CARDAUTH, TOTAL DES LIGNES MAJORE *
      * DE LA MARGE CARDAUTPCT) ET LIBERE           *
      * L'AUTORISATION PRECEDENTE ; 'X' LIBERE      *
      * AUSSI L'AUTORISATION. UNE COMMANDE PAYEE    *
      * PAR CARTE DONT LE TOTAL DEPASSE LE MONTANT  *
      * AUTORISE EST SIGNALEE APRES 'U', 'A' OU 'P'.*
      * 'P' FORCE LE PRIX D'UNE LIGNE (PRIX NNN,NN  *
      * ET CODE MOTIF OBLIGATOIRE, FICHES OVRRSNxxx *
      * DE PARAMS1) OU, PRIX ET MOTIF A BLANC, LA   *
      * RAMENE AU PRIX DE REFERENCE ; 'A' ACCEPTE   *
      * AUSSI UN PRIX FORCE. AU-DELA DE L'ECART     *
      * OVRMAXPCT LA LIGNE ATTEND LA VALIDATION     *
      * D'UN SUPERVISEUR (PGM1OVR, PRICE_OVERRIDES).*
      * 'X' TRACE AUSSI CHAQUE LIGNE ANNULEE AVEC   *
      * LE CLIENT ET LE PRIX (VENTES PERDUES,       *
      * LOSTSALE) - A PRIX NUL SUR UNE COMMANDE     *
      * SANS FACTURATION.                           *
      **********************************************
       ENVIRONMENT DIVISION.
      **********************************************
               INCLUDE OAU
           END-EXEC

           EXEC SQL
               INCLUDE POV
           END-EXEC

       COPY ZONE.

       77 WS-TEMPS       PIC S9(15) COMP-3.
       77 WS-TODAY          PIC X(10).
       77 WS-TIME-TXT       PIC X(8).

      *************************************************
      * ALLOCATION DU STOCK (VOIR STKALLP.CPY)        *
      *************************************************
       COPY STKALLP.
       77 WS-ALLOC-DELTA    PIC S9(3) VALUE ZERO.
       01 E-ALLOC-QTY       PIC Z9.
       01 E-ATP             PIC ZZZZ9-.

      *************************************************
      * PAIEMENT PAR CARTE (VOIR CARDAUTP.CPY) : LE   *
      * MONTANT AUTORISE COUVRE LE TOTAL DES LIGNES   *
      * MAJORE DE WS-AUTH-PCT (TAXE ET PORT)          *
      *************************************************
       COPY CARDAUTP.
       77 WS-ORDER-AMOUNT   PIC S9(7)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-NEEDED-AMOUNT  PIC S9(7)V99 VALUE ZERO.
       77 WS-AUTH-PCT       PIC 99 VALUE 15.
       77 WS-EXP-MM         PIC 99.
       01 WS-CA-SAVE        PIC X(98).
       77 E-AUTH-AMOUNT     PIC Z(6)9,99.

      *************************************************
      * PRIX FORCE ('A', 'P') : PRIX DE REFERENCE     *
      * (CONTRAT DU CLIENT, VOIR CPRLOOKP.CPY, SINON  *
      * CATALOGUE), ECART TOLERE SANS VALIDATION      *
      * (OVRMAXPCT DE PARAMS1) ET MONTANT SAISI SOUS  *
      * LA FORME NNN,NN (LE POINT EST ACCEPTE)        *
      *************************************************
       COPY CPRLOOKP.
       77 WS-C-NO-NUM       PIC 9(5) VALUE ZERO.
       77 WS-REF-PRICE      PIC S9(3)V99 VALUE ZERO.
       77 WS-OVR-MAX-PCT    PIC 99 VALUE 10.
       77 WS-OVR-PCT        PIC 9(5)V99 VALUE ZERO.
       77 WS-OVR-GAP        PIC S9(3)V99 VALUE ZERO.
       77 WS-OVR-KEYED      PIC X VALUE 'N'.
       01 WS-AMT-IN.
          05 WS-AMT-IN-INT   PIC X(3).
          05 WS-AMT-IN-SEP   PIC X.
          05 WS-AMT-IN-DEC   PIC X(2).
       77 WS-AMT-OK          PIC X VALUE 'Y'.
       01 WS-AMT-NUM         PIC 9(3)V9(2) VALUE ZERO.
       01 WS-AMT-NUM-X REDEFINES WS-AMT-NUM PIC X(5).

      *** LIGNES ALLOUEES DE LA COMMANDE A ANNULER ***
           EXEC SQL
                DECLARE CALLOC CURSOR
                FOR
                SELECT P_NO
                FROM ITEMS
                WHERE O_NO = :ITE-O-NO
                AND ALLOC_QTY > 0
           END-EXEC

      *** LIGNES DE LA COMMANDE A ANNULER (TRACE) ***
           EXEC SQL
                DECLARE CCANCEL CURSOR
                FOR
                SELECT P_NO, QUANTITY, PRICE
                FROM ITEMS
                WHERE O_NO = :ITE-O-NO
           END-EXEC

       01 FILLER PIC 9.
          88 ALL-ZONES-OK  VALUE 0.
          88 MANQUE-ZONE   VALUE 1.
           INSPECT ONOOAI REPLACING ALL '_' BY SPACES
           INSPECT PNOOAI REPLACING ALL '_' BY SPACES
           INSPECT QTYOAI REPLACING ALL '_' BY SPACES
           INSPECT CARDOAI REPLACING ALL '_' BY SPACES
           INSPECT EXPOAI REPLACING ALL '_' BY SPACES
           INSPECT PRCOAI REPLACING ALL '_' BY SPACES
           INSPECT RSNOAI REPLACING ALL '_' BY SPACES
           SET ALL-ZONES-OK TO TRUE
           IF ONOOAI = SPACES OR ONOOAI IS NOT NUMERIC
              SET MANQUE-ZONE TO TRUE
           END-IF
           IF ALL-ZONES-OK
              PERFORM HORODATAGE
              MOVE ZERO TO OAU-PRICE
              EVALUATE ACTOAI
                 WHEN 'U'
                      PERFORM MODIF-QUANTITE
                      PERFORM SUPPR-LIGNE
                 WHEN 'X'
                      PERFORM ANNULE-COMMANDE
                 WHEN 'C'
                      PERFORM AUTORISE-CARTE
                 WHEN 'P'
                      PERFORM FORCE-PRIX-LIGNE
                 WHEN OTHER
                      MOVE 'ACTION INVALIDE (U/A/D/X/C/P) !'
                        TO MESS1OAI
              END-EVALUATE
           END-IF
           IF ALL-ZONES-OK AND ORD-PAY-METHOD = 'C'
              AND (ACTOAI = 'U' OR ACTOAI = 'A' OR ACTOAI = 'P')
              PERFORM CONTROLE-MONTANT-CARTE
           END-IF
      *    LE NUMERO DE CARTE N'EST JAMAIS RENVOYE A L'ECRAN
           MOVE SPACES TO CARDOAI EXPOAI
           PERFORM ENVOI-ECRAN.

      *************************************************
       CONTROLE-COMMANDE.
           MOVE ONOOAI TO ORD-O-NO
           EXEC SQL
              SELECT O_NO, C_NO, PAY_METHOD, CARD_TOKEN,
                     CARD_AUTH_REF, CARD_AUTH_AMT, ORDER_TYPE
                INTO :ORD-O-NO, :ORD-C-NO, :ORD-PAY-METHOD,
                     :ORD-CARD-TOKEN, :ORD-CARD-AUTH-REF,
                     :ORD-CARD-AUTH-AMT, :ORD-ORDER-TYPE
                FROM ORDERS
               WHERE O_NO = :ORD-O-NO
           END-EXEC
       TRACE-AUDIT.
           MOVE ONOOAI     TO OAU-O-NO
           MOVE ACTOAI     TO OAU-ACTION
           MOVE ORD-C-NO   TO OAU-C-NO
           MOVE LOGIN-ZONE TO OAU-CHANGED-BY
           MOVE WS-TODAY   TO OAU-CHANGE-DATE
           MOVE WS-TIME-TXT TO OAU-CHANGE-TIME
           EXEC SQL
              INSERT INTO ORDER_AUDIT (O_NO, P_NO, ACTION,
                     OLD_QTY, NEW_QTY, CHANGED_BY, CHANGE_DATE,
                     CHANGE_TIME, C_NO, PRICE)
              VALUES (:OAU-O-NO, :OAU-P-NO, :OAU-ACTION,
                      :OAU-OLD-QTY, :OAU-NEW-QTY, :OAU-CHANGED-BY,
                      :OAU-CHANGE-DATE, :OAU-CHANGE-TIME,
                      :OAU-C-NO, :OAU-PRICE)
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'ERREUR INSERT ORDER_AUDIT' TO WS-ERR-MESS
              MOVE ONOOAI TO ITE-O-NO
              MOVE PNOOAI TO ITE-P-NO
              EXEC SQL
                 SELECT QUANTITY, ALLOC_QTY, DROP_SHIP
                   INTO :ITE-QUANTITY, :ITE-ALLOC-QTY,
                        :ITE-DROP-SHIP
                   FROM ITEMS
                  WHERE O_NO = :ITE-O-NO
                    AND P_NO = :ITE-P-NO
                 MOVE PNOOAI TO OAU-P-NO
                 MOVE ITE-QUANTITY TO OAU-NEW-QTY
                 PERFORM TRACE-AUDIT
      *          LIGNE EN LIVRAISON DIRECTE OU EN CONSIGNATION : RIEN
      *          N'EST RESERVE AU STOCK ENTREPOT (COMME PGM1ORD)
                 IF ITE-DROP-SHIP = 'N'
                    PERFORM AJUSTE-ALLOCATION
                 END-IF
                 MOVE 'QUANTITE MODIFIEE' TO MESS1OAI
              END-IF
           END-IF.

      *************************************************
      * 'A' : AJOUT D'UNE LIGNE AU PRIX CATALOGUE, OU *
      * AU PRIX FORCE SAISI AVEC SON MOTIF            *
      *************************************************
       AJOUT-LIGNE.
           IF PNOOAI = SPACES
           ELSE
              MOVE PNOOAI TO PRO-P-NO
              EXEC SQL
                 SELECT PRICE, UNIT_COST
                   INTO :PRO-PRICE, :PRO-UNIT-COST
                   FROM PRODUCTS
                  WHERE P_NO = :PRO-P-NO
              END-EXEC
                 MOVE 'PRODUIT INTROUVABLE DANS PRODUCTS !'
                   TO MESS1OAI
              ELSE
                 MOVE PRO-PRICE TO ITE-PRICE
                 PERFORM CONTROLE-PRIX-FORCE
              END-IF
              IF MESS1OAI = SPACES
                 MOVE ONOOAI TO ITE-O-NO
                 MOVE PNOOAI TO ITE-P-NO
                 MOVE QTYOAI TO ITE-QUANTITY
                 EXEC SQL
                    INSERT INTO ITEMS (O_NO, P_NO, QUANTITY, PRICE)
                    VALUES (:ITE-O-NO, :ITE-P-NO, :ITE-QUANTITY,
                         MOVE ZERO TO OAU-OLD-QTY
                         MOVE ITE-QUANTITY TO OAU-NEW-QTY
                         PERFORM TRACE-AUDIT
                         MOVE ZERO TO ITE-ALLOC-QTY
                         PERFORM AJUSTE-ALLOCATION
                         MOVE 'LIGNE AJOUTEE' TO MESS1OAI
                         IF WS-OVR-KEYED = 'Y'
                            PERFORM ENREGISTRE-PRIX-FORCE
                         END-IF
                    WHEN SQLCODE = -803
                         MOVE 'PRODUIT DEJA SUR LA COMMANDE !'
                           TO MESS1OAI
                 MOVE 'LIGNE INTROUVABLE SUR CETTE COMMANDE !'
                   TO MESS1OAI
              ELSE
                 MOVE ITE-P-NO TO SA-P-NO
                 PERFORM LIBERE-LIGNE
                 EXEC SQL
                    DELETE FROM ITEMS
                     WHERE O_NO = :ITE-O-NO
                    MOVE 'ERREUR DELETE ITEMS' TO WS-ERR-MESS
                    PERFORM ANNULE-ET-TERMINE
                 END-IF
                 PERFORM SUPPRIME-PRIX-FORCE
                 MOVE PNOOAI TO OAU-P-NO
                 MOVE ITE-QUANTITY TO OAU-OLD-QTY
                 MOVE ZERO TO OAU-NEW-QTY
      *************************************************
       ANNULE-COMMANDE.
           MOVE ONOOAI TO ITE-O-NO
           PERFORM LIBERE-COMMANDE
           IF ORD-PAY-METHOD = 'C'
              PERFORM ANNULE-AUTORISATION
           END-IF
           PERFORM TRACE-LIGNES-ANNULEES
           EXEC SQL
              DELETE FROM ITEMS
               WHERE O_NO = :ITE-O-NO
              MOVE 'ERREUR DELETE ITEMS' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           MOVE ONOOAI TO POV-O-NO
           EXEC SQL
              DELETE FROM PRICE_OVERRIDES
               WHERE O_NO = :POV-O-NO
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
              MOVE 'ERREUR DELETE PRICE_OVERRIDES' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           MOVE ONOOAI TO ORD-O-NO
           EXEC SQL
              DELETE FROM ORDERS
           MOVE SPACES TO OAU-P-NO
           MOVE ZERO TO OAU-OLD-QTY
           MOVE ZERO TO OAU-NEW-QTY
           MOVE ZERO TO OAU-PRICE
           PERFORM TRACE-AUDIT
           MOVE 'COMMANDE ANNULEE' TO MESS1OAI.

      *************************************************
      * UNE LIGNE 'X' PAR LIGNE DE LA COMMANDE AVANT  *
      * SA SUPPRESSION : QUANTITE ET PRIX QUI AURAIT  *
      * ETE FACTURE (NUL SUR UNE COMMANDE SANS        *
      * FACTURATION)                                  *
      *************************************************
       TRACE-LIGNES-ANNULEES.
           EXEC SQL
              OPEN CCANCEL
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'ERREUR SQL OPEN CCANCEL' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           EXEC SQL
              FETCH CCANCEL
               INTO :ITE-P-NO, :ITE-QUANTITY, :ITE-PRICE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
              MOVE ITE-P-NO     TO OAU-P-NO
              MOVE ITE-QUANTITY TO OAU-OLD-QTY
              MOVE ZERO         TO OAU-NEW-QTY
              IF ORD-NO-CHARGE
                 MOVE ZERO      TO OAU-PRICE
              ELSE
                 MOVE ITE-PRICE TO OAU-PRICE
              END-IF
              PERFORM TRACE-AUDIT
              EXEC SQL
                 FETCH CCANCEL
                  INTO :ITE-P-NO, :ITE-QUANTITY, :ITE-PRICE
              END-EXEC
           END-PERFORM
           IF SQLCODE NOT = +100
              MOVE 'ERREUR SQL FETCH CCANCEL' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           EXEC SQL
              CLOSE CCANCEL
           END-EXEC.

      *************************************************
      * 'P' : PRIX FORCE SUR UNE LIGNE EXISTANTE, OU  *
      * RETOUR AU PRIX DE REFERENCE QUAND PRIX ET     *
      * MOTIF SONT A BLANC. LA TRACE PRECEDENTE DE LA *
      * LIGNE EST REMPLACEE ; ORDER_AUDIT GARDE LE    *
      * GESTE (QUANTITE INCHANGEE)                    *
      *************************************************
       FORCE-PRIX-LIGNE.
           IF PNOOAI = SPACES
              MOVE 'P_NO REQUIS POUR FORCER LE PRIX D''UNE LIGNE !'
                TO MESS1OAI
           ELSE
              MOVE ONOOAI TO ITE-O-NO
              MOVE PNOOAI TO ITE-P-NO
              EXEC SQL
                 SELECT I.QUANTITY, P.PRICE, P.UNIT_COST
                   INTO :ITE-QUANTITY, :PRO-PRICE, :PRO-UNIT-COST
                   FROM ITEMS I, PRODUCTS P
                  WHERE I.O_NO = :ITE-O-NO
                    AND I.P_NO = :ITE-P-NO
                    AND P.P_NO = I.P_NO
              END-EXEC
              EVALUATE SQLCODE
                  WHEN ZERO
                       MOVE PNOOAI TO PRO-P-NO
                       PERFORM CONTROLE-PRIX-FORCE
                  WHEN +100
                       MOVE 'LIGNE INTROUVABLE SUR CETTE COMMANDE !'
                         TO MESS1OAI
                  WHEN OTHER
                       MOVE 'ERREUR SQL ITEMS' TO WS-ERR-MESS
                       PERFORM ANNULE-ET-TERMINE
              END-EVALUATE
              IF MESS1OAI = SPACES AND WS-OVR-KEYED = 'N'
                 PERFORM LECTURE-PRIX-FORCE
              END-IF
              IF MESS1OAI = SPACES
                 EXEC SQL
                    UPDATE ITEMS
                       SET PRICE = :ITE-PRICE
                     WHERE O_NO = :ITE-O-NO
                       AND P_NO = :ITE-P-NO
                 END-EXEC
                 IF SQLCODE NOT = ZERO
                    MOVE 'ERREUR UPDATE ITEMS' TO WS-ERR-MESS
                    PERFORM ANNULE-ET-TERMINE
                 END-IF
                 PERFORM SUPPRIME-PRIX-FORCE
                 MOVE PNOOAI TO OAU-P-NO
                 MOVE ITE-QUANTITY TO OAU-OLD-QTY
                 MOVE ITE-QUANTITY TO OAU-NEW-QTY
                 PERFORM TRACE-AUDIT
                 IF WS-OVR-KEYED = 'Y'
                    PERFORM ENREGISTRE-PRIX-FORCE
                    MOVE 'PRIX FORCE ENREGISTRE' TO MESS1OAI
                 ELSE
                    MOVE 'LIGNE RAMENEE AU PRIX DE REFERENCE'
                      TO MESS1OAI
                 END-IF
              END-IF
           END-IF.

      *************************************************
      * PRIX DE REFERENCE DE LA LIGNE (PRO-P-NO) :    *
      * CONTRAT DU CLIENT EN VIGUEUR CE JOUR, SINON   *
      * CATALOGUE. SI UN PRIX EST SAISI, IL DEVIENT   *
      * ITE-PRICE : LE MOTIF DOIT EXISTER DANS        *
      * PARAMS1 (FICHE OVRRSN + CODE) ET L'ECART AU   *
      * PRIX DE REFERENCE DECIDE DU STATUT ('A' DANS  *
      * LA TOLERANCE OVRMAXPCT, 'P' A VALIDER)        *
      *************************************************
       CONTROLE-PRIX-FORCE.
           MOVE 'N' TO WS-OVR-KEYED
           MOVE PRO-PRICE TO WS-REF-PRICE
           MOVE ORD-C-NO  TO WS-C-NO-NUM
           MOVE WS-C-NO-NUM TO CL-C-NO
           MOVE PRO-P-NO  TO CL-P-NO
           MOVE WS-TODAY  TO CL-DATE
           CALL 'CPRLOOK' USING CL-PARM
           EVALUATE CL-RC
               WHEN ZERO
                    MOVE CL-PRICE TO WS-REF-PRICE
               WHEN 12
                    MOVE 'ERREUR SQL CONTRACT_PRICES' TO WS-ERR-MESS
                    PERFORM ANNULE-ET-TERMINE
           END-EVALUATE
           IF PRCOAI = SPACES
              IF RSNOAI NOT = SPACES
                 MOVE DFHRED TO RSNOAC
                 MOVE 'CODE MOTIF SANS PRIX FORCE !' TO MESS1OAI
              END-IF
           ELSE
              MOVE PRCOAI TO WS-AMT-IN
              PERFORM VERIF-MONTANT
              EVALUATE TRUE
                  WHEN WS-AMT-OK = 'N' OR WS-AMT-NUM = ZERO
                       MOVE DFHRED TO PRCOAC
                       MOVE 'PRIX FORCE INVALIDE (NNN,NN) !'
                         TO MESS1OAI
                  WHEN RSNOAI = SPACES
                       MOVE DFHRED TO RSNOAC
                       MOVE 'MOTIF OBLIGATOIRE POUR UN PRIX FORCE !'
                         TO MESS1OAI
                  WHEN OTHER
                       PERFORM CONTROLE-MOTIF
              END-EVALUATE
           END-IF
           IF WS-OVR-KEYED = 'Y'
              MOVE WS-AMT-NUM TO ITE-PRICE
              IF WS-AMT-NUM < WS-REF-PRICE
                 COMPUTE WS-OVR-GAP = WS-REF-PRICE - WS-AMT-NUM
              ELSE
                 COMPUTE WS-OVR-GAP = WS-AMT-NUM - WS-REF-PRICE
              END-IF
              IF WS-REF-PRICE = ZERO
                 MOVE 999 TO WS-OVR-PCT
              ELSE
                 COMPUTE WS-OVR-PCT ROUNDED =
                         WS-OVR-GAP * 100 / WS-REF-PRICE
              END-IF
              MOVE 'OVRMAXPCT ' TO OPR-KEY
              EXEC CICS
                   READ DATASET ('PARAMS1')
                        INTO (OPR-ENR)
                        RIDFLD (OPR-KEY)
                        RESP (WS-CD-ERRQ)
              END-EXEC
              IF WS-CD-ERRQ = ZERO
                 AND OPR-VALUE(1:2) IS NUMERIC
                 MOVE OPR-VALUE(1:2) TO WS-OVR-MAX-PCT
              END-IF
              IF WS-OVR-PCT > WS-OVR-MAX-PCT
                 MOVE 'P' TO POV-STATUS
              ELSE
                 MOVE 'A' TO POV-STATUS
              END-IF
           END-IF.

      *    LE CODE MOTIF SAISI DOIT AVOIR SA FICHE DANS PARAMS1
       CONTROLE-MOTIF.
           MOVE SPACES TO OPR-KEY
           STRING 'OVRRSN' DELIMITED BY SIZE
                  RSNOAI   DELIMITED BY SIZE
             INTO OPR-KEY
           EXEC CICS
                READ DATASET ('PARAMS1')
                     INTO (OPR-ENR)
                     RIDFLD (OPR-KEY)
                     RESP (WS-CD-ERRQ)
           END-EXEC
           IF WS-CD-ERRQ = ZERO
              MOVE 'Y' TO WS-OVR-KEYED
           ELSE
              MOVE DFHRED TO RSNOAC
              MOVE 'CODE MOTIF INCONNU (FICHE OVRRSN DE PARAMS1) !'
                TO MESS1OAI
           END-IF.

      *************************************************
      * TRACE DU PRIX FORCE DE LA LIGNE (ITE-O-NO /   *
      * ITE-P-NO) - LE SUPERVISEUR QUI LE VALIDERA    *
      * DEVRA ETRE UN AUTRE QUE LE SAISISSEUR         *
      *************************************************
       ENREGISTRE-PRIX-FORCE.
           MOVE ITE-O-NO      TO POV-O-NO
           MOVE ITE-P-NO      TO POV-P-NO
           MOVE WS-REF-PRICE  TO POV-REF-PRICE
           MOVE ITE-PRICE     TO POV-OVR-PRICE
           MOVE PRO-UNIT-COST TO POV-UNIT-COST
           MOVE RSNOAI        TO POV-REASON
           MOVE LOGIN-ZONE    TO POV-ENTERED-BY
           MOVE WS-TODAY      TO POV-ENTRY-DATE
           MOVE WS-TIME-TXT   TO POV-ENTRY-TIME
           EXEC SQL
              INSERT INTO PRICE_OVERRIDES (O_NO, P_NO, REF_PRICE,
                     OVR_PRICE, UNIT_COST, REASON, STATUS,
                     ENTERED_BY, ENTRY_DATE, ENTRY_TIME)
              VALUES (:POV-O-NO, :POV-P-NO, :POV-REF-PRICE,
                      :POV-OVR-PRICE, :POV-UNIT-COST, :POV-REASON,
                      :POV-STATUS, :POV-ENTERED-BY, :POV-ENTRY-DATE,
                      :POV-ENTRY-TIME)
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'ERREUR INSERT PRICE_OVERRIDES' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           IF POV-PENDING
              MOVE 'PRIX FORCE HORS TOLERANCE : VALIDATION REQUISE'
                TO MESS2OAI
           END-IF.

      *************************************************
      * RETOUR AU PRIX DE REFERENCE : LA LIGNE DOIT   *
      * PORTER UN PRIX FORCE, DONT ON REPREND LE PRIX *
      * DE REFERENCE ENREGISTRE                       *
      *************************************************
       LECTURE-PRIX-FORCE.
           MOVE ITE-O-NO TO POV-O-NO
           MOVE ITE-P-NO TO POV-P-NO
           EXEC SQL
              SELECT REF_PRICE
                INTO :POV-REF-PRICE
                FROM PRICE_OVERRIDES
               WHERE O_NO = :POV-O-NO
                 AND P_NO = :POV-P-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                    MOVE POV-REF-PRICE TO ITE-PRICE
               WHEN +100
                    MOVE DFHRED TO PRCOAC
                    MOVE 'PAS DE PRIX FORCE SUR CETTE LIGNE !'
                      TO MESS1OAI
               WHEN OTHER
                    MOVE 'ERREUR SQL PRICE_OVERRIDES' TO WS-ERR-MESS
                    PERFORM ANNULE-ET-TERMINE
           END-EVALUATE.

      *    TRACE DE PRIX FORCE DE LA LIGNE (ITE-O-NO / ITE-P-NO)
      *    SUPPRIMEE AVEC LA LIGNE OU AVANT SON REMPLACEMENT
       SUPPRIME-PRIX-FORCE.
           MOVE ITE-O-NO TO POV-O-NO
           MOVE ITE-P-NO TO POV-P-NO
           EXEC SQL
              DELETE FROM PRICE_OVERRIDES
               WHERE O_NO = :POV-O-NO
                 AND P_NO = :POV-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
              MOVE 'ERREUR DELETE PRICE_OVERRIDES' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF.

      *************************************************
      * CONTROLE D'UN MONTANT NNN,NN (COMME DANS      *
      * PGM1PMA) : PARTIE ENTIERE CADREE A DROITE OU  *
      * COMPLETEE DE ZEROS                            *
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
                 MOVE WS-AMT-IN-INT TO WS-AMT-NUM-X(1:3)
                 MOVE WS-AMT-IN-DEC TO WS-AMT-NUM-X(4:2)
              END-IF
           END-IF.

      *************************************************
      * 'C' : (RE)AUTORISATION D'UNE CARTE BANCAIRE   *
      * POUR LE TOTAL ACTUEL DES LIGNES MAJORE DE LA  *
      * MARGE ; LA NOUVELLE AUTORISATION EST OBTENUE  *
      * AVANT DE LIBERER L'ANCIENNE                   *
      *************************************************
       AUTORISE-CARTE.
           IF CARDOAI IS NOT NUMERIC
              MOVE DFHRED TO CARDOAC
              MOVE 'NUMERO DE CARTE INVALIDE (16 CHIFFRES) !'
                TO MESS1OAI
           ELSE
              MOVE ZERO TO WS-EXP-MM
              IF EXPOAI IS NUMERIC
                 MOVE EXPOAI(1:2) TO WS-EXP-MM
              END-IF
              IF WS-EXP-MM < 1 OR WS-EXP-MM > 12
                 MOVE DFHRED TO EXPOAC
                 MOVE 'EXPIRATION DE LA CARTE INVALIDE (MMAA) !'
                   TO MESS1OAI
              ELSE
                 PERFORM CALCUL-MONTANT-CARTE
                 MOVE SPACES  TO CA-PARM
                 MOVE 'A'     TO CA-FUNC
                 MOVE CARDOAI TO CA-CARD-NO
                 MOVE EXPOAI  TO CA-EXPIRY
                 MOVE ORD-C-NO TO CA-C-NO
                 MOVE WS-NEEDED-AMOUNT TO CA-AMOUNT
                 PERFORM APPEL-CARDAUTH
                 MOVE SPACES TO CA-CARD-NO
                 EVALUATE CA-RC
                     WHEN ZERO
                          PERFORM ENREGISTRE-CARTE
                     WHEN 4
                          MOVE DFHRED TO CARDOAC
                          MOVE SPACES TO WS-MSG
                          STRING
                               'CARTE REFUSEE : ' DELIMITED BY SIZE
                               CA-RESP-TEXT       DELIMITED BY SIZE
                          INTO WS-MSG
                          MOVE WS-MSG TO MESS1OAI
                     WHEN 8
                          MOVE DFHRED TO CARDOAC
                          MOVE 'PROCESSEUR DE CARTES MUET, REESSAYER'
                            TO MESS1OAI
                     WHEN OTHER
                          MOVE CA-RESP-TEXT TO WS-ERR-MESS
                          PERFORM FIN-TOTALE
                 END-EVALUATE
              END-IF
           END-IF.

      *************************************************
      * CARTE ACCEPTEE : L'ANCIENNE AUTORISATION EST  *
      * LIBEREE PUIS ORDERS PREND LE NOUVEAU JETON,   *
      * LA REFERENCE ET LE MONTANT - TRACE 'C'        *
      *************************************************
       ENREGISTRE-CARTE.
           IF ORD-PAY-METHOD = 'C'
              MOVE CA-PARM TO WS-CA-SAVE
              PERFORM ANNULE-AUTORISATION
              MOVE WS-CA-SAVE TO CA-PARM
           END-IF
           MOVE 'C'         TO ORD-PAY-METHOD
           MOVE CA-TOKEN    TO ORD-CARD-TOKEN
           MOVE CA-AUTH-REF TO ORD-CARD-AUTH-REF
           MOVE CA-AMOUNT   TO ORD-CARD-AUTH-AMT
           EXEC SQL
              UPDATE ORDERS
                 SET PAY_METHOD    = :ORD-PAY-METHOD,
                     CARD_TOKEN    = :ORD-CARD-TOKEN,
                     CARD_AUTH_REF = :ORD-CARD-AUTH-REF,
                     CARD_AUTH_AMT = :ORD-CARD-AUTH-AMT
               WHERE O_NO = :ORD-O-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'ERREUR UPDATE ORDERS' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           MOVE SPACES TO OAU-P-NO
           MOVE ZERO TO OAU-OLD-QTY
           MOVE ZERO TO OAU-NEW-QTY
           PERFORM TRACE-AUDIT
           MOVE CA-AMOUNT TO E-AUTH-AMOUNT
           MOVE SPACES TO WS-MSG
           STRING
                'CARTE AUTORISEE ' DELIMITED BY SIZE
                CA-AUTH-REF        DELIMITED BY SPACE
                ' POUR '           DELIMITED BY SIZE
                E-AUTH-AMOUNT      DELIMITED BY SIZE
           INTO WS-MSG
           MOVE WS-MSG TO MESS1OAI.

      *************************************************
      * TOTAL DES LIGNES DE LA COMMANDE ET MONTANT A  *
      * AUTORISER (MARGE CARDAUTPCT DE PARAMS1)       *
      *************************************************
       CALCUL-MONTANT-CARTE.
           MOVE 'CARDAUTPCT' TO OPR-KEY
           EXEC CICS
                READ DATASET ('PARAMS1')
                     INTO (OPR-ENR)
                     RIDFLD (OPR-KEY)
                     RESP (WS-CD-ERRQ)
           END-EXEC
           IF WS-CD-ERRQ = ZERO
              AND OPR-VALUE(1:2) IS NUMERIC
              MOVE OPR-VALUE(1:2) TO WS-AUTH-PCT
           END-IF
           MOVE ONOOAI TO ITE-O-NO
           EXEC SQL
              SELECT VALUE(SUM(QUANTITY * PRICE), 0)
                INTO :WS-ORDER-AMOUNT
                FROM ITEMS
               WHERE O_NO = :ITE-O-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'ERREUR SQL ITEMS' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           COMPUTE WS-NEEDED-AMOUNT ROUNDED =
                   WS-ORDER-AMOUNT * (100 + WS-AUTH-PCT) / 100.

      *************************************************
      * COMMANDE PAYEE PAR CARTE MODIFIEE : SI LE     *
      * NOUVEAU TOTAL DEPASSE LE MONTANT AUTORISE, LA *
      * FACTURE NE POURRA ETRE CAPTUREE - ON LE DIT   *
      * AU VENDEUR (ACTION 'C' POUR REAUTORISER)      *
      *************************************************
       CONTROLE-MONTANT-CARTE.
           PERFORM CALCUL-MONTANT-CARTE
           IF WS-NEEDED-AMOUNT > ORD-CARD-AUTH-AMT
              MOVE 'TOTAL SUPERIEUR A L''AUTORISATION CARTE (C)'
                TO MESS2OAI
           END-IF.

      *************************************************
      * LIBERATION AUPRES DU PROCESSEUR DE            *
      * L'AUTORISATION ENREGISTREE SUR ORDERS (LE     *
      * RESULTAT N'EST PAS BLOQUANT : UNE             *
      * AUTORISATION NON CAPTUREE EXPIRE D'ELLE-MEME) *
      *************************************************
       ANNULE-AUTORISATION.
           MOVE SPACES            TO CA-PARM
           MOVE 'V'               TO CA-FUNC
           MOVE ORD-CARD-TOKEN    TO CA-TOKEN
           MOVE ORD-CARD-AUTH-REF TO CA-AUTH-REF
           MOVE ORD-CARD-AUTH-AMT TO CA-AMOUNT
           MOVE ORD-C-NO          TO CA-C-NO
           PERFORM APPEL-CARDAUTH.

       APPEL-CARDAUTH.
           MOVE ZERO TO CA-RC
           EXEC CICS
                LINK PROGRAM ('CARDAUTH')
                     COMMAREA (CA-PARM)
                     LENGTH (LENGTH OF CA-PARM)
                     RESP (WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
              MOVE 'ERREUR LINK CARDAUTH' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF.

      *************************************************
      * ALLOCATION DE LA LIGNE RAMENEE A SA NOUVELLE  *
      * QUANTITE : LIBERATION DE L'EXCEDENT, OU       *
      * RESERVATION DU COMPLEMENT DANS LA LIMITE DU   *
      * DISPONIBLE (ITE-ALLOC-QTY = ALLOCATION AVANT  *
      * LE GESTE)                                     *
      *************************************************
       AJUSTE-ALLOCATION.
           COMPUTE WS-ALLOC-DELTA = ITE-QUANTITY - ITE-ALLOC-QTY
           MOVE ITE-O-NO TO SA-O-NO
           MOVE ITE-P-NO TO SA-P-NO
           EVALUATE TRUE
              WHEN WS-ALLOC-DELTA > ZERO
                 MOVE 'A' TO SA-FUNC
                 MOVE WS-ALLOC-DELTA TO SA-QTY
                 CALL 'STKALLOC' USING SA-PARM
                 COMPUTE ITE-ALLOC-QTY = ITE-ALLOC-QTY + SA-ALLOC-QTY
              WHEN WS-ALLOC-DELTA < ZERO
                 MOVE 'R' TO SA-FUNC
                 COMPUTE SA-QTY = ZERO - WS-ALLOC-DELTA
                 CALL 'STKALLOC' USING SA-PARM
                 COMPUTE ITE-ALLOC-QTY = ITE-ALLOC-QTY - SA-ALLOC-QTY
              WHEN OTHER
                 MOVE 'Q' TO SA-FUNC
                 CALL 'STKALLOC' USING SA-PARM
           END-EVALUATE
           IF SA-RC = 12
              MOVE 'ERREUR SQL ALLOCATION STOCK' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           MOVE ITE-ALLOC-QTY TO E-ALLOC-QTY
           MOVE SA-ATP TO E-ATP
           MOVE SPACES TO WS-MSG
           STRING
                'ALLOUE SUR LA LIGNE : ' DELIMITED BY SIZE
                E-ALLOC-QTY              DELIMITED BY SIZE
                '  DISPONIBLE : '        DELIMITED BY SIZE
                E-ATP                    DELIMITED BY SIZE
           INTO WS-MSG
           MOVE WS-MSG TO MESS2OAI.

      *************************************************
      * LIBERATION DE TOUTE L'ALLOCATION D'UNE LIGNE  *
      * (ITE-O-NO / SA-P-NO) AVANT SA SUPPRESSION     *
      *************************************************
       LIBERE-LIGNE.
           MOVE 'R'      TO SA-FUNC
           MOVE ITE-O-NO TO SA-O-NO
           MOVE ZERO     TO SA-QTY
           CALL 'STKALLOC' USING SA-PARM
           IF SA-RC = 12
              MOVE 'ERREUR SQL ALLOCATION STOCK' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF.

       LIBERE-COMMANDE.
           EXEC SQL
              OPEN CALLOC
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'ERREUR SQL OPEN CALLOC' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           EXEC SQL
              FETCH CALLOC INTO :ITE-P-NO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
              MOVE ITE-P-NO TO SA-P-NO
              PERFORM LIBERE-LIGNE
              EXEC SQL
                 FETCH CALLOC INTO :ITE-P-NO
              END-EXEC
           END-PERFORM
           IF SQLCODE NOT = +100
              MOVE 'ERREUR SQL FETCH CALLOC' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           EXEC SQL
              CLOSE CALLOC
           END-EXEC.

      *************************************************
      * ERREUR SQL EN PLEIN GESTE : ON ANNULE         *
      * L'UNITE D'OEUVRE AVANT DE TERMINER            *
