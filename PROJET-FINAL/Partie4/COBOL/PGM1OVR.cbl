       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM1OVR.
      **********************************************
      * VALIDATION DES PRIX FORCES EN LIGNE : LE    *
      * SUPERVISEUR VOIT UN A UN LES PRIX FORCES A  *
      * LA SAISIE DE COMMANDE (PGM1ORD, PGM1OAM)    *
      * DONT L'ECART AU PRIX DE REFERENCE DEPASSE   *
      * OVRMAXPCT ET QUE L'EXTRACTION RETIENT       *
      * (PRICE_OVERRIDES, STATUT 'P'). ENTER SANS   *
      * ACTION AFFICHE LE PREMIER EN ATTENTE (OU LA *
      * LIGNE SAISIE), PF8 LE SUIVANT ; ACTION 'A'  *
      * VALIDE LE PRIX ('V'), 'R' LE REFUSE ('R') ET*
      * REMET LE PRIX DE REFERENCE SUR LA LIGNE.    *
      * REGLE MAKER-CHECKER : LE SAISISSEUR DU PRIX *
      * NE PEUT PAS LE VALIDER LUI-MEME. PROFIL     *
      * ADMINISTRATEUR SEULEMENT.                   *
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
       COPY MS1OVR.
      **********************************************
      * DESCRIPTION DES TABLES                     *
      **********************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE POV
           END-EXEC

           EXEC SQL
               INCLUDE ORD
           END-EXEC

           EXEC SQL
               INCLUDE ITE
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE OAU
           END-EXEC

       COPY ZONE.
       COPY PARAMREC.

       77 WS-TEMPS       PIC S9(15) COMP-3.
       77 WS-CD-ERR      PIC 99.
       77 WS-ERR-MESS    PIC X(50) VALUE 'FIN NORMALE'.
       77 WS-CD-ERRQ     PIC 99.

       77 WS-MSG         PIC X(56).
       77 WS-TODAY       PIC X(10) VALUE SPACES.
       77 WS-TIME-TXT    PIC X(8) VALUE SPACES.

      *************************************************
      * POSITION DANS LA FILE DES PRIX A VALIDER :    *
      * COMMANDE + PRODUIT AFFICHES A L'ECRAN (PF8    *
      * REPART DE LA), ZERO = DEBUT DE FILE           *
      *************************************************
       77 WS-POS-O-NO    PIC S9(4)V USAGE COMP-3 VALUE ZERO.
       77 WS-POS-P-NO    PIC X(4) VALUE SPACES.
       77 WS-FOUND       PIC X VALUE 'N'.
       77 WS-PENDING-CNT PIC S9(5)V USAGE COMP-3 VALUE ZERO.
       77 WS-OVR-PCT     PIC S9(5)V99 VALUE ZERO.
       01 E-NUM4         PIC 9(4).
       01 E-C-NO         PIC 9(5).
       01 E-S-NO         PIC 99.
       01 E-QTY          PIC Z9.
       01 E-PRICE        PIC ZZZ9.99.
       01 E-PCT          PIC ZZZ9.9-.
       01 E-PENDING      PIC ZZZ9.

      *** PRIX FORCES EN ATTENTE, DANS L'ORDRE COMMANDE/PRODUIT ***
           EXEC SQL
                DECLARE CPOVQ CURSOR
                FOR
                SELECT O_NO, P_NO
                FROM PRICE_OVERRIDES
                WHERE STATUS = 'P'
                AND (O_NO > :WS-POS-O-NO
                     OR (O_NO = :WS-POS-O-NO
                         AND P_NO > :WS-POS-P-NO))
                ORDER BY O_NO, P_NO
           END-EXEC

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
                WHEN 'T1EH'
                     IF EIBCALEN = ZERO
                            MOVE 'NON AUTHENTIFIE!'
                              TO WS-ERR-MESS
                            PERFORM FIN-TOTALE
                     ELSE
                            MOVE DFHCOMMAREA TO ZONE
                            PERFORM CONTROLE-AUTORISATION
                            PERFORM CONTROLE-QUIESCE
                            IF LOGGED AND PREV-PGM = 'PGM1LOG'
                               MOVE LOW-VALUE TO MAP1OVRO
                               MOVE ZERO   TO WS-POS-O-NO
                               MOVE SPACES TO WS-POS-P-NO
                               PERFORM AFFICHE-SUIVANT
                               PERFORM ENVOI-ECRAN
                            END-IF
                            PERFORM GESTION-TOUCHES
                     END-IF
                WHEN OTHER
                     MOVE LOW-VALUE TO MAP1OVRO
            END-EVALUATE
            PERFORM ENVOI-ECRAN.
      *************************************************
      * PARAGRAPHES                                   *
      *************************************************
       ENVOI-ECRAN.
            MOVE 'VALIDATION PRIX FORCES' TO LIBMAPOVO
            EXEC CICS ASKTIME
                  ABSTIME (WS-TEMPS)
            END-EXEC

            EXEC CICS
               FORMATTIME ABSTIME (WS-TEMPS)
               DDMMYY (DATEJOVO)
               DATESEP('/')
               TIME (HEUREOVO)
               TIMESEP(':')
            END-EXEC

            EXEC CICS
              SEND MAP('MAP1OVR')
                   MAPSET('MS1OVR')
                   FROM (MAP1OVRO)
                   RESP (WS-CD-ERR)
                   ERASE
                   CURSOR
            END-EXEC

            IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                         MOVE 'ERR SEND' TO WS-ERR-MESS
                         PERFORM FIN-TOTALE
            END-IF
            MOVE 'PGM1OVR' TO PREV-PGM

            EXEC CICS
                 RETURN TRANSID ('T1EH')
                 COMMAREA (ZONE)
                 LENGTH (LENGTH OF ZONE)
            END-EXEC
            .

       LECT-ECRAN.
            EXEC CICS
                 RECEIVE MAP ('MAP1OVR')
                         MAPSET ('MS1OVR')
                         RESP (WS-CD-ERR)
            END-EXEC

            IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                         MOVE 'ERR RECE' TO WS-ERR-MESS
                         PERFORM FIN-TOTALE
            END-IF
            INSPECT ONOOVI REPLACING ALL '_' BY SPACES
            INSPECT PNOOVI REPLACING ALL '_' BY SPACES
            INSPECT ACTOVI REPLACING ALL '_' BY SPACES.

      *************************************************
      * DATE ET HEURE DU JOUR (AAAA-MM-JJ)            *
      *************************************************
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
      * POSITION DE DEPART DE LA RECHERCHE : LA LIGNE *
      * AFFICHEE A L'ECRAN (PF8), SINON LE DEBUT      *
      *************************************************
       POSITION-ECRAN.
           MOVE ZERO   TO WS-POS-O-NO
           MOVE SPACES TO WS-POS-P-NO
           IF ONOOVI IS NUMERIC
              MOVE ONOOVI TO WS-POS-O-NO
              MOVE PNOOVI TO WS-POS-P-NO
           END-IF.

      *************************************************
      * PREMIER PRIX EN ATTENTE APRES LA POSITION     *
      * COURANTE, AFFICHE AVEC LE NOMBRE RESTANT A    *
      * VALIDER                                       *
      *************************************************
       AFFICHE-SUIVANT.
           MOVE 'N' TO WS-FOUND
           EXEC SQL
              OPEN CPOVQ
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'ERREUR SQL OPEN CPOVQ' TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF
           EXEC SQL
              FETCH CPOVQ INTO :POV-O-NO, :POV-P-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                    MOVE 'Y' TO WS-FOUND
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    MOVE 'ERREUR SQL FETCH CPOVQ' TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE
           EXEC SQL
              CLOSE CPOVQ
           END-EXEC
           IF WS-FOUND = 'Y'
              PERFORM AFFICHE-PRIX-FORCE
              IF MESS1OVI = SPACES
                 MOVE 'A = VALIDER, R = REFUSER, PF8 = SUIVANT'
                   TO MESS1OVI
              END-IF
           ELSE
              PERFORM EFFACE-DETAIL
              MOVE SPACES TO ONOOVI PNOOVI
              IF MESS1OVI = SPACES
                 MOVE 'AUCUN PRIX FORCE A VALIDER (OU FIN DE FILE)'
                   TO MESS1OVI
              END-IF
           END-IF
           PERFORM COMPTE-EN-ATTENTE.

       COMPTE-EN-ATTENTE.
           EXEC SQL
              SELECT VALUE(COUNT(*), 0)
                INTO :WS-PENDING-CNT
                FROM PRICE_OVERRIDES
               WHERE STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'ERREUR SQL PRICE_OVERRIDES' TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF
           MOVE WS-PENDING-CNT TO E-PENDING
           MOVE E-PENDING TO NBPOVI.

       EFFACE-DETAIL.
           MOVE SPACES TO ACTOVI CNOOVI COMPOVI SNOOVI QTYOVI
                          REFPOVI OVRPOVI COSTOVI PCTOVI RSNOVI
                          RSNLOVI ENTBYOVI ENTDTOVI.

      *************************************************
      * DETAIL DU PRIX FORCE POV-O-NO / POV-P-NO :    *
      * CLIENT, VENDEUR, QUANTITE, PRIX DE REFERENCE, *
      * PRIX FORCE, COUT, ECART ET MOTIF (LIBELLE DE  *
      * LA FICHE OVRRSN DE PARAMS1)                   *
      *************************************************
       AFFICHE-PRIX-FORCE.
           PERFORM EFFACE-DETAIL
           MOVE SPACES TO CUS-COMPANY-TEXT
           EXEC SQL
              SELECT V.REF_PRICE, V.OVR_PRICE, V.UNIT_COST,
                     V.REASON, V.STATUS, V.ENTERED_BY,
                     V.ENTRY_DATE, O.C_NO, O.S_NO, I.QUANTITY,
                     C.COMPANY
                INTO :POV-REF-PRICE, :POV-OVR-PRICE, :POV-UNIT-COST,
                     :POV-REASON, :POV-STATUS, :POV-ENTERED-BY,
                     :POV-ENTRY-DATE, :ORD-C-NO, :ORD-S-NO,
                     :ITE-QUANTITY, :CUS-COMPANY
                FROM PRICE_OVERRIDES V, ORDERS O, ITEMS I,
                     CUSTOMERS C
               WHERE V.O_NO = :POV-O-NO
                 AND V.P_NO = :POV-P-NO
                 AND O.O_NO = V.O_NO
                 AND I.O_NO = V.O_NO
                 AND I.P_NO = V.P_NO
                 AND C.C_NO = O.C_NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    SET MANQUE-ZONE TO TRUE
                    MOVE DFHRED TO ONOOVC
                    MOVE 'PAS DE PRIX FORCE SUR CETTE LIGNE !'
                      TO MESS1OVI
               WHEN OTHER
                    MOVE 'ERREUR SQL PRICE_OVERRIDES' TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE
           IF ALL-ZONES-OK
              MOVE POV-O-NO        TO E-NUM4
              MOVE E-NUM4          TO ONOOVI
              MOVE POV-P-NO        TO PNOOVI
              MOVE ORD-C-NO        TO E-C-NO
              MOVE E-C-NO          TO CNOOVI
              MOVE CUS-COMPANY-TEXT TO COMPOVI
              MOVE ORD-S-NO        TO E-S-NO
              MOVE E-S-NO          TO SNOOVI
              MOVE ITE-QUANTITY    TO E-QTY
              MOVE E-QTY           TO QTYOVI
              MOVE POV-REF-PRICE   TO E-PRICE
              MOVE E-PRICE         TO REFPOVI
              MOVE POV-OVR-PRICE   TO E-PRICE
              MOVE E-PRICE         TO OVRPOVI
              MOVE POV-UNIT-COST   TO E-PRICE
              MOVE E-PRICE         TO COSTOVI
              IF POV-REF-PRICE = ZERO
                 MOVE SPACES TO PCTOVI
              ELSE
                 COMPUTE WS-OVR-PCT ROUNDED =
                         (POV-OVR-PRICE - POV-REF-PRICE) * 100
                         / POV-REF-PRICE
                 MOVE WS-OVR-PCT TO E-PCT
                 MOVE E-PCT TO PCTOVI
              END-IF
              MOVE POV-REASON      TO RSNOVI
              MOVE POV-ENTERED-BY  TO ENTBYOVI
              MOVE POV-ENTRY-DATE  TO ENTDTOVI
              MOVE SPACES TO OPR-KEY
              STRING 'OVRRSN'   DELIMITED BY SIZE
                     POV-REASON DELIMITED BY SIZE
                INTO OPR-KEY
              EXEC CICS
                   READ DATASET ('PARAMS1')
                        INTO (OPR-ENR)
                        RIDFLD (OPR-KEY)
                        RESP (WS-CD-ERRQ)
              END-EXEC
              IF WS-CD-ERRQ = ZERO
                 MOVE OPR-VALUE TO RSNLOVI
              END-IF
              IF NOT POV-PENDING
                 MOVE SPACES TO WS-MSG
                 EVALUATE TRUE
                     WHEN POV-ACCEPTED
                          MOVE 'PRIX DANS LA TOLERANCE, RIEN A VALIDER'
                            TO WS-MSG
                     WHEN POV-APPROVED
                          MOVE 'PRIX DEJA VALIDE' TO WS-MSG
                     WHEN POV-REJECTED
                          MOVE 'PRIX DEJA REFUSE' TO WS-MSG
                 END-EVALUATE
                 MOVE WS-MSG TO MESS2OVI
              END-IF
           END-IF.

      *************************************************
      * DECISION DU SUPERVISEUR SUR LE PRIX AFFICHE : *
      * IL DOIT ETRE ENCORE EN ATTENTE ET AVOIR ETE   *
      * SAISI PAR UN AUTRE OPERATEUR. UN REFUS REMET  *
      * LE PRIX DE REFERENCE SUR LA LIGNE ; LE GESTE  *
      * EST TRACE DANS ORDER_AUDIT (ACTION 'P')       *
      *************************************************
       DECISION.
           IF ONOOVI IS NOT NUMERIC OR PNOOVI = SPACES
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO ONOOVC
              MOVE 'COMMANDE ET PRODUIT REQUIS POUR DECIDER !'
                TO MESS1OVI
           ELSE
              MOVE ONOOVI TO POV-O-NO
              MOVE PNOOVI TO POV-P-NO
              PERFORM AFFICHE-PRIX-FORCE
           END-IF
           IF ALL-ZONES-OK AND NOT POV-PENDING
              SET MANQUE-ZONE TO TRUE
              MOVE 'CE PRIX N''EST PAS EN ATTENTE DE VALIDATION !'
                TO MESS1OVI
           END-IF
           IF ALL-ZONES-OK AND POV-ENTERED-BY = LOGIN-ZONE
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO ENTBYOVC
              MOVE 'LE SAISISSEUR NE PEUT VALIDER SON PROPRE PRIX !'
                TO MESS1OVI
           END-IF
           IF ALL-ZONES-OK
              PERFORM HORODATAGE
              IF ACTOVI = 'A'
                 MOVE 'V' TO POV-STATUS
              ELSE
                 MOVE 'R' TO POV-STATUS
              END-IF
              MOVE LOGIN-ZONE TO POV-APPROVED-BY
              MOVE WS-TODAY   TO POV-APPROVAL-DATE
              EXEC SQL
                 UPDATE PRICE_OVERRIDES
                    SET STATUS        = :POV-STATUS,
                        APPROVED_BY   = :POV-APPROVED-BY,
                        APPROVAL_DATE = :POV-APPROVAL-DATE
                  WHERE O_NO = :POV-O-NO
                    AND P_NO = :POV-P-NO
                    AND STATUS = 'P'
              END-EXEC
              IF SQLCODE NOT = ZERO
                 MOVE 'ERREUR UPDATE PRICE_OVERRIDES' TO WS-ERR-MESS
                 PERFORM ANNULE-ET-TERMINE
              END-IF
              IF POV-REJECTED
                 MOVE POV-O-NO      TO ITE-O-NO
                 MOVE POV-P-NO      TO ITE-P-NO
                 MOVE POV-REF-PRICE TO ITE-PRICE
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
              END-IF
              MOVE POV-O-NO     TO OAU-O-NO
              MOVE POV-P-NO     TO OAU-P-NO
              MOVE 'P'          TO OAU-ACTION
              MOVE ITE-QUANTITY TO OAU-OLD-QTY
              MOVE ITE-QUANTITY TO OAU-NEW-QTY
              MOVE LOGIN-ZONE   TO OAU-CHANGED-BY
              MOVE WS-TODAY     TO OAU-CHANGE-DATE
              MOVE WS-TIME-TXT  TO OAU-CHANGE-TIME
              EXEC SQL
                 INSERT INTO ORDER_AUDIT (O_NO, P_NO, ACTION,
                        OLD_QTY, NEW_QTY, CHANGED_BY, CHANGE_DATE,
                        CHANGE_TIME)
                 VALUES (:OAU-O-NO, :OAU-P-NO, :OAU-ACTION,
                         :OAU-OLD-QTY, :OAU-NEW-QTY, :OAU-CHANGED-BY,
                         :OAU-CHANGE-DATE, :OAU-CHANGE-TIME)
              END-EXEC
              IF SQLCODE NOT = ZERO
                 MOVE 'ERREUR INSERT ORDER_AUDIT' TO WS-ERR-MESS
                 PERFORM ANNULE-ET-TERMINE
              END-IF
              MOVE SPACES TO WS-MSG
              IF POV-APPROVED
                 STRING 'PRIX VALIDE : COMMANDE ' DELIMITED BY SIZE
                        ONOOVI                    DELIMITED BY SIZE
                        ' PRODUIT '               DELIMITED BY SIZE
                        PNOOVI                    DELIMITED BY SIZE
                   INTO WS-MSG
              ELSE
                 STRING 'PRIX REFUSE : COMMANDE ' DELIMITED BY SIZE
                        ONOOVI                    DELIMITED BY SIZE
                        ' PRODUIT '               DELIMITED BY SIZE
                        PNOOVI                    DELIMITED BY SIZE
                        ' REMISE AU PRIX DE REFERENCE'
                                                  DELIMITED BY SIZE
                   INTO WS-MSG
              END-IF
              MOVE WS-MSG TO MESS2OVI
      *       ON ENCHAINE SUR LE PRIX SUIVANT DE LA FILE
              PERFORM POSITION-ECRAN
              PERFORM AFFICHE-SUIVANT
           END-IF.

      *************************************************
      * ENTER : DECISION SI UNE ACTION EST SAISIE,    *
      * SINON LA LIGNE DEMANDEE OU LE DEBUT DE LA     *
      * FILE                                          *
      *************************************************
       TRAIT-SAISIE.
           INITIALIZE MESS1OVO MESS2OVO
           SET ALL-ZONES-OK TO TRUE
           EVALUATE TRUE
               WHEN ACTOVI = 'A' OR ACTOVI = 'R'
                    PERFORM DECISION
               WHEN ACTOVI NOT = SPACE
                    MOVE DFHRED TO ACTOVC
                    MOVE 'ACTION INVALIDE (A/R OU BLANC) !'
                      TO MESS1OVI
               WHEN ONOOVI IS NUMERIC AND PNOOVI NOT = SPACES
                    MOVE ONOOVI TO POV-O-NO
                    MOVE PNOOVI TO POV-P-NO
                    PERFORM AFFICHE-PRIX-FORCE
                    PERFORM COMPTE-EN-ATTENTE
               WHEN OTHER
                    MOVE ZERO   TO WS-POS-O-NO
                    MOVE SPACES TO WS-POS-P-NO
                    PERFORM AFFICHE-SUIVANT
           END-EVALUATE.

      *************************************************
      * ERREUR SQL EN PLEINE DECISION : ON ANNULE     *
      * L'UNITE D'OEUVRE AVANT DE TERMINER            *
      *************************************************
       ANNULE-ET-TERMINE.
           EXEC CICS
                SYNCPOINT ROLLBACK
           END-EXEC
           PERFORM FIN-TOTALE.

       TOUCHE-INVALIDE.
           INITIALIZE MESS1OVO MESS2OVO
           MOVE 'TOUCHE INVALIDE !' TO MESS1OVO
           MOVE DFHPINK TO MESS1OVC.

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
              WHEN EIBAID = DFHPF8
                   PERFORM LECT-ECRAN
                   INITIALIZE MESS1OVO MESS2OVO
                   PERFORM POSITION-ECRAN
                   PERFORM AFFICHE-SUIVANT
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
      * LA VALIDATION DES PRIX EST RESERVEE AUX       *
      * ADMINISTRATEURS (SUPERVISEURS DES VENTES)     *
      *************************************************
       CONTROLE-AUTORISATION.
           IF ROLE-ADMIN-ZONE
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
