       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSTMAINT.
      **********************************************
      * MAINTENANCE DES INTERDICTIONS DE VENTE      *
      * (PRODUCT_RESTRICTIONS) : UNE CARTE SYSIN    *
      * PAR GESTE. AJOUT ('A') OU SUPPRESSION ('D') *
      * D'UNE INTERDICTION D'UN PRODUIT DANS UN     *
      * ETAT DE LIVRAISON ('S') OU POUR UN CLIENT   *
      * ('C'), AVEC SON MOTIF. UN AJOUT EXISTANT    *
      * MET LE MOTIF A JOUR. LES INTERDICTIONS SONT *
      * CONTROLEES A LA SAISIE DE COMMANDE ET A     *
      * L'EXTRACTION (SALERSTR). LE PASSAGE SE      *
      * TERMINE PAR LA LISTE DES INTERDICTIONS.     *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      **********************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE RST
           END-EXEC

       77 FF-SYSIN         PIC 9 VALUE ZERO.

      *--------------------------------------------------------------
      *  CARTES SYSIN, UNE PAR GESTE :
      *  COL 1     : 'A' = AJOUT (OU MISE A JOUR DU MOTIF),
      *              'D' = SUPPRESSION, '*' = FIN
      *  COL 2     : 'S' = INTERDIT DANS UN ETAT DE LIVRAISON,
      *              'C' = INTERDIT POUR UN CLIENT
      *  COL 3-6   : P_NO
      *  COL 7-11  : 'S' : ETAT EN COL 7-8 ; 'C' : C_NO (5 CHIFFRES)
      *  COL 12-41 : MOTIF ('A' SEULEMENT, FACULTATIF)
      *--------------------------------------------------------------
       01 WS-SYSIN-CARD.
          05 WS-CARD-ACTION  PIC X.
             88 CARD-ADD              VALUE 'A'.
             88 CARD-DELETE           VALUE 'D'.
             88 CARD-END              VALUE '*'.
          05 WS-CARD-TYPE    PIC X.
             88 CARD-BY-STATE         VALUE 'S'.
             88 CARD-BY-CUSTOMER      VALUE 'C'.
          05 WS-CARD-P-NO    PIC X(4).
          05 WS-CARD-KEY     PIC X(5).
          05 WS-CARD-KEY-STATE REDEFINES WS-CARD-KEY.
             10 WS-CARD-STATE   PIC X(2).
             10 FILLER          PIC X(3).
          05 WS-CARD-C-NO REDEFINES WS-CARD-KEY PIC 9(5).
          05 WS-CARD-REASON  PIC X(30).
          05 FILLER          PIC X(39).

       77 WS-CARD-OK       PIC X VALUE 'Y'.

       77 WS-ADD-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-UPD-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-DEL-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT  PIC 9(5) VALUE ZERO.

       01 E-C-NO           PIC 9(5).

       01 WS-ALERT-PGM PIC X(8)  VALUE 'RSTMAINT'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - MAINTENANCE DES INTERDICTIONS'.

      *** INTERDICTIONS PAR PRODUIT, ETATS PUIS CLIENTS ***
           EXEC SQL
                DECLARE CRESTR CURSOR
                FOR
                SELECT P_NO, RESTR_TYPE, STATE, C_NO, REASON
                FROM PRODUCT_RESTRICTIONS
                ORDER BY P_NO, RESTR_TYPE DESC, STATE, C_NO
           END-EXEC

       PROCEDURE DIVISION.
            PERFORM READ-SYSIN-CARD
            PERFORM UNTIL FF-SYSIN = 1
               PERFORM PROCESS-RESTR-CARD
               PERFORM READ-SYSIN-CARD
            END-PERFORM
            EXEC SQL
                 COMMIT
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM LIST-RESTRICTIONS
            DISPLAY 'INTERDICTIONS AJOUTEES    : ' WS-ADD-COUNT
            DISPLAY 'MOTIFS MIS A JOUR         : ' WS-UPD-COUNT
            DISPLAY 'INTERDICTIONS SUPPRIMEES  : ' WS-DEL-COUNT
            DISPLAY 'CARTES REJETEES           : ' WS-REJECT-COUNT
            GOBACK.

       READ-SYSIN-CARD.
           MOVE SPACES TO WS-SYSIN-CARD
           ACCEPT WS-SYSIN-CARD FROM SYSIN
           IF CARD-END OR WS-CARD-ACTION = SPACE
              MOVE 1 TO FF-SYSIN
           END-IF.

       PROCESS-RESTR-CARD.
           PERFORM CHECK-CARD
           IF WS-CARD-OK = 'Y'
              MOVE WS-CARD-P-NO TO RST-P-NO
              MOVE WS-CARD-TYPE TO RST-RESTR-TYPE
              IF CARD-BY-STATE
                 MOVE WS-CARD-STATE TO RST-STATE
                 MOVE ZERO          TO RST-C-NO
              ELSE
                 MOVE SPACES        TO RST-STATE
                 MOVE WS-CARD-C-NO  TO RST-C-NO
              END-IF
              EVALUATE TRUE
                 WHEN CARD-ADD
                    PERFORM WRITE-RESTRICTION
                 WHEN CARD-DELETE
                    PERFORM DELETE-RESTRICTION
              END-EVALUATE
           END-IF.

      ***************************************
      * CONTROLE DE LA CARTE : ACTION, TYPE,*
      * PRODUIT CONNU, ETAT RENSEIGNE OU    *
      * CLIENT CONNU                        *
      ***************************************
       CHECK-CARD.
           MOVE 'Y' TO WS-CARD-OK
           EVALUATE TRUE
              WHEN NOT CARD-ADD AND NOT CARD-DELETE
                 MOVE 'N' TO WS-CARD-OK
                 DISPLAY 'ACTION INCONNUE (A/D) : ' WS-CARD-ACTION
              WHEN NOT CARD-BY-STATE AND NOT CARD-BY-CUSTOMER
                 MOVE 'N' TO WS-CARD-OK
                 DISPLAY 'TYPE INCONNU (S/C) : ' WS-SYSIN-CARD
              WHEN WS-CARD-P-NO = SPACES
                 MOVE 'N' TO WS-CARD-OK
                 DISPLAY 'PRODUIT ABSENT : ' WS-SYSIN-CARD
              WHEN CARD-BY-STATE AND WS-CARD-STATE = SPACES
                 MOVE 'N' TO WS-CARD-OK
                 DISPLAY 'ETAT ABSENT : ' WS-SYSIN-CARD
              WHEN CARD-BY-CUSTOMER AND WS-CARD-KEY IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK
                 DISPLAY 'C_NO NON NUMERIQUE : ' WS-SYSIN-CARD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
      *    UNE SUPPRESSION N'A PAS BESOIN DU PRODUIT NI DU CLIENT :
      *    ON DOIT POUVOIR RETIRER L'INTERDICTION D'UN PRODUIT
      *    SUPPRIME DEPUIS
           IF WS-CARD-OK = 'Y' AND CARD-ADD
              PERFORM CHECK-PRODUCT
           END-IF
           IF WS-CARD-OK = 'Y' AND CARD-ADD AND CARD-BY-CUSTOMER
              PERFORM CHECK-CUSTOMER
           END-IF
           IF WS-CARD-OK = 'N'
              ADD 1 TO WS-REJECT-COUNT
           END-IF.

       CHECK-PRODUCT.
           MOVE WS-CARD-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT P_NO INTO :PRO-P-NO
                FROM PRODUCTS
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE 'N' TO WS-CARD-OK
              DISPLAY 'P_NO INCONNU DANS PRODUCTS : ' WS-CARD-P-NO
           ELSE
              PERFORM TEST-SQLCODE
           END-IF.

       CHECK-CUSTOMER.
           MOVE WS-CARD-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT C_NO INTO :CUS-C-NO
                FROM CUSTOMERS
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE 'N' TO WS-CARD-OK
              DISPLAY 'C_NO INCONNU DANS CUSTOMERS : ' WS-CARD-C-NO
           ELSE
              PERFORM TEST-SQLCODE
           END-IF.

      ***************************************
      * AJOUT DE L'INTERDICTION, OU MISE A  *
      * JOUR DU MOTIF SI ELLE EXISTE DEJA   *
      ***************************************
       WRITE-RESTRICTION.
           MOVE WS-CARD-REASON TO RST-REASON-TEXT
           MOVE 30 TO RST-REASON-LEN
           EXEC SQL
              INSERT INTO PRODUCT_RESTRICTIONS
                     (P_NO, RESTR_TYPE, STATE, C_NO, REASON)
              VALUES (:RST-P-NO, :RST-RESTR-TYPE, :RST-STATE,
                      :RST-C-NO, :RST-REASON)
           END-EXEC
           IF SQLCODE = -803
              EXEC SQL
                 UPDATE PRODUCT_RESTRICTIONS
                    SET REASON = :RST-REASON
                  WHERE P_NO       = :RST-P-NO
                    AND RESTR_TYPE = :RST-RESTR-TYPE
                    AND STATE      = :RST-STATE
                    AND C_NO       = :RST-C-NO
              END-EXEC
              PERFORM TEST-SQLCODE
              ADD 1 TO WS-UPD-COUNT
              DISPLAY 'MOTIF MIS A JOUR : ' WS-SYSIN-CARD(1:41)
           ELSE
              PERFORM TEST-SQLCODE
              ADD 1 TO WS-ADD-COUNT
              DISPLAY 'AJOUT ' WS-SYSIN-CARD(2:40)
           END-IF.

       DELETE-RESTRICTION.
           EXEC SQL
              DELETE FROM PRODUCT_RESTRICTIONS
               WHERE P_NO       = :RST-P-NO
                 AND RESTR_TYPE = :RST-RESTR-TYPE
                 AND STATE      = :RST-STATE
                 AND C_NO       = :RST-C-NO
           END-EXEC
           IF SQLCODE = +100
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'INTERDICTION INCONNUE : ' WS-SYSIN-CARD(2:10)
           ELSE
              PERFORM TEST-SQLCODE
              ADD 1 TO WS-DEL-COUNT
              DISPLAY 'SUPPRESSION ' WS-SYSIN-CARD(2:10)
           END-IF.

      ***************************************
      * LISTE DE CONTROLE DES INTERDICTIONS *
      ***************************************
       LIST-RESTRICTIONS.
           DISPLAY '================================================'
           DISPLAY 'INTERDICTIONS DE VENTE DES PRODUITS'
           DISPLAY 'P_NO  T  ETAT/CLIENT  MOTIF'
           DISPLAY '================================================'
           EXEC SQL
                OPEN CRESTR
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-RESTRICTION
           PERFORM UNTIL SQLCODE = +100
              IF RST-BY-STATE
                 DISPLAY RST-P-NO '  ' RST-RESTR-TYPE '  '
                         RST-STATE '           ' RST-REASON-TEXT
              ELSE
                 MOVE RST-C-NO TO E-C-NO
                 DISPLAY RST-P-NO '  ' RST-RESTR-TYPE '  '
                         E-C-NO '        ' RST-REASON-TEXT
              END-IF
              PERFORM FETCH-RESTRICTION
           END-PERFORM
           EXEC SQL
                CLOSE CRESTR
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-RESTRICTION.
           MOVE SPACES TO RST-REASON-TEXT
           EXEC SQL
                FETCH CRESTR INTO :RST-P-NO, :RST-RESTR-TYPE,
                      :RST-STATE, :RST-C-NO, :RST-REASON
           END-EXEC
           PERFORM TEST-SQLCODE.

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
