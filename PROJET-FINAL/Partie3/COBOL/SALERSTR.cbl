       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SALERSTR.
      **********************************************
      * CONTROLE DES INTERDICTIONS DE VENTE D'UN    *
      * PRODUIT (PRODUCT_RESTRICTIONS) : PAR ETAT   *
      * DE LIVRAISON OU PAR CLIENT. SOUS-PROGRAMME  *
      * COMMUN (VOIR SALERSTP.CPY) APPELE PAR LA    *
      * SAISIE DE COMMANDE (PGM1ORD, PGM1QTE,       *
      * ORDIMP, STANDORD) ET A NOUVEAU PAR          *
      * EXTRACTP. L'ETAT CONTROLE EST CELUI DE      *
      * L'ADRESSE DE LIVRAISON SHIPTO DE LA         *
      * COMMANDE ; SIEGE (SHIPTO_ID 0 OU ADRESSE    *
      * INCONNUE, COMME A L'EXTRACTION) = ETAT DE   *
      * CUSTOMERS.                                  *
      **********************************************
       ENVIRONMENT DIVISION.
      **********************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE SHT
           END-EXEC

           EXEC SQL
               INCLUDE RST
           END-EXEC

       LINKAGE SECTION.
       COPY SALERSTP.

       PROCEDURE DIVISION USING SR-PARM.
            MOVE ZERO   TO SR-RC
            MOVE ZERO   TO SR-SQLCODE
            MOVE SPACES TO SR-STATE
            MOVE SPACES TO SR-REASON
            IF SR-SHIPTO-ID NOT = ZERO
               PERFORM GET-SHIPTO-STATE
            END-IF
            IF SR-RC = ZERO AND SR-STATE = SPACES
               PERFORM GET-CUSTOMER-STATE
            END-IF
            IF SR-RC = ZERO
               PERFORM GET-RESTRICTION
            END-IF
            GOBACK.

      ***************************************
      * ETAT DE L'ADRESSE DE LIVRAISON      *
      ***************************************
       GET-SHIPTO-STATE.
           MOVE SR-C-NO      TO SHT-C-NO
           MOVE SR-SHIPTO-ID TO SHT-SHIPTO-ID
           EXEC SQL
                SELECT STATE
                INTO  :SHT-STATE
                FROM  SHIPTO
                WHERE C_NO = :SHT-C-NO
                AND   SHIPTO_ID = :SHT-SHIPTO-ID
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE SHT-STATE TO SR-STATE
              WHEN SQLCODE = +100
                 CONTINUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      ***************************************
      * LIVRAISON AU SIEGE : ETAT DU CLIENT *
      ***************************************
       GET-CUSTOMER-STATE.
           MOVE SR-C-NO TO CUS-C-NO
           EXEC SQL
                SELECT STATE
                INTO  :CUS-STATE
                FROM  CUSTOMERS
                WHERE C_NO = :CUS-C-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE CUS-STATE TO SR-STATE
              WHEN SQLCODE = +100
                 CONTINUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      ***************************************
      * INTERDICTION DU PRODUIT POUR CE     *
      * CLIENT OU DANS CET ETAT - LE CLIENT *
      * EST SIGNALE EN PREMIER              *
      ***************************************
       GET-RESTRICTION.
           MOVE SR-P-NO  TO RST-P-NO
           MOVE SR-C-NO  TO RST-C-NO
           MOVE SR-STATE TO RST-STATE
           EXEC SQL
                SELECT RESTR_TYPE, REASON
                INTO  :RST-RESTR-TYPE, :RST-REASON
                FROM  PRODUCT_RESTRICTIONS
                WHERE P_NO = :RST-P-NO
                AND   ((RESTR_TYPE = 'C' AND C_NO = :RST-C-NO)
                    OR (RESTR_TYPE = 'S' AND STATE = :RST-STATE
                        AND STATE <> ' '))
                ORDER BY RESTR_TYPE
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE RST-REASON-TEXT TO SR-REASON
                 IF RST-BY-CUSTOMER
                    MOVE 8 TO SR-RC
                 ELSE
                    MOVE 4 TO SR-RC
                 END-IF
              WHEN SQLCODE = +100
                 CONTINUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    L'APPELANT DECIDE : ABANDON (BATCH) OU ANNULATION DE
      *    L'UNITE D'OEUVRE (TRANSACTION)
       SQL-ERROR.
           MOVE 12 TO SR-RC
           MOVE SQLCODE TO SR-SQLCODE.
