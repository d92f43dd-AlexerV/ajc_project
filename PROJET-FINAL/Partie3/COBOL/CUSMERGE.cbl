      *** PRIME, LA LIGNE SOURCE EST SUPPRIMEE)                 ***
       77 WS-CPR-P-NO       PIC X(4) VALUE SPACES.
       77 WS-CPR-EFF-FROM   PIC X(10) VALUE SPACES.
       77 WS-CPR-CATEGORY   PIC X(4) VALUE SPACES.
           EXEC SQL
                DECLARE CCONTR CURSOR
                FOR
                SELECT P_NO, CATEGORY, EFF_FROM
                FROM CONTRACT_PRICES
                WHERE C_NO = :WS-SRC-C-NO
                ORDER BY P_NO, CATEGORY, EFF_FROM
           END-EXEC

      ***************************************
       FETCH-CCONTR.
           EXEC SQL
              FETCH CCONTR
              INTO :WS-CPR-P-NO, :WS-CPR-CATEGORY, :WS-CPR-EFF-FROM
           END-EXEC
           PERFORM TEST-SQLCODE.

                 SET C_NO = :WS-TGT-C-NO
               WHERE C_NO = :WS-SRC-C-NO
                 AND P_NO = :WS-CPR-P-NO
                 AND CATEGORY = :WS-CPR-CATEGORY
                 AND EFF_FROM = :WS-CPR-EFF-FROM
           END-EXEC
           IF SQLCODE = -803
                 DELETE FROM CONTRACT_PRICES
                  WHERE C_NO = :WS-SRC-C-NO
                    AND P_NO = :WS-CPR-P-NO
                    AND CATEGORY = :WS-CPR-CATEGORY
                    AND EFF_FROM = :WS-CPR-EFF-FROM
              END-EXEC
              PERFORM TEST-SQLCODE
