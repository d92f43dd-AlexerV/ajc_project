           END-IF

           MOVE SPACES         TO GLP-ENR
           MOVE 'COMMSETL'     TO GLP-SOURCE
           MOVE ZERO           TO GLP-INVOICE-NO
           MOVE ZERO           TO GLP-O-NO
           MOVE WS-RUN-DATE    TO GLP-DATE
