           END-IF

           MOVE SPACES         TO GLP-ENR
           MOVE 'INVREV'       TO GLP-SOURCE
           MOVE INV-INV-NO     TO GLP-INVOICE-NO
           MOVE INV-O-NO       TO GLP-O-NO
           MOVE WS-RUN-DATE    TO GLP-DATE
