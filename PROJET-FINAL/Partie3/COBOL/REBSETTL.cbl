      ***************************************
       WRITE-GL-POSTINGS.
           MOVE SPACES       TO GLP-ENR
           MOVE 'REBSETTL'   TO GLP-SOURCE
           MOVE WS-CREDIT-NO TO GLP-INVOICE-NO
           MOVE ZERO         TO GLP-O-NO
           MOVE WS-RUN-DATE  TO GLP-DATE
