      ***************************************
       WRITE-GL-POSTINGS.
           MOVE SPACES       TO GLP-ENR
           MOVE 'FINCHG'     TO GLP-SOURCE
           MOVE ZERO         TO GLP-INVOICE-NO
           MOVE ZERO         TO GLP-O-NO
           MOVE WS-RUN-DATE  TO GLP-DATE
