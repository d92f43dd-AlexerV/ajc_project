       FD STL.
       COPY SETTLE.
       FD STLARC.
       01 STLARC-ENR    PIC X(156).
       FD CRHOLD.
       COPY CRHOLD.
       FD HLDARC.
           IF WS-STL-PURGE-DATE = SPACES
              MOVE STL-INVOICE-DATE TO WS-STL-PURGE-DATE
           END-IF
           IF (STL-SETTLED OR STL-CANCELLED OR STL-WRITTEN-OFF)
              AND WS-STL-PURGE-DATE < WS-CUT-SETTLE
              ADD 1 TO WS-STL-ARCH
              MOVE STL-ENR TO STLARC-ENR
