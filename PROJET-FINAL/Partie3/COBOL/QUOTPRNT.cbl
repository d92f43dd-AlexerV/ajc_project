           IF QTE-OPEN
              AND QTE-EXPIRY-DATE < WS-RUN-DATE
              SET QTE-EXPIRED TO TRUE
              MOVE WS-RUN-DATE TO QTE-CLOSE-DATE
              REWRITE QTE-ENR
              IF WS-FS-QTE NOT = '00'
                 DISPLAY 'ERR REWRITE FQUOTES :' WS-FS-QTE
