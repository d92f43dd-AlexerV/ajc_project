
       EXPIRE-BACKORDER.
           SET BKO-CANCELLED TO TRUE
           SET BKO-CANCEL-EXPIRED TO TRUE
           MOVE WS-RUN-DATE TO BKO-RELEASE-DATE
           REWRITE BKO-ENR
           IF WS-FS-BKO NOT = '00'
