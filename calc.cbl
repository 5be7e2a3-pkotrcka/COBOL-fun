       01 WS-AUTH-LEVEL PIC 9(1) VALUE 0.
       01 WS-SIGNON-REASON PIC X(8).
       01 WS-PASSWORD-IN PIC X(8).
      * refused sign-ons and modes this session - a run fed from a
      * file must end rather than prompt again for ever
       01 WS-REFUSED-COUNT PIC 9(2) VALUE 0.
       01 WS-DIVZERO-FLAG PIC X(1) VALUE 'N'.
           88 WS-DIVZERO-HIT VALUE 'Y'.
       01 WS-ERROR-CODE PIC X(8) VALUE SPACES.
           ACCEPT WS-OPERATOR-ID.
           PERFORM VALIDATE-SIGNON THRU VALIDATE-SIGNON-EXIT.
           IF NOT SIGNON-ACCEPTED THEN
                   PERFORM COUNT-REFUSAL
                   GO TO MODESELECT
           END-IF.
           OPEN EXTEND CALC-AUDIT-FILE.
                   DISPLAY 'Memory file open failed, status '
                       WS-MEMORY-STATUS ' - aborting.'
                   CLOSE CALC-AUDIT-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
       MODEASK.
                   DISPLAY 'Not authorized for batch mode.'
                   MOVE 'NOAUTH' TO WS-SIGNON-REASON
                   PERFORM WRITE-SIGNON-LOG
                   PERFORM COUNT-REFUSAL
                   GO TO MODEASK
           END-IF.
           IF WS-BATCH-MODE THEN
                       'status ' WS-RESULTS-STATUS ' - aborting.'
                   CLOSE CALC-AUDIT-FILE
                   CLOSE CALC-MEMORY-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE 'Y' TO WS-RESULTS-OPEN.
       CHECK-PASSWORD-EXIT.
           EXIT.

      * three refusals end the session with a failing return code

       COUNT-REFUSAL.
           ADD 1 TO WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT NOT < 3 THEN
                   DISPLAY 'Too many refusals, goodbye.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.

      * append one record per rejected sign-on or refused mode so
      * security can see who was turned away and why

           OPEN INPUT CALC-TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open transaction file, aborting.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF WS-RESTART-COUNT > 0 THEN
                   CLOSE CALC-TRANS-FILE
                   CLOSE CALC-AUDIT-FILE
                   CLOSE CALC-MEMORY-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE WS-TXN-COUNT TO CK-TXN-COUNT.
           IF WS-REJECT-COUNT > 0 THEN
                   DISPLAY WS-REJECT-COUNT ' record(s) rejected to '
                       'CALCREJ.DAT - repair and rerun in R mode.'
                   MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

                   DISPLAY 'No reject file to resubmit.'
                   CLOSE CALC-AUDIT-FILE
                   CLOSE CALC-MEMORY-FILE
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT CALC-RERR-FILE.
                   CLOSE CALC-REJECT-FILE
                   CLOSE CALC-AUDIT-FILE
                   CLOSE CALC-MEMORY-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM OPEN-RESULTS-FILE.
                               'holds processed records.'
                           CLOSE CALC-AUDIT-FILE
                           CLOSE CALC-MEMORY-FILE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-IF
           END-IF.
                   CLOSE CALC-RERR-FILE
                   CLOSE CALC-AUDIT-FILE
                   CLOSE CALC-MEMORY-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF WS-RERR-COUNT = 0 THEN
           IF WS-RERR-COUNT > 0 THEN
                   DISPLAY WS-RERR-COUNT ' record(s) still failing '
                       '- repair CALCREJ.DAT and rerun R mode.'
                   MOVE 4 TO RETURN-CODE
           ELSE
                   DISPLAY 'All rejects processed, reject file '
                       'cleared.'
