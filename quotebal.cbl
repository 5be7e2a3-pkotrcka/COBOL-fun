           OPEN OUTPUT BALANCE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open report file, aborting.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM WRITE-BALANCE-REPORT.
           ELSE
                   DISPLAY '*** OUT OF BALANCE - ' WS-OOB-COUNT
                       ' condition(s), see QUOTEBAL.PRT ***'
                   MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

