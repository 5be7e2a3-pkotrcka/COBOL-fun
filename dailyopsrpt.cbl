           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open report file, aborting.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM WRITE-REPORT.
