           ACCEPT WS-CUTOFF-DATE.
           IF WS-CUTOFF-DATE IS NOT NUMERIC THEN
                   DISPLAY 'Bad cutoff date, nothing done.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE SPACES TO WS-CALC-ARC-NAME.
           IF WS-CALC-ARC-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open CALC archive, skipped.'
                   CLOSE CALC-AUDIT-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO ARCHIVE-CALC-EXIT
           END-IF.
           OPEN OUTPUT CALC-WORK-FILE.
                       'live file NOT purged.'
                   CLOSE CALC-AUDIT-FILE
                   CLOSE CALC-ARC-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO ARCHIVE-CALC-EXIT
           END-IF.
           MOVE 0 TO WS-ARC-COUNT.
                       'earlier cutoff.'
                   DISPLAY 'Live CALC audit file NOT purged, no '
                       'summaries written.'
                   MOVE 8 TO RETURN-CODE
                   GO TO ARCHIVE-CALC-EXIT
           END-IF.
           PERFORM PROVE-CALC-ARCHIVE THRU PROVE-CALC-EXIT.
                       'suspect - remove it before rerunning.'
                   DISPLAY 'Live CALC audit file NOT purged, no '
                       'summaries written.'
                   MOVE 8 TO RETURN-CODE
                   GO TO ARCHIVE-CALC-EXIT
           END-IF.
           MOVE 'CALC' TO AS-SYSTEM.
                   DISPLAY 'CALC work file read-back failed, status '
                       WS-CALC-WORK-STATUS
                       ' - live file NOT purged.'
                   MOVE 8 TO RETURN-CODE
                   GO TO REWRITE-CALC-EXIT
           END-IF.
           OPEN OUTPUT CALC-AUDIT-FILE.
           IF WS-CIRC-ARC-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open AREACALC archive, skipped.'
                   CLOSE CIRC-AUDIT-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO ARCHIVE-CIRC-EXIT
           END-IF.
           OPEN OUTPUT CIRC-WORK-FILE.
                       'live file NOT purged.'
                   CLOSE CIRC-AUDIT-FILE
                   CLOSE CIRC-ARC-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO ARCHIVE-CIRC-EXIT
           END-IF.
           MOVE 0 TO WS-ARC-COUNT.
                       'earlier cutoff.'
                   DISPLAY 'Live AREACALC audit file NOT purged, no '
                       'summaries written.'
                   MOVE 8 TO RETURN-CODE
                   GO TO ARCHIVE-CIRC-EXIT
           END-IF.
           PERFORM PROVE-CIRC-ARCHIVE THRU PROVE-CIRC-EXIT.
                       'suspect - remove it before rerunning.'
                   DISPLAY 'Live AREACALC audit file NOT purged, no '
                       'summaries written.'
                   MOVE 8 TO RETURN-CODE
                   GO TO ARCHIVE-CIRC-EXIT
           END-IF.
           MOVE 'CIRC' TO AS-SYSTEM.
                   DISPLAY 'AREACALC work file read-back failed, '
                       'status ' WS-CIRC-WORK-STATUS
                       ' - live file NOT purged.'
                   MOVE 8 TO RETURN-CODE
                   GO TO REWRITE-CIRC-EXIT
           END-IF.
           OPEN OUTPUT CIRC-AUDIT-FILE.
