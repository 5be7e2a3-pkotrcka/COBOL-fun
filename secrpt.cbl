       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNON-LOG-FILE ASSIGN TO "SIGNONLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.
           SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCAUD-STATUS.
           SELECT CIRC-AUDIT-FILE ASSIGN TO "CIRCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIRCAUD-STATUS.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SECURITY-REPORT-FILE ASSIGN TO "SECRPT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SIGNON-LOG-FILE.
           COPY signonlg.

       FD CALC-AUDIT-FILE.
           COPY calcaud.

       FD CIRC-AUDIT-FILE.
           COPY circaud.

       FD OPER-MASTER-FILE.
           COPY opermast.

       FD SECURITY-REPORT-FILE.
       01 SR-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SIGNLOG-STATUS PIC X(2).
       01 WS-CALCAUD-STATUS PIC X(2).
       01 WS-CIRCAUD-STATUS PIC X(2).
       01 WS-OPER-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
	88 AT-END-OF-FILE VALUE 'Y'.
       01 WS-TODAY PIC X(21).

      * reporting period, blank for no limit
       01 WS-FROM-DATE PIC X(8).
       01 WS-TO-DATE PIC X(8).
       01 WS-EVENT-DATE PIC X(8).
       01 WS-IN-PERIOD PIC X(1) VALUE 'N'.
	88 EVENT-IN-PERIOD VALUE 'Y'.

      * this many rejections as an ID the operator master does not
      * know is taken as someone trying IDs, not a mistyped one
       01 WS-PROBE-LIMIT PIC 9(1) VALUE 3.

      * one entry per operator and program seen in the period, kept
      * in operator then program order as entries are added
       01 WS-ENT-COUNT PIC 9(3) VALUE 0.
       01 WS-ENT-IX PIC 9(3).
       01 WS-SHIFT-IX PIC 9(3).
       01 WS-ENT-OVFL PIC X(1) VALUE 'N'.
	88 ENTRY-TABLE-FULL VALUE 'Y'.
       01 WS-ENT-FOUND PIC X(1) VALUE 'N'.
	88 ENTRY-WAS-FOUND VALUE 'Y'.
       01 WS-NEW-KEY.
           05 WS-NEW-OPERATOR PIC X(10).
           05 WS-NEW-PROGRAM PIC X(8).
       01 WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 500 TIMES.
               10 WS-ENT-KEY.
                   15 WS-ENT-OPERATOR PIC X(10).
                   15 WS-ENT-PROGRAM PIC X(8).
               10 WS-ENT-NOTFOUND PIC 9(5).
               10 WS-ENT-INACTIVE PIC 9(5).
               10 WS-ENT-BADPASS PIC 9(5).
               10 WS-ENT-LOCKOUT PIC 9(5).
               10 WS-ENT-NOAUTH PIC 9(5).
               10 WS-ENT-WORK PIC 9(7).

      * period totals and the operator-master cross check
       01 WS-TOT-NOTFOUND PIC 9(6) VALUE 0.
       01 WS-TOT-INACTIVE PIC 9(6) VALUE 0.
       01 WS-TOT-BADPASS PIC 9(6) VALUE 0.
       01 WS-TOT-LOCKOUT PIC 9(6) VALUE 0.
       01 WS-TOT-NOAUTH PIC 9(6) VALUE 0.
       01 WS-TOT-WORK PIC 9(8) VALUE 0.
       01 WS-PROBE-COUNT PIC 9(4) VALUE 0.
       01 WS-DORMANT-COUNT PIC 9(4) VALUE 0.
       01 WS-OPER-WORK PIC 9(8).
       01 WS-OPER-REJECTS PIC 9(6).
       01 WS-OPER-NOTFOUND PIC 9(6).
       01 WS-SUM-IX PIC 9(3).

      * print editing
       01 WS-CNT-DISP PIC ZZZZ9.
       01 WS-CNT-DISP2 PIC ZZZZ9.
       01 WS-CNT-DISP3 PIC ZZZZ9.
       01 WS-CNT-DISP4 PIC ZZZZ9.
       01 WS-CNT-DISP5 PIC ZZZZ9.
       01 WS-WORK-DISP PIC ZZZZZZ9.
       01 WS-FLAG-TEXT PIC X(20).

       PROCEDURE DIVISION.

      * gather every rejected sign-on, lockout and authority refusal
      * in the period beside the work each operator actually did, so
      * supervisors can see who is trying IDs they do not own and
      * which accounts nobody uses any more

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           DISPLAY 'Operator security and activity report.'.
           DISPLAY 'From date YYYYMMDD (blank for all): '.
           ACCEPT WS-FROM-DATE.
           DISPLAY 'To date YYYYMMDD (blank for all): '.
           ACCEPT WS-TO-DATE.
           PERFORM SCAN-SIGNON-LOG THRU SCAN-SIGNON-EXIT.
           PERFORM SCAN-CALC-AUDIT THRU SCAN-CALC-EXIT.
           PERFORM SCAN-CIRC-AUDIT THRU SCAN-CIRC-EXIT.
           OPEN OUTPUT SECURITY-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open report file, aborting.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-ENTRY-LINE
               VARYING WS-ENT-IX FROM 1 BY 1
               UNTIL WS-ENT-IX > WS-ENT-COUNT.
           PERFORM WRITE-TOTALS.
           PERFORM CHECK-DORMANT THRU CHECK-DORMANT-EXIT.
           PERFORM WRITE-SIGN-OFF.
           CLOSE SECURITY-REPORT-FILE.
           IF WS-PROBE-COUNT > 0 THEN
                   DISPLAY '*** ' WS-PROBE-COUNT ' ID(s) with repeated '
                       'failed sign-ons, see SECRPT.PRT ***'
           END-IF.
           DISPLAY 'Security report written to SECRPT.PRT - '
               WS-DORMANT-COUNT ' active operator(s) with no work.'.
           STOP RUN.

      * sign-on rejections and authority refusals from CALC and
      * AREACALC, by reason

       SCAN-SIGNON-LOG.
           OPEN INPUT SIGNON-LOG-FILE.
           IF WS-SIGNLOG-STATUS NOT = '00' THEN
                   DISPLAY 'No sign-on log found, no rejections '
                       'to report.'
                   GO TO SCAN-SIGNON-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL AT-END-OF-FILE
               READ SIGNON-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SL-TIMESTAMP(1:8) TO WS-EVENT-DATE
                       PERFORM CHECK-PERIOD
                       IF EVENT-IN-PERIOD THEN
                               MOVE SL-OPERATOR-ID TO WS-NEW-OPERATOR
                               MOVE SL-PROGRAM TO WS-NEW-PROGRAM
                               PERFORM FIND-ENTRY
                               PERFORM COUNT-SIGNON-EVENT
                                   THRU COUNT-SIGNON-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SIGNON-LOG-FILE.
       SCAN-SIGNON-EXIT.
           EXIT.

       COUNT-SIGNON-EVENT.
           IF WS-ENT-IX = 0 THEN
                   GO TO COUNT-SIGNON-EXIT
           END-IF.
           IF SL-REASON = 'NOTFOUND' THEN
                   ADD 1 TO WS-ENT-NOTFOUND(WS-ENT-IX)
                   ADD 1 TO WS-TOT-NOTFOUND
           END-IF.
           IF SL-REASON = 'INACTIVE' THEN
                   ADD 1 TO WS-ENT-INACTIVE(WS-ENT-IX)
                   ADD 1 TO WS-TOT-INACTIVE
           END-IF.
           IF SL-REASON = 'BADPASS' THEN
                   ADD 1 TO WS-ENT-BADPASS(WS-ENT-IX)
                   ADD 1 TO WS-TOT-BADPASS
           END-IF.
           IF SL-REASON = 'LOCKOUT' THEN
                   ADD 1 TO WS-ENT-LOCKOUT(WS-ENT-IX)
                   ADD 1 TO WS-TOT-LOCKOUT
           END-IF.
           IF SL-REASON = 'NOAUTH' THEN
                   ADD 1 TO WS-ENT-NOAUTH(WS-ENT-IX)
                   ADD 1 TO WS-TOT-NOAUTH
           END-IF.
       COUNT-SIGNON-EXIT.
           EXIT.

      * a calculation that came back without an error code is a
      * piece of successful work

       SCAN-CALC-AUDIT.
           OPEN INPUT CALC-AUDIT-FILE.
           IF WS-CALCAUD-STATUS NOT = '00' THEN
                   DISPLAY 'No CALC audit trail found, skipping CALC '
                       'work.'
                   GO TO SCAN-CALC-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL AT-END-OF-FILE
               READ CALC-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CA-TIMESTAMP(1:8) TO WS-EVENT-DATE
                       PERFORM CHECK-PERIOD
                       IF EVENT-IN-PERIOD
                           AND CA-ERROR-CODE = SPACES THEN
                               MOVE CA-OPERATOR-ID TO WS-NEW-OPERATOR
                               MOVE 'CALC' TO WS-NEW-PROGRAM
                               PERFORM FIND-ENTRY
                               PERFORM COUNT-WORK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALC-AUDIT-FILE.
       SCAN-CALC-EXIT.
           EXIT.

       SCAN-CIRC-AUDIT.
           OPEN INPUT CIRC-AUDIT-FILE.
           IF WS-CIRCAUD-STATUS NOT = '00' THEN
                   DISPLAY 'No AREACALC audit trail found, skipping '
                       'AREACALC work.'
                   GO TO SCAN-CIRC-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL AT-END-OF-FILE
               READ CIRC-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ZA-TIMESTAMP(1:8) TO WS-EVENT-DATE
                       PERFORM CHECK-PERIOD
                       IF EVENT-IN-PERIOD
                           AND ZA-ERROR-CODE = SPACES THEN
                               MOVE ZA-NAME TO WS-NEW-OPERATOR
                               MOVE 'AREACALC' TO WS-NEW-PROGRAM
                               PERFORM FIND-ENTRY
                               PERFORM COUNT-WORK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CIRC-AUDIT-FILE.
       SCAN-CIRC-EXIT.
           EXIT.

       COUNT-WORK.
           IF WS-ENT-IX NOT = 0 THEN
                   ADD 1 TO WS-ENT-WORK(WS-ENT-IX)
                   ADD 1 TO WS-TOT-WORK
           END-IF.

       CHECK-PERIOD.
           MOVE 'N' TO WS-IN-PERIOD.
           IF (WS-FROM-DATE = SPACES
               OR WS-EVENT-DATE >= WS-FROM-DATE)
               AND (WS-TO-DATE = SPACES
               OR WS-EVENT-DATE <= WS-TO-DATE) THEN
                   MOVE 'Y' TO WS-IN-PERIOD
           END-IF.

      * locate the entry for WS-NEW-KEY, opening a new one in key
      * order when it is first seen - WS-ENT-IX comes back zero once
      * the table is full, and the report says so

       FIND-ENTRY.
           MOVE 'N' TO WS-ENT-FOUND.
           MOVE 1 TO WS-ENT-IX.
           PERFORM UNTIL WS-ENT-IX > WS-ENT-COUNT
               OR WS-ENT-KEY(WS-ENT-IX) NOT < WS-NEW-KEY
               ADD 1 TO WS-ENT-IX
           END-PERFORM.
           IF WS-ENT-IX NOT > WS-ENT-COUNT THEN
                   IF WS-ENT-KEY(WS-ENT-IX) = WS-NEW-KEY THEN
                           MOVE 'Y' TO WS-ENT-FOUND
                   END-IF
           END-IF.
           IF NOT ENTRY-WAS-FOUND THEN
                   IF WS-ENT-COUNT NOT < 500 THEN
                           MOVE 'Y' TO WS-ENT-OVFL
                           MOVE 0 TO WS-ENT-IX
                   ELSE
                           PERFORM OPEN-ENTRY
                   END-IF
           END-IF.

       OPEN-ENTRY.
           ADD 1 TO WS-ENT-COUNT.
           PERFORM VARYING WS-SHIFT-IX FROM WS-ENT-COUNT BY -1
               UNTIL WS-SHIFT-IX NOT > WS-ENT-IX
               MOVE WS-ENT-ENTRY(WS-SHIFT-IX - 1)
                   TO WS-ENT-ENTRY(WS-SHIFT-IX)
           END-PERFORM.
           MOVE WS-NEW-KEY TO WS-ENT-KEY(WS-ENT-IX).
           MOVE 0 TO WS-ENT-NOTFOUND(WS-ENT-IX).
           MOVE 0 TO WS-ENT-INACTIVE(WS-ENT-IX).
           MOVE 0 TO WS-ENT-BADPASS(WS-ENT-IX).
           MOVE 0 TO WS-ENT-LOCKOUT(WS-ENT-IX).
           MOVE 0 TO WS-ENT-NOAUTH(WS-ENT-IX).
           MOVE 0 TO WS-ENT-WORK(WS-ENT-IX).

       WRITE-REPORT-HEADER.
           MOVE SPACES TO SR-LINE.
           STRING 'OPERATOR SECURITY AND ACTIVITY REPORT - RUN OF '
               WS-TODAY(1:8) DELIMITED BY SIZE INTO SR-LINE.
           WRITE SR-LINE.
           MOVE SPACES TO SR-LINE.
           IF WS-FROM-DATE = SPACES AND WS-TO-DATE = SPACES THEN
                   MOVE 'PERIOD: ALL DATES ON FILE' TO SR-LINE
           ELSE
                   STRING 'PERIOD: FROM ' WS-FROM-DATE
                       ' TO ' WS-TO-DATE
                       DELIMITED BY SIZE INTO SR-LINE
           END-IF.
           WRITE SR-LINE.
           MOVE SPACES TO SR-LINE.
           WRITE SR-LINE.
           MOVE SPACES TO SR-LINE.
           STRING 'OPERATOR    PROGRAM   NOTFOUND INACTIVE  BADPASS'
               '  LOCKOUT   NOAUTH     WORK  FLAG'
               DELIMITED BY SIZE INTO SR-LINE.
           WRITE SR-LINE.

      * an ID rejected as unknown time after time is flagged - one
      * or two misses is a typing slip, more is someone trying IDs.
      * The misses are summed over every program the ID was tried
      * on, and the ID is counted once, on its first line - the
      * table is in operator order.

       WRITE-ENTRY-LINE.
           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE 0 TO WS-OPER-NOTFOUND.
           PERFORM VARYING WS-SUM-IX FROM 1 BY 1
               UNTIL WS-SUM-IX > WS-ENT-COUNT
               IF WS-ENT-OPERATOR(WS-SUM-IX) =
                   WS-ENT-OPERATOR(WS-ENT-IX) THEN
                       ADD WS-ENT-NOTFOUND(WS-SUM-IX)
                           TO WS-OPER-NOTFOUND
               END-IF
           END-PERFORM.
           IF WS-OPER-NOTFOUND NOT < WS-PROBE-LIMIT THEN
                   MOVE '** UNKNOWN ID **' TO WS-FLAG-TEXT
                   IF WS-ENT-IX = 1 THEN
                           ADD 1 TO WS-PROBE-COUNT
                   ELSE
                           IF WS-ENT-OPERATOR(WS-ENT-IX - 1) NOT =
                               WS-ENT-OPERATOR(WS-ENT-IX) THEN
                                   ADD 1 TO WS-PROBE-COUNT
                           END-IF
                   END-IF
           END-IF.
           MOVE WS-ENT-NOTFOUND(WS-ENT-IX) TO WS-CNT-DISP.
           MOVE WS-ENT-INACTIVE(WS-ENT-IX) TO WS-CNT-DISP2.
           MOVE WS-ENT-BADPASS(WS-ENT-IX) TO WS-CNT-DISP3.
           MOVE WS-ENT-LOCKOUT(WS-ENT-IX) TO WS-CNT-DISP4.
           MOVE WS-ENT-NOAUTH(WS-ENT-IX) TO WS-CNT-DISP5.
           MOVE WS-ENT-WORK(WS-ENT-IX) TO WS-WORK-DISP.
           MOVE SPACES TO SR-LINE.
           STRING WS-ENT-OPERATOR(WS-ENT-IX) '  '
               WS-ENT-PROGRAM(WS-ENT-IX) '     '
               WS-CNT-DISP '    ' WS-CNT-DISP2 '    '
               WS-CNT-DISP3 '    ' WS-CNT-DISP4 '    '
               WS-CNT-DISP5 '  ' WS-WORK-DISP '  ' WS-FLAG-TEXT
               DELIMITED BY SIZE INTO SR-LINE.
           WRITE SR-LINE.

       WRITE-TOTALS.
           MOVE WS-TOT-NOTFOUND TO WS-CNT-DISP.
           MOVE WS-TOT-INACTIVE TO WS-CNT-DISP2.
           MOVE WS-TOT-BADPASS TO WS-CNT-DISP3.
           MOVE WS-TOT-LOCKOUT TO WS-CNT-DISP4.
           MOVE WS-TOT-NOAUTH TO WS-CNT-DISP5.
           MOVE WS-TOT-WORK TO WS-WORK-DISP.
           MOVE SPACES TO SR-LINE.
           STRING 'TOTAL                    '
               WS-CNT-DISP '    ' WS-CNT-DISP2 '    '
               WS-CNT-DISP3 '    ' WS-CNT-DISP4 '    '
               WS-CNT-DISP5 '  ' WS-WORK-DISP
               DELIMITED BY SIZE INTO SR-LINE.
           WRITE SR-LINE.
           IF ENTRY-TABLE-FULL THEN
                   MOVE SPACES TO SR-LINE
                   STRING '*** MORE THAN 500 OPERATOR/PROGRAM '
                       'PAIRS - LATER ONES NOT COUNTED, RUN A '
                       'SHORTER PERIOD ***'
                       DELIMITED BY SIZE INTO SR-LINE
                   WRITE SR-LINE
           END-IF.
           MOVE SPACES TO SR-LINE.
           STRING 'IDS WITH ' WS-PROBE-LIMIT ' OR MORE UNKNOWN-ID '
               'REJECTIONS: ' WS-PROBE-COUNT
               DELIMITED BY SIZE INTO SR-LINE.
           WRITE SR-LINE.

      * an active operator with no successful work in the period is
      * a candidate for deactivation - rejected sign-ons alone do
      * not count as work, but are shown beside the name

       CHECK-DORMANT.
           MOVE SPACES TO SR-LINE.
           WRITE SR-LINE.
           MOVE 'ACTIVE OPERATORS WITH NO WORK IN THE PERIOD'
               TO SR-LINE.
           WRITE SR-LINE.
           OPEN INPUT OPER-MASTER-FILE.
           IF WS-OPER-STATUS NOT = '00' THEN
                   MOVE SPACES TO SR-LINE
                   STRING 'OPERATOR MASTER NOT AVAILABLE, STATUS '
                       WS-OPER-STATUS ' - NOT CHECKED'
                       DELIMITED BY SIZE INTO SR-LINE
                   WRITE SR-LINE
                   GO TO CHECK-DORMANT-EXIT
           END-IF.
           MOVE SPACES TO SR-LINE.
           STRING 'OPERATOR    NAME                            AUTH'
               '  REJECTED SIGN-ONS'
               DELIMITED BY SIZE INTO SR-LINE.
           WRITE SR-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO OM-OPERATOR-ID.
           START OPER-MASTER-FILE KEY IS GREATER THAN OM-OPERATOR-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL AT-END-OF-FILE
               READ OPER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF OM-IS-ACTIVE THEN
                               PERFORM CHECK-ONE-OPERATOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPER-MASTER-FILE.
           MOVE SPACES TO SR-LINE.
           STRING 'ACTIVE OPERATORS WITH NO WORK: ' WS-DORMANT-COUNT
               DELIMITED BY SIZE INTO SR-LINE.
           WRITE SR-LINE.
       CHECK-DORMANT-EXIT.
           EXIT.

       CHECK-ONE-OPERATOR.
           MOVE 0 TO WS-OPER-WORK.
           MOVE 0 TO WS-OPER-REJECTS.
           PERFORM VARYING WS-ENT-IX FROM 1 BY 1
               UNTIL WS-ENT-IX > WS-ENT-COUNT
               IF WS-ENT-OPERATOR(WS-ENT-IX) = OM-OPERATOR-ID THEN
                       ADD WS-ENT-WORK(WS-ENT-IX) TO WS-OPER-WORK
                       ADD WS-ENT-NOTFOUND(WS-ENT-IX)
                           WS-ENT-INACTIVE(WS-ENT-IX)
                           WS-ENT-BADPASS(WS-ENT-IX)
                           WS-ENT-LOCKOUT(WS-ENT-IX)
                           WS-ENT-NOAUTH(WS-ENT-IX)
                           TO WS-OPER-REJECTS
               END-IF
           END-PERFORM.
           IF WS-OPER-WORK = 0 THEN
                   ADD 1 TO WS-DORMANT-COUNT
                   MOVE WS-OPER-REJECTS TO WS-CNT-DISP
                   MOVE SPACES TO SR-LINE
                   STRING OM-OPERATOR-ID '  ' OM-FULL-NAME '  '
                       OM-AUTH-LEVEL '     ' WS-CNT-DISP
                       DELIMITED BY SIZE INTO SR-LINE
                   WRITE SR-LINE
           END-IF.

       WRITE-SIGN-OFF.
           MOVE SPACES TO SR-LINE.
           WRITE SR-LINE.
           MOVE 'REVIEWED BY: ______________   DATE: __________'
               TO SR-LINE.
           WRITE SR-LINE.
