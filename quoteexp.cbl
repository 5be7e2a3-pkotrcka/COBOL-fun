       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTEEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-MASTER-FILE ASSIGN TO "QUOTEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-QUOTE-NO
               FILE STATUS IS WS-QUOTEMST-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-CODE
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ORDER-LOG-FILE ASSIGN TO "QORDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDLOG-STATUS.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO "QUOTEEXP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD QUOTE-MASTER-FILE.
           COPY quotemast.

       FD CUST-MASTER-FILE.
           COPY custmast.

       FD ORDER-LOG-FILE.
           COPY qordlog.

       FD EXPIRY-REPORT-FILE.
       01 RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-QUOTEMST-STATUS PIC X(2).
       01 WS-CUST-STATUS PIC X(2).
       01 WS-ORDLOG-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
	88 AT-END-OF-FILE VALUE 'Y'.
       01 WS-TIMESTAMP PIC X(21).
       01 WS-TODAY PIC X(8).

      * the sweep has no keyer - every expiry it logs carries this
      * ID so the order log shows the quote lapsed, nobody chose to
      * expire it
       01 WS-SYSTEM-OPERATOR PIC X(10) VALUE 'SYSEXPIRE'.

      * the follow-up window - quotes falling due within this many
      * days are listed for sales to chase
       01 WS-DAYS-BUF PIC X(3).
       01 WS-DAYS-AHEAD PIC 9(3) VALUE 7.
       01 WS-TODAY-INT PIC 9(8).
       01 WS-LIMIT-INT PIC 9(8).
       01 WS-LIMIT-DATE PIC 9(8).
       01 WS-VALID-INT PIC 9(8).
       01 WS-DAYS-LEFT PIC 9(3).

       01 WS-CUST-OPEN PIC X(1) VALUE 'N'.
	88 CUST-IS-OPEN VALUE 'Y'.
       01 WS-CUST-NAME PIC X(30).

      * the expiring-soon quotes, held in valid-until order so the
      * list reads soonest first
       01 WS-SOON-COUNT PIC 9(3) VALUE 0.
       01 WS-SOON-IX PIC 9(3).
       01 WS-SOON-IX2 PIC 9(3).
       01 WS-SOON-HIT-IX PIC 9(3).
       01 WS-SOON-OVERFLOW PIC X(1) VALUE 'N'.
	88 SOON-TABLE-FULL VALUE 'Y'.
       01 WS-SOON-TABLE.
           05 WS-SOON-ENTRY OCCURS 500 TIMES.
               10 WS-SOON-QUOTE-NO PIC 9(6).
               10 WS-SOON-VALID PIC X(8).
               10 WS-SOON-DAYS PIC 9(3).
               10 WS-SOON-CUST-CODE PIC X(6).
               10 WS-SOON-GROSS PIC S9(15)V9(2).
               10 WS-SOON-CURRENCY PIC X(3).

       01 WS-EXPIRED-COUNT PIC 9(6) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
       01 WS-GROSS-DISP PIC -Z(14)9.99.

       PROCEDURE DIVISION.

      * the nightly sweep - expire every open quote past its
      * valid-until date, log each one to the order log, then list
      * the quotes falling due within the follow-up window so sales
      * can chase them before they lapse

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY.
           DISPLAY 'Quote expiry sweep.'.
           DISPLAY 'Days ahead for the expiring-soon list (3 digits, '
               WITH NO ADVANCING.
           DISPLAY 'blank for 7): '.
           ACCEPT WS-DAYS-BUF.
           IF WS-DAYS-BUF NOT = SPACES THEN
                   IF WS-DAYS-BUF IS NUMERIC THEN
                           MOVE WS-DAYS-BUF TO WS-DAYS-AHEAD
                   ELSE
                           DISPLAY 'Not numeric, 7 days used.'
                   END-IF
           END-IF.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY)).
           COMPUTE WS-LIMIT-INT = WS-TODAY-INT + WS-DAYS-AHEAD.
           COMPUTE WS-LIMIT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LIMIT-INT).
           OPEN I-O QUOTE-MASTER-FILE.
           IF WS-QUOTEMST-STATUS NOT = '00' THEN
                   DISPLAY 'Quote master open failed, status '
                       WS-QUOTEMST-STATUS ' - no quotes on file?'
                   IF WS-QUOTEMST-STATUS NOT = '35' THEN
                           MOVE 12 TO RETURN-CODE
                   END-IF
                   STOP RUN
           END-IF.
           OPEN OUTPUT EXPIRY-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open expiry report file, '
                       'aborting.'
                   CLOSE QUOTE-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN EXTEND ORDER-LOG-FILE.
           IF WS-ORDLOG-STATUS NOT = '00' THEN
                   OPEN OUTPUT ORDER-LOG-FILE
           END-IF.
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUST-STATUS = '00' THEN
                   MOVE 'Y' TO WS-CUST-OPEN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'QUOTE EXPIRY SWEEP - RUN OF ' WS-TODAY
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '--------------------------------------------'
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'QUOTES EXPIRED THIS RUN' TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM WRITE-COLUMN-HEADS.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO QM-QUOTE-NO.
           START QUOTE-MASTER-FILE KEY IS GREATER THAN QM-QUOTE-NO
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL AT-END-OF-FILE
               READ QUOTE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF QM-IS-OPEN THEN
                               PERFORM SWEEP-QUOTE
                                   THRU SWEEP-QUOTE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EXPIRED-COUNT = 0 THEN
                   MOVE 'NO QUOTES PAST THEIR VALID-UNTIL DATE'
                       TO RPT-LINE
                   WRITE RPT-LINE
           END-IF.
           PERFORM WRITE-SOON-LIST.
           CLOSE QUOTE-MASTER-FILE.
           CLOSE ORDER-LOG-FILE.
           CLOSE EXPIRY-REPORT-FILE.
           IF CUST-IS-OPEN THEN
                   CLOSE CUST-MASTER-FILE
           END-IF.
           DISPLAY 'Quote expiry sweep complete - ' WS-EXPIRED-COUNT
               ' expired, ' WS-SOON-COUNT ' due within '
               WS-DAYS-AHEAD ' day(s), report on QUOTEEXP.PRT.'.
           STOP RUN.

      * one open quote - expire it when today is past its valid-
      * until date, otherwise hold it for the follow-up list when it
      * falls due inside the window. A quote with no usable date is
      * left open for sales to sort out by hand.

       SWEEP-QUOTE.
           ADD 1 TO WS-OPEN-COUNT.
           IF QM-VALID-UNTIL IS NOT NUMERIC THEN
                   GO TO SWEEP-QUOTE-EXIT
           END-IF.
           IF WS-TODAY > QM-VALID-UNTIL THEN
                   MOVE 'E' TO QM-STATUS
                   REWRITE QM-RECORD
                   MOVE 'E' TO OL-ACTION
                   PERFORM WRITE-ORDER-LOG
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 0 TO WS-DAYS-LEFT
                   PERFORM WRITE-QUOTE-LINE
                   GO TO SWEEP-QUOTE-EXIT
           END-IF.
           IF QM-VALID-UNTIL <= WS-LIMIT-DATE THEN
                   PERFORM INSERT-SOON-ENTRY THRU INSERT-SOON-EXIT
           END-IF.
       SWEEP-QUOTE-EXIT.
           EXIT.

      * slot the quote into the follow-up table in valid-until order

       INSERT-SOON-ENTRY.
           IF WS-SOON-COUNT >= 500 THEN
                   MOVE 'Y' TO WS-SOON-OVERFLOW
                   GO TO INSERT-SOON-EXIT
           END-IF.
           COMPUTE WS-VALID-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(QM-VALID-UNTIL)).
           MOVE WS-SOON-COUNT TO WS-SOON-IX.
           ADD 1 TO WS-SOON-COUNT.
           PERFORM UNTIL WS-SOON-IX = 0
               OR WS-SOON-VALID(WS-SOON-IX) <= QM-VALID-UNTIL
               COMPUTE WS-SOON-IX2 = WS-SOON-IX + 1
               MOVE WS-SOON-ENTRY(WS-SOON-IX)
                   TO WS-SOON-ENTRY(WS-SOON-IX2)
               SUBTRACT 1 FROM WS-SOON-IX
           END-PERFORM.
           COMPUTE WS-SOON-HIT-IX = WS-SOON-IX + 1.
           MOVE QM-QUOTE-NO TO WS-SOON-QUOTE-NO(WS-SOON-HIT-IX).
           MOVE QM-VALID-UNTIL TO WS-SOON-VALID(WS-SOON-HIT-IX).
           COMPUTE WS-SOON-DAYS(WS-SOON-HIT-IX) =
               WS-VALID-INT - WS-TODAY-INT.
           MOVE QM-CUST-CODE TO WS-SOON-CUST-CODE(WS-SOON-HIT-IX).
           MOVE QM-GROSS-AMOUNT TO WS-SOON-GROSS(WS-SOON-HIT-IX).
           MOVE QM-CURRENCY TO WS-SOON-CURRENCY(WS-SOON-HIT-IX).
       INSERT-SOON-EXIT.
           EXIT.

      * the follow-up list - soonest to lapse first, with the
      * customer's name so sales can pick up the phone from it

       WRITE-SOON-LIST.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'QUOTES EXPIRING BY ' WS-LIMIT-DATE ' (NEXT '
               WS-DAYS-AHEAD ' DAYS)'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM WRITE-COLUMN-HEADS.
           PERFORM VARYING WS-SOON-IX FROM 1 BY 1
               UNTIL WS-SOON-IX > WS-SOON-COUNT
               MOVE WS-SOON-QUOTE-NO(WS-SOON-IX) TO QM-QUOTE-NO
               MOVE WS-SOON-VALID(WS-SOON-IX) TO QM-VALID-UNTIL
               MOVE WS-SOON-CUST-CODE(WS-SOON-IX) TO QM-CUST-CODE
               MOVE WS-SOON-GROSS(WS-SOON-IX) TO QM-GROSS-AMOUNT
               MOVE WS-SOON-CURRENCY(WS-SOON-IX) TO QM-CURRENCY
               MOVE WS-SOON-DAYS(WS-SOON-IX) TO WS-DAYS-LEFT
               PERFORM WRITE-QUOTE-LINE
           END-PERFORM.
           IF WS-SOON-COUNT = 0 THEN
                   MOVE 'NO OPEN QUOTES FALL DUE IN THE WINDOW'
                       TO RPT-LINE
                   WRITE RPT-LINE
           END-IF.
           IF SOON-TABLE-FULL THEN
                   MOVE '*** MORE QUOTES FALL DUE THAN ONE RUN CAN '
                       TO RPT-LINE
                   MOVE 'LIST - SHORTEN THE WINDOW AND RERUN ***'
                       TO RPT-LINE(43:39)
                   WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'OPEN QUOTES SWEPT ' WS-OPEN-COUNT '  EXPIRED '
               WS-EXPIRED-COUNT '  DUE IN WINDOW ' WS-SOON-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-COLUMN-HEADS.
           MOVE SPACES TO RPT-LINE.
           MOVE 'QUOTE   VALID    DAYS CUST    NAME' TO RPT-LINE(1:34).
           MOVE 'GROSS' TO RPT-LINE(85:5).
           WRITE RPT-LINE.

      * one report line from the quote fields as they stand

       WRITE-QUOTE-LINE.
           PERFORM FIND-CUST-NAME THRU FIND-CUST-EXIT.
           MOVE QM-GROSS-AMOUNT TO WS-GROSS-DISP.
           MOVE SPACES TO RPT-LINE.
           MOVE QM-QUOTE-NO TO RPT-LINE(1:6).
           MOVE QM-VALID-UNTIL TO RPT-LINE(9:8).
           MOVE WS-DAYS-LEFT TO RPT-LINE(18:3).
           MOVE QM-CUST-CODE TO RPT-LINE(23:6).
           MOVE WS-CUST-NAME TO RPT-LINE(31:30).
           MOVE WS-GROSS-DISP TO RPT-LINE(71:19).
           MOVE QM-CURRENCY TO RPT-LINE(91:3).
           WRITE RPT-LINE.

      * the customer's name off the master - the code stands in for
      * it when the master is missing or the customer has gone

       FIND-CUST-NAME.
           MOVE QM-CUST-CODE TO WS-CUST-NAME.
           IF NOT CUST-IS-OPEN THEN
                   GO TO FIND-CUST-EXIT
           END-IF.
           MOVE QM-CUST-CODE TO CU-CUST-CODE.
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CU-NAME TO WS-CUST-NAME
           END-READ.
       FIND-CUST-EXIT.
           EXIT.

      * append one record per expiry to the order log, under the
      * sweep's own operator ID

       WRITE-ORDER-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP TO OL-TIMESTAMP.
           MOVE WS-SYSTEM-OPERATOR TO OL-OPERATOR-ID.
           MOVE QM-QUOTE-NO TO OL-QUOTE-NO.
           WRITE OL-RECORD.
