           SELECT SHORTAGE-REPORT-FILE ASSIGN TO "STOCKSHT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHORTAGE-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JM-JOB-NUMBER
               FILE STATUS IS WS-JOBMST-STATUS.
           SELECT QUOTE-MASTER-FILE ASSIGN TO "QUOTEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-QUOTE-NO
               FILE STATUS IS WS-QUOTEMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHORTAGE-REPORT-FILE.
       01 SH-LINE PIC X(80).

       FD JOB-MASTER-FILE.
           COPY jobmast.

       FD QUOTE-MASTER-FILE.
           COPY quotemast.

       WORKING-STORAGE SECTION.
       01 WS-CUTLIST-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).
       01 WS-STOCK-OPEN PIC X(1) VALUE 'N'.
	88 STOCK-IS-OPEN VALUE 'Y'.
       01 WS-JOB-SHEETS PIC 9(9) VALUE 0.
       01 WS-AVAILABLE PIC S9(8).

      * a job generated from an accepted quote had its sheets set
      * aside on acceptance - costing it releases that reservation
      * as the sheets are issued, so they are not counted twice
       01 WS-QUOTEMST-STATUS PIC X(2).
       01 WS-QUOTE-OPEN PIC X(1) VALUE 'N'.
	88 QUOTES-ARE-OPEN VALUE 'Y'.
      * set when either master could not be opened, so the run ends
      * with a warning return code rather than a clean one
       01 WS-OPEN-WARNING PIC X(1) VALUE 'N'.
	88 OPEN-WAS-WARNED VALUE 'Y'.

      * sheet-nested job pricing - the job's pieces are pooled onto
      * whole standard sheets and the gross sheet area is what the
           05 WS-SHORT-ENTRY OCCURS 200 TIMES.
               10 WS-SHORT-MATERIAL PIC X(6).
               10 WS-SHORT-ON-HAND PIC S9(7).
               10 WS-SHORT-AVAILABLE PIC S9(8).
               10 WS-SHORT-POINT PIC 9(5).
       01 WS-ONHAND-DISP PIC -Z(6)9.
       01 WS-AVAIL-DISP PIC -Z(7)9.

      * every cleanly costed job is posted to the job master for the
      * invoicing run - a job already invoiced or paid is left alone
      * so a cut list costed twice can never re-open a billed job
       01 WS-JOBMST-STATUS PIC X(2).
       01 WS-JM-FOUND PIC X(1) VALUE 'N'.
	88 JOB-ON-MASTER VALUE 'Y'.
       01 WS-RUN-POSTED PIC 9(6) VALUE 0.
       01 WS-RUN-HELD PIC 9(6) VALUE 0.

      * per-line work fields
       01 WS-UNIT-AREA PIC S9(10)V9(4).
           OPEN INPUT CUT-LIST-FILE.
           IF WS-CUTLIST-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open cut list file, aborting.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATE-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open rate master, aborting.'
                   CLOSE CUT-LIST-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT COST-SHEET-FILE.
                       'aborting.'
                   CLOSE CUT-LIST-FILE
                   CLOSE RATE-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN OUTPUT JOB-REGISTER-FILE.
                   CLOSE CUT-LIST-FILE
                   CLOSE RATE-MASTER-FILE
                   CLOSE COST-SHEET-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
      * the job master is what accounts bills from - create it
      * only when it truly is not there, any other open failure
      * stops the run before a single job is costed
           OPEN I-O JOB-MASTER-FILE.
           IF WS-JOBMST-STATUS = '35' THEN
                   OPEN OUTPUT JOB-MASTER-FILE
                   CLOSE JOB-MASTER-FILE
                   OPEN I-O JOB-MASTER-FILE
           END-IF.
           IF WS-JOBMST-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open job master, status '
                       WS-JOBMST-STATUS ' - aborting.'
                   CLOSE CUT-LIST-FILE
                   CLOSE RATE-MASTER-FILE
                   CLOSE COST-SHEET-FILE
                   CLOSE JOB-REGISTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE SPACES TO CS-LINE.
                   DISPLAY 'Stock master open failed, status '
                       WS-STOCK-STATUS ' - stock not relieved '
                       'this run.'
                   MOVE 'Y' TO WS-OPEN-WARNING
           END-IF.
      * no quote master just means no quote has been accepted yet,
      * so there is nothing reserved to release - any other failure
      * leaves reservations standing and is a warning
           OPEN I-O QUOTE-MASTER-FILE.
           IF WS-QUOTEMST-STATUS = '00' THEN
                   MOVE 'Y' TO WS-QUOTE-OPEN
           ELSE
                   IF WS-QUOTEMST-STATUS NOT = '35' THEN
                           DISPLAY 'Quote master open failed, status '
                               WS-QUOTEMST-STATUS ' - reservations '
                               'not released this run.'
                           MOVE 'Y' TO WS-OPEN-WARNING
                   END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL AT-END-OF-FILE
           CLOSE RATE-MASTER-FILE.
           CLOSE COST-SHEET-FILE.
           CLOSE JOB-REGISTER-FILE.
           CLOSE JOB-MASTER-FILE.
           IF STOCK-IS-OPEN THEN
                   CLOSE STOCK-MASTER-FILE
           END-IF.
           IF QUOTES-ARE-OPEN THEN
                   CLOSE QUOTE-MASTER-FILE
           END-IF.
           DISPLAY 'Job costing complete - ' WS-RUN-JOB-COUNT
               ' jobs, cost sheets on JOBCOST.PRT, register on '
               'JOBREG.PRT'.
           DISPLAY WS-RUN-POSTED ' job(s) posted to the job master, '
               WS-RUN-HELD ' held back.'.
           IF WS-RUN-HELD > 0 OR OPEN-WAS-WARNED THEN
                   MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       PROCESS-CUT-RECORD.
                   MOVE WS-SCRAP-DISP TO JR-LINE(93:5)
           END-IF.
           WRITE JR-LINE.
           PERFORM POST-JOB-MASTER THRU POST-JOB-EXIT.
           ADD 1 TO WS-RUN-JOB-COUNT.
           ADD WS-JOB-AREA TO WS-RUN-AREA.
           ADD WS-JOB-COST TO WS-RUN-COST.
           ADD WS-JOB-SHEETS TO WS-RUN-SHEETS.
           MOVE 'N' TO WS-JOB-OPEN.

      * post the costed job to the job master as costed and ready
      * to bill. A job with rejected lines or no priced material is
      * held back so accounts never bills a part-costed job, and a
      * job the master already shows invoiced or paid keeps its
      * billed figures - re-costing it cannot change an invoice.

       POST-JOB-MASTER.
           IF WS-JOB-ERRORS > 0 OR NOT MATERIAL-WAS-FOUND THEN
                   MOVE '  *** JOB HELD - NOT POSTED TO THE JOB MASTER'
                       TO CS-LINE
                   WRITE CS-LINE
                   ADD 1 TO WS-RUN-HELD
                   GO TO POST-JOB-EXIT
           END-IF.
           MOVE WS-JOB-NUMBER TO JM-JOB-NUMBER.
           READ JOB-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-JM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-JM-FOUND
           END-READ.
           IF JOB-ON-MASTER AND NOT JM-IS-COSTED THEN
                   MOVE SPACES TO CS-LINE
                   STRING '  *** JOB ALREADY INVOICED AS '
                       JM-INVOICE-NO ' - JOB MASTER NOT UPDATED'
                       DELIMITED BY SIZE INTO CS-LINE
                   WRITE CS-LINE
                   ADD 1 TO WS-RUN-HELD
                   GO TO POST-JOB-EXIT
           END-IF.
           MOVE WS-JOB-NUMBER TO JM-JOB-NUMBER.
           MOVE WS-CUSTOMER TO JM-CUSTOMER.
           MOVE WS-MATERIAL-CODE TO JM-MATERIAL-CODE.
           MOVE WS-JOB-SHEETS TO JM-SHEETS.
           MOVE WS-JOB-AREA TO JM-AREA.
           MOVE WS-JOB-COST TO JM-COST.
           MOVE WS-CURRENCY TO JM-CURRENCY.
           MOVE WS-TODAY(1:8) TO JM-COSTED-DATE.
           MOVE 'C' TO JM-STATUS.
           MOVE 0 TO JM-INVOICE-NO.
           MOVE SPACES TO JM-INVOICE-DATE.
           MOVE SPACES TO JM-PAID-DATE.
           IF JOB-ON-MASTER THEN
                   REWRITE JM-RECORD
           ELSE
                   WRITE JM-RECORD
           END-IF.
           IF WS-JOBMST-STATUS NOT = '00' THEN
                   MOVE SPACES TO CS-LINE
                   STRING '  *** JOB MASTER WRITE FAILED, STATUS '
                       WS-JOBMST-STATUS
                       DELIMITED BY SIZE INTO CS-LINE
                   WRITE CS-LINE
                   ADD 1 TO WS-RUN-HELD
                   GO TO POST-JOB-EXIT
           END-IF.
           ADD 1 TO WS-RUN-POSTED.
       POST-JOB-EXIT.
           EXIT.

      * whole standard sheets the job consumes - the job's pooled
      * area over the material's sheet area, rounded up the same way
      * AREACALC's SHEETCOST rounds a single piece up
       PRICE-SHEETS-EXIT.
           EXIT.

      * take the job's sheets off the material's stock line, less
      * any reservation the accepted quote made, and note the
      * material for the shortage report when what is left free
      * (on hand less allocated) is below its reorder point. A
      * material without a stock line is flagged on the cost sheet
      * so purchasing opens one.

       RELIEVE-STOCK.
           MOVE WS-MATERIAL-CODE TO SK-MATERIAL-CODE.
                   WRITE CS-LINE
                   GO TO RELIEVE-STOCK-EXIT
           END-READ.
      * a record predating allocation carries spaces there
           IF SK-SHEETS-ALLOCATED IS NOT NUMERIC THEN
                   MOVE 0 TO SK-SHEETS-ALLOCATED
           END-IF.
           PERFORM RELEASE-RESERVATION THRU RELEASE-RESERVATION-EXIT.
           SUBTRACT WS-JOB-SHEETS FROM SK-SHEETS-ON-HAND.
           REWRITE SK-RECORD.
           COMPUTE WS-AVAILABLE = SK-SHEETS-ON-HAND
               - SK-SHEETS-ALLOCATED.
           IF WS-AVAILABLE < SK-REORDER-POINT THEN
                   PERFORM NOTE-SHORTAGE
           END-IF.
       RELIEVE-STOCK-EXIT.
           EXIT.

      * a QT job carries its quote number - the sheets reserved
      * against that quote come off the allocation, and the quote's
      * reservation is cleared so a cut list costed twice cannot
      * release it twice. The sheets actually cut may differ from
      * the estimate; the issue is always the sheets costed.

       RELEASE-RESERVATION.
           IF NOT QUOTES-ARE-OPEN
               OR WS-JOB-NUMBER(1:2) NOT = 'QT'
               OR WS-JOB-NUMBER(3:6) IS NOT NUMERIC THEN
                   GO TO RELEASE-RESERVATION-EXIT
           END-IF.
           MOVE WS-JOB-NUMBER(3:6) TO QM-QUOTE-NO.
           READ QUOTE-MASTER-FILE
               INVALID KEY
                   GO TO RELEASE-RESERVATION-EXIT
           END-READ.
           IF QM-SHEETS-RESERVED IS NOT NUMERIC
               OR QM-SHEETS-RESERVED = 0 THEN
                   GO TO RELEASE-RESERVATION-EXIT
           END-IF.
           IF QM-SHEETS-RESERVED > SK-SHEETS-ALLOCATED THEN
                   MOVE 0 TO SK-SHEETS-ALLOCATED
           ELSE
                   SUBTRACT QM-SHEETS-RESERVED
                       FROM SK-SHEETS-ALLOCATED
           END-IF.
           MOVE SPACES TO CS-LINE.
           STRING '  RESERVATION OF ' QM-SHEETS-RESERVED
               ' SHEET(S) ON QUOTE ' QM-QUOTE-NO ' ISSUED'
               DELIMITED BY SIZE INTO CS-LINE.
           WRITE CS-LINE.
           MOVE 0 TO QM-SHEETS-RESERVED.
           REWRITE QM-RECORD.
       RELEASE-RESERVATION-EXIT.
           EXIT.

      * collect each short material once, carrying the latest
      * on-hand figure so the report shows where the run left it

                   = SK-MATERIAL-CODE THEN
                       MOVE SK-SHEETS-ON-HAND
                           TO WS-SHORT-ON-HAND(WS-SHORT-IX)
                       MOVE WS-AVAILABLE
                           TO WS-SHORT-AVAILABLE(WS-SHORT-IX)
                       MOVE SK-REORDER-POINT
                           TO WS-SHORT-POINT(WS-SHORT-IX)
                       MOVE 'Y' TO WS-SHORT-HIT
                       TO WS-SHORT-MATERIAL(WS-SHORT-COUNT)
                   MOVE SK-SHEETS-ON-HAND
                       TO WS-SHORT-ON-HAND(WS-SHORT-COUNT)
                   MOVE WS-AVAILABLE
                       TO WS-SHORT-AVAILABLE(WS-SHORT-COUNT)
                   MOVE SK-REORDER-POINT
                       TO WS-SHORT-POINT(WS-SHORT-COUNT)
           END-IF.
                       TO SH-LINE
                   WRITE SH-LINE
           ELSE
                   MOVE 'MATERIAL  ON HAND   AVAILABLE  REORDER AT'
                       TO SH-LINE
                   WRITE SH-LINE
                   PERFORM VARYING WS-SHORT-IX FROM 1 BY 1
                       UNTIL WS-SHORT-IX > WS-SHORT-COUNT
                       MOVE WS-SHORT-MATERIAL(WS-SHORT-IX)
                           TO SH-LINE(1:6)
                       MOVE WS-ONHAND-DISP TO SH-LINE(11:8)
                       MOVE WS-SHORT-AVAILABLE(WS-SHORT-IX)
                           TO WS-AVAIL-DISP
                       MOVE WS-AVAIL-DISP TO SH-LINE(21:9)
                       MOVE WS-SHORT-POINT(WS-SHORT-IX)
                           TO SH-LINE(32:5)
                       WRITE SH-LINE
                   END-PERFORM
                   DISPLAY '*** ' WS-SHORT-COUNT ' material(s) '
