           SELECT CUT-LIST-FILE ASSIGN TO "CUTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTLIST-STATUS.
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-MATERIAL-CODE
               FILE STATUS IS WS-RATE-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-MATERIAL-CODE
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT QUOTE-LINE-FILE ASSIGN TO "QUOTELIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QL-KEY
               FILE STATUS IS WS-QUOTELIN-STATUS.
           SELECT ORDER-LOG-FILE ASSIGN TO "QORDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDLOG-STATUS.
       FD CUT-LIST-FILE.
           COPY cutlist.

       FD RATE-MASTER-FILE.
           COPY ratemast.

       FD STOCK-MASTER-FILE.
           COPY stokmast.

       FD QUOTE-LINE-FILE.
           COPY quoteline.

       FD ORDER-LOG-FILE.
           COPY qordlog.

       WORKING-STORAGE SECTION.
       01 WS-QUOTEMST-STATUS PIC X(2).
       01 WS-CUST-STATUS PIC X(2).
       01 WS-CUTLIST-STATUS PIC X(2).
       01 WS-ORDLOG-STATUS PIC X(2).
       01 WS-QUOTELIN-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).
       01 WS-STOCK-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-TIMESTAMP PIC X(21).

       01 WS-JOB-NUMBER PIC X(8).
       01 WS-NET-DISP PIC -Z(14)9.99.
       01 WS-GROSS-DISP PIC -Z(14)9.99.
       01 WS-LINES-WRITTEN PIC 9(3) VALUE 0.
       01 WS-LINE-EOF PIC X(1) VALUE 'N'.
	88 NO-MORE-LINES VALUE 'Y'.
      * a quote stored before quotes carried lines has none on the
      * line file, or no line file at all - only then is the master
      * record's one piece used. Its area is the area of that one
      * piece, within what the sizing paths round away; a quote of
      * several lines whose lines are missing is never cut as one.
       01 WS-LINES-ON-FILE PIC X(1) VALUE 'N'.
	88 LINES-ARE-ON-FILE VALUE 'Y'.
       01 WS-QUOTE-LINES PIC X(1) VALUE 'N'.
	88 QUOTE-HAS-LINES VALUE 'Y'.
       01 WS-PI PIC 9(1)V9(5) VALUE 3.14159.
       01 WS-SQR1 PIC S9(13)V9(4).
       01 WS-SQR2 PIC S9(13)V9(4).
       01 WS-PIECE-AREA PIC S9(12)V9(4).
       01 WS-AREA-DIFF PIC S9(12)V9(4).
       01 WS-CUT-WRITTEN PIC X(1) VALUE 'N'.
	88 CUT-LIST-WRITTEN VALUE 'Y'.

      * stock reservation on acceptance
       01 WS-SHEET-AREA PIC S9(8)V9(4).
       01 WS-RESERVE-SHEETS PIC 9(7).
       01 WS-AVAILABLE PIC S9(8).
       01 WS-SHEETS-DISP PIC Z(6)9.
       01 WS-AVAIL-DISP PIC -Z(7)9.

       PROCEDURE DIVISION.

                   GO TO MENUSELECT
           END-IF.
           PERFORM WRITE-CUT-LIST THRU WRITE-CUT-LIST-EXIT.
           IF NOT CUT-LIST-WRITTEN THEN
                   GO TO MENUSELECT
           END-IF.
           PERFORM RESERVE-STOCK THRU RESERVE-STOCK-EXIT.
           MOVE 'A' TO QM-STATUS.
           REWRITE QM-RECORD.
           MOVE 'A' TO OL-ACTION.
       GET-OPEN-QUOTE-EXIT.
           EXIT.

      * append the job header and details generated from the stored
      * quote - the job number carries the quote number so the cost
      * sheet traces straight back to the quote document, and every
      * line of the quote becomes one detail under the one header

       WRITE-CUT-LIST.
           MOVE 'N' TO WS-CUT-WRITTEN.
           MOVE 'N' TO WS-LINES-ON-FILE.
           OPEN INPUT QUOTE-LINE-FILE.
           IF WS-QUOTELIN-STATUS = '00' THEN
                   MOVE 'Y' TO WS-LINES-ON-FILE
           ELSE
                   IF WS-QUOTELIN-STATUS NOT = '35' THEN
                           DISPLAY 'Quote line file open failed, '
                               'status ' WS-QUOTELIN-STATUS
                               ' - quote left open.'
                           GO TO WRITE-CUT-LIST-EXIT
                   END-IF
           END-IF.
           PERFORM CHECK-QUOTE-LINES THRU CHECK-QLINES-EXIT.
           IF NOT QUOTE-HAS-LINES THEN
                   PERFORM PIECE-AREA
                   COMPUTE WS-AREA-DIFF = QM-AREA - WS-PIECE-AREA
                   IF WS-AREA-DIFF < 0 THEN
                           COMPUTE WS-AREA-DIFF = 0 - WS-AREA-DIFF
                   END-IF
                   IF WS-AREA-DIFF > 0.05 THEN
                           DISPLAY 'Quote ' QM-QUOTE-NO ' has no lines '
                               'on file and is not a one-piece quote '
                               '- quote left open.'
                           IF LINES-ARE-ON-FILE THEN
                                   CLOSE QUOTE-LINE-FILE
                           END-IF
                           GO TO WRITE-CUT-LIST-EXIT
                   END-IF
           END-IF.
           OPEN EXTEND CUT-LIST-FILE.
           IF WS-CUTLIST-STATUS NOT = '00' THEN
                   OPEN OUTPUT CUT-LIST-FILE
           IF WS-CUTLIST-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open cut list file, status '
                       WS-CUTLIST-STATUS ' - quote left open.'
                   IF LINES-ARE-ON-FILE THEN
                           CLOSE QUOTE-LINE-FILE
                   END-IF
                   GO TO WRITE-CUT-LIST-EXIT
           END-IF.
           PERFORM FIND-CUST-NAME THRU FIND-CUST-EXIT.
           MOVE WS-CUST-NAME TO CL-CUSTOMER.
           MOVE QM-MATERIAL-CODE TO CL-MATERIAL-CODE.
           WRITE CL-RECORD.
           PERFORM WRITE-CUT-DETAILS THRU WRITE-CUT-DETAILS-EXIT.
      * a quote stored before quotes carried lines has only the one
      * piece held on its master record
           IF WS-LINES-WRITTEN = 0 THEN
                   MOVE SPACES TO CL-RECORD
                   MOVE 'D' TO CL-REC-TYPE
                   MOVE QM-SHAPE TO CL-SHAPE
                   MOVE 1 TO CL-QUANTITY
                   MOVE QM-DIM1 TO CL-DIM1
                   MOVE QM-DIM2 TO CL-DIM2
                   WRITE CL-RECORD
           END-IF.
           CLOSE CUT-LIST-FILE.
           IF LINES-ARE-ON-FILE THEN
                   CLOSE QUOTE-LINE-FILE
           END-IF.
           MOVE 'Y' TO WS-CUT-WRITTEN.
       WRITE-CUT-LIST-EXIT.
           EXIT.

      * set the sheets the job will need aside on the stock master
      * now, so the same plate cannot be promised twice before the
      * job reaches JOBCOST. The estimate is the quote's pooled area
      * over the material's standard sheet, rounded up to whole
      * sheets the way the costing run counts them. A short material
      * is still reserved - the warning is for purchasing to act on,
      * the order is not refused.

       RESERVE-STOCK.
           MOVE 0 TO QM-SHEETS-RESERVED.
           MOVE 0 TO WS-RESERVE-SHEETS.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATE-STATUS NOT = '00' THEN
                   DISPLAY 'Rate master open failed, status '
                       WS-RATE-STATUS ' - no stock reserved.'
                   GO TO RESERVE-STOCK-EXIT
           END-IF.
           MOVE QM-MATERIAL-CODE TO RM-MATERIAL-CODE.
           READ RATE-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO RM-SHEET-LENGTH
                   MOVE 0 TO RM-SHEET-WIDTH
           END-READ.
           CLOSE RATE-MASTER-FILE.
           COMPUTE WS-SHEET-AREA = RM-SHEET-LENGTH * RM-SHEET-WIDTH.
           IF WS-SHEET-AREA <= 0 OR QM-AREA <= 0 THEN
                   DISPLAY 'No standard sheet size on file for '
                       QM-MATERIAL-CODE ' - no stock reserved.'
                   GO TO RESERVE-STOCK-EXIT
           END-IF.
           COMPUTE WS-RESERVE-SHEETS = QM-AREA / WS-SHEET-AREA
               ON SIZE ERROR
                   DISPLAY 'Sheet estimate too large - no stock '
                       'reserved.'
                   GO TO RESERVE-STOCK-EXIT
           END-COMPUTE.
           IF WS-RESERVE-SHEETS * WS-SHEET-AREA < QM-AREA THEN
                   ADD 1 TO WS-RESERVE-SHEETS
           END-IF.
           OPEN I-O STOCK-MASTER-FILE.
           IF WS-STOCK-STATUS NOT = '00' THEN
                   DISPLAY 'Stock master open failed, status '
                       WS-STOCK-STATUS ' - no stock reserved.'
                   GO TO RESERVE-STOCK-EXIT
           END-IF.
           MOVE QM-MATERIAL-CODE TO SK-MATERIAL-CODE.
           READ STOCK-MASTER-FILE
               INVALID KEY
                   DISPLAY 'No stock record for ' QM-MATERIAL-CODE
                       ' - no stock reserved, purchasing to open one.'
                   CLOSE STOCK-MASTER-FILE
                   GO TO RESERVE-STOCK-EXIT
           END-READ.
      * a record predating allocation carries spaces there
           IF SK-SHEETS-ALLOCATED IS NOT NUMERIC THEN
                   MOVE 0 TO SK-SHEETS-ALLOCATED
           END-IF.
           COMPUTE WS-AVAILABLE = SK-SHEETS-ON-HAND
               - SK-SHEETS-ALLOCATED - WS-RESERVE-SHEETS.
           ADD WS-RESERVE-SHEETS TO SK-SHEETS-ALLOCATED
               ON SIZE ERROR
                   DISPLAY 'Allocation for ' QM-MATERIAL-CODE
                       ' too large - no stock reserved.'
                   CLOSE STOCK-MASTER-FILE
                   GO TO RESERVE-STOCK-EXIT
           END-ADD.
           REWRITE SK-RECORD.
           CLOSE STOCK-MASTER-FILE.
           MOVE WS-RESERVE-SHEETS TO QM-SHEETS-RESERVED.
           MOVE WS-RESERVE-SHEETS TO WS-SHEETS-DISP.
           DISPLAY FUNCTION TRIM(WS-SHEETS-DISP) ' sheet(s) of '
               QM-MATERIAL-CODE ' reserved for this job.'.
           IF WS-AVAILABLE < 0 THEN
                   MOVE WS-AVAILABLE TO WS-AVAIL-DISP
                   DISPLAY '*** WARNING - ' QM-MATERIAL-CODE
                       ' available now ' FUNCTION TRIM(WS-AVAIL-DISP)
                       ' sheet(s), order more stock ***'
           END-IF.
       RESERVE-STOCK-EXIT.
           EXIT.

      * whether the line file holds any line for this quote

       CHECK-QUOTE-LINES.
           MOVE 'N' TO WS-QUOTE-LINES.
           IF NOT LINES-ARE-ON-FILE THEN
                   GO TO CHECK-QLINES-EXIT
           END-IF.
           MOVE QM-QUOTE-NO TO QL-QUOTE-NO.
           MOVE 0 TO QL-LINE-NO.
           START QUOTE-LINE-FILE KEY IS GREATER THAN QL-KEY
               INVALID KEY
                   GO TO CHECK-QLINES-EXIT
           END-START.
           READ QUOTE-LINE-FILE NEXT RECORD
               AT END
                   GO TO CHECK-QLINES-EXIT
           END-READ.
           IF QL-QUOTE-NO = QM-QUOTE-NO THEN
                   MOVE 'Y' TO WS-QUOTE-LINES
           END-IF.
       CHECK-QLINES-EXIT.
           EXIT.

      * the area of the one piece held on the quote master, worked
      * the way the costing run works a cut-list detail

       PIECE-AREA.
           MOVE 0 TO WS-PIECE-AREA.
           EVALUATE QM-SHAPE
               WHEN 'C'
                   MULTIPLY QM-DIM1 BY QM-DIM1 GIVING WS-SQR1
                   MULTIPLY WS-SQR1 BY WS-PI GIVING WS-PIECE-AREA
               WHEN 'R'
                   MULTIPLY QM-DIM1 BY QM-DIM2 GIVING WS-PIECE-AREA
               WHEN 'T'
                   COMPUTE WS-PIECE-AREA = (QM-DIM1 * QM-DIM2) / 2
               WHEN 'A'
                   MULTIPLY QM-DIM1 BY QM-DIM1 GIVING WS-SQR1
                   MULTIPLY QM-DIM2 BY QM-DIM2 GIVING WS-SQR2
                   COMPUTE WS-PIECE-AREA = (WS-SQR1 - WS-SQR2) * WS-PI
           END-EVALUATE.

      * one detail per stored quote line, in line order, carrying
      * the quantity quoted - the line file is opened and closed by
      * the cut-list writer

       WRITE-CUT-DETAILS.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 'N' TO WS-LINE-EOF.
           IF NOT LINES-ARE-ON-FILE THEN
                   GO TO WRITE-CUT-DETAILS-EXIT
           END-IF.
           MOVE QM-QUOTE-NO TO QL-QUOTE-NO.
           MOVE 0 TO QL-LINE-NO.
           START QUOTE-LINE-FILE KEY IS GREATER THAN QL-KEY
               INVALID KEY MOVE 'Y' TO WS-LINE-EOF
           END-START.
           PERFORM UNTIL NO-MORE-LINES
               READ QUOTE-LINE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LINE-EOF
                   NOT AT END
                       IF QL-QUOTE-NO NOT = QM-QUOTE-NO THEN
                               MOVE 'Y' TO WS-LINE-EOF
                       ELSE
                               MOVE SPACES TO CL-RECORD
                               MOVE 'D' TO CL-REC-TYPE
                               MOVE QL-SHAPE TO CL-SHAPE
                               MOVE QL-QUANTITY TO CL-QUANTITY
                               MOVE QL-DIM1 TO CL-DIM1
                               MOVE QL-DIM2 TO CL-DIM2
                               WRITE CL-RECORD
                               ADD 1 TO WS-LINES-WRITTEN
                       END-IF
               END-READ
           END-PERFORM.
       WRITE-CUT-DETAILS-EXIT.
           EXIT.

      * the cut-list header carries the customer's name - fall back
      * to the code when the master is missing or the customer has
      * been removed since quoting
