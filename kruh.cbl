               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-QUOTE-NO
               FILE STATUS IS WS-QUOTEMST-STATUS.
           SELECT QUOTE-LINE-FILE ASSIGN TO "QUOTELIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QL-KEY
               FILE STATUS IS WS-QUOTELIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD QUOTE-MASTER-FILE.
           COPY quotemast.

       FD QUOTE-LINE-FILE.
           COPY quoteline.

       WORKING-STORAGE SECTION.
           COPY areacpy.

       01 WS-COST-EDIT PIC -Z(14)9.99.
       01 WS-PRICE-EDIT PIC -Z(4)9.9999.

      * the lines of the quote being built for the customer - each
      * shape keyed goes in with its quantity, and the lines are
      * pooled onto whole sheets and priced together when the quote
      * is closed, the same basis JOBCOST costs the job on
       01 WS-QUOTELIN-STATUS PIC X(2).
       01 WS-QL-COUNT PIC 9(3) VALUE 0.
       01 WS-QL-IX PIC 9(3).
       01 WS-QL-TABLE.
           05 WS-QL-ENTRY OCCURS 20 TIMES.
               10 WS-QL-SHAPE PIC X(1).
               10 WS-QL-SHAPE-DESC PIC X(12).
               10 WS-QL-DIM1 PIC S9(6)V9(2).
               10 WS-QL-DIM2 PIC S9(6)V9(2).
               10 WS-QL-DIMS-TEXT PIC X(40).
               10 WS-QL-QUANTITY PIC 9(3).
               10 WS-QL-AREA PIC S9(10)V9(4).
       01 WS-QTY-BUF PIC X(3).
       01 WS-QTY-NUM REDEFINES WS-QTY-BUF PIC 9(3).
       01 WS-LINE-AREA PIC S9(10)V9(4).
       01 WS-QUOTE-AREA PIC S9(10)V9(4) VALUE 0.
       01 WS-LINE-OVFL PIC X(1) VALUE 'N'.
	88 LINE-AREA-OVERFLOWED VALUE 'Y'.
       01 WS-QTY-EDIT PIC ZZ9.
       01 WS-LINE-EDIT PIC Z9.
      * the master is only stored once every line is - lines stored
      * before one is refused are taken back out again
       01 WS-QL-STORED PIC 9(3) VALUE 0.
       01 WS-QL-REJECT PIC X(1) VALUE 'N'.
	88 QUOTE-LINE-REFUSED VALUE 'Y'.
       01 WS-QLINES-FLAG PIC X(1) VALUE 'N'.
	88 QUOTE-LINES-STORED VALUE 'Y'.

       PROCEDURE DIVISION.

      * enter name of the user and the material code for the job
           DISPLAY WS-AREA WITH NO ADVANCING.
           DISPLAY ' sq ' WS-UNIT.
           MOVE SPACES TO WS-ERROR-CODE.
           IF CUSTOMER-WAS-FOUND THEN
                   GO TO ADDQUOTELINE
           END-IF.
           PERFORM MATERIALCOST THRU MATERIALCOST-EXIT.
           PERFORM COSTTAX THRU COSTTAX-EXIT.
           PERFORM WRITE-CIRC-AUDIT.

       TRYAGAIN.
           DISPLAY 'Do you want to try again?'.
           ACCEPT WS-TRYAGAIN.


           STOP RUN.

      * with a customer selected every shape keyed becomes a line of
      * the quote - take its quantity, then either go round for the
      * next piece of the enquiry or close the quote and price it

       ADDQUOTELINE.
           DISPLAY 'Quantity of this piece (3 digits, blank for 1): '.
           ACCEPT WS-QTY-BUF.
           IF WS-QTY-BUF = SPACES THEN
                   MOVE '001' TO WS-QTY-BUF
           END-IF.
           IF WS-QTY-BUF IS NOT NUMERIC OR WS-QTY-NUM = 0 THEN
                   DISPLAY 'Quantity must be 1 to 999, try again.'
                   GO TO ADDQUOTELINE
           END-IF.
      * the pooled area must still fit the quote's area field - a
      * line that would overflow it is refused, never truncated
           MOVE 'N' TO WS-LINE-OVFL.
           COMPUTE WS-LINE-AREA = WS-AREA * WS-QTY-NUM
               ON SIZE ERROR
                   MOVE 'Y' TO WS-LINE-OVFL
           END-COMPUTE.
           IF NOT LINE-AREA-OVERFLOWED THEN
                   ADD WS-LINE-AREA TO WS-QUOTE-AREA
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-LINE-OVFL
                   END-ADD
           END-IF.
           IF LINE-AREA-OVERFLOWED THEN
                   DISPLAY 'Line area too large for one quote, '
                       WITH NO ADVANCING
                   DISPLAY 'line not added.'
                   MOVE 'OVERFLOW' TO WS-ERROR-CODE
                   MOVE 0 TO WS-COST
                   PERFORM WRITE-CIRC-AUDIT
                   MOVE SPACES TO WS-ERROR-CODE
                   GO TO NEXTQUOTELINE
           END-IF.
           ADD 1 TO WS-QL-COUNT.
           MOVE WS-QUOTE-SHAPE TO WS-QL-SHAPE(WS-QL-COUNT).
           MOVE WS-SHAPE-DESC TO WS-QL-SHAPE-DESC(WS-QL-COUNT).
           MOVE WS-DIM1-NUM TO WS-QL-DIM1(WS-QL-COUNT).
           MOVE WS-DIM2-NUM TO WS-QL-DIM2(WS-QL-COUNT).
           MOVE WS-DIMS-TEXT TO WS-QL-DIMS-TEXT(WS-QL-COUNT).
           MOVE WS-QTY-NUM TO WS-QL-QUANTITY(WS-QL-COUNT).
           MOVE WS-LINE-AREA TO WS-QL-AREA(WS-QL-COUNT).
           MOVE WS-QTY-NUM TO WS-QTY-EDIT.
           DISPLAY 'Line ' WS-QL-COUNT ' added - '
               FUNCTION TRIM(WS-QTY-EDIT) ' x ' WS-SHAPE-DESC.
           IF WS-QL-COUNT >= 20 THEN
                   DISPLAY 'Quote holds 20 lines, pricing it now.'
                   GO TO CLOSEQUOTE
           END-IF.

       NEXTQUOTELINE.
           DISPLAY 'Add another piece to this quote? (yes/no)'.
           ACCEPT WS-TRYAGAIN.
           IF YESANSWER THEN
                   GO TO SHAPESELECT
           END-IF.
           IF WS-QL-COUNT = 0 THEN
                   DISPLAY 'No lines on this quote, nothing quoted.'
                   GO TO TRYAGAIN
           END-IF.

      * price the quote as a whole - the lines' pooled area goes
      * onto whole standard sheets together, so twelve discs and
      * four rings out of the same plate are charged the sheets
      * they share, not a sheet each. One audit record and one
      * numbered quote document cover every line.

       CLOSEQUOTE.
           MOVE WS-QUOTE-AREA TO WS-AREA.
           MOVE WS-QL-SHAPE(1) TO WS-QUOTE-SHAPE.
           MOVE WS-QL-DIM1(1) TO WS-DIM1-NUM.
           MOVE WS-QL-DIM2(1) TO WS-DIM2-NUM.
           IF WS-QL-COUNT = 1 THEN
                   MOVE WS-QL-SHAPE-DESC(1) TO WS-SHAPE-DESC
           ELSE
                   MOVE 'MULTI-LINE' TO WS-SHAPE-DESC
           END-IF.
           MOVE WS-AREA TO WS-AREA-EDIT.
           DISPLAY 'Quote of ' WS-QL-COUNT ' line(s), total area '
               FUNCTION TRIM(WS-AREA-EDIT) ' sq ' WS-UNIT.
           MOVE SPACES TO WS-ERROR-CODE.
           PERFORM MATERIALCOST THRU MATERIALCOST-EXIT.
           PERFORM COSTTAX THRU COSTTAX-EXIT.
           PERFORM WRITE-CIRC-AUDIT.
           IF WS-ERROR-CODE = SPACES THEN
                   PERFORM WRITE-QUOTE-DOC THRU WRITE-QUOTE-EXIT
           END-IF.
           MOVE 0 TO WS-QL-COUNT.
           MOVE 0 TO WS-QUOTE-AREA.
           GO TO TRYAGAIN.

      * look up the material's price-per-unit-area in the rate master
      * and print a cost line under the area. A pending dated price
      * keyed ahead by purchasing takes over once the quote date
           WRITE QD-LINE.
           MOVE SPACES TO QD-LINE.
           WRITE QD-LINE.
           MOVE SPACES TO QD-LINE.
           MOVE 'LN QTY SHAPE        DIMENSIONS' TO QD-LINE(1:30).
           MOVE 'AREA' TO QD-LINE(67:4).
           WRITE QD-LINE.
           PERFORM VARYING WS-QL-IX FROM 1 BY 1
               UNTIL WS-QL-IX > WS-QL-COUNT
               MOVE WS-QL-QUANTITY(WS-QL-IX) TO WS-QTY-EDIT
               MOVE WS-QL-AREA(WS-QL-IX) TO WS-AREA-EDIT
               MOVE SPACES TO QD-LINE
               MOVE WS-QL-IX TO WS-LINE-EDIT
               MOVE WS-LINE-EDIT TO QD-LINE(1:2)
               MOVE WS-QTY-EDIT TO QD-LINE(4:3)
               MOVE WS-QL-SHAPE-DESC(WS-QL-IX) TO QD-LINE(8:12)
               MOVE WS-QL-DIMS-TEXT(WS-QL-IX) TO QD-LINE(21:32)
               MOVE WS-AREA-EDIT TO QD-LINE(53:18)
               WRITE QD-LINE
           END-PERFORM.
           MOVE WS-AREA TO WS-AREA-EDIT.
           MOVE SPACES TO QD-LINE.
           STRING 'TOTAL AREA ' FUNCTION TRIM(WS-AREA-EDIT) ' SQ '
               WS-UNIT DELIMITED BY SIZE INTO QD-LINE.
           WRITE QD-LINE.
           IF MATERIAL-WAS-FOUND THEN
      * list, so nothing is ever re-keyed between quote and job.
      * Create the master only when it truly is not there - any
      * other open failure must never truncate the quotes on file.
      * The lines go on file first - a master without its lines
      * would be turned into a one-piece job, so if any line cannot
      * be stored the master is not stored either.

       WRITE-QUOTE-MASTER.
           OPEN I-O QUOTE-MASTER-FILE.
                   GO TO WRITE-QMAST-EXIT
           END-IF.
           MOVE WS-QUOTE-NO TO QM-QUOTE-NO.
           READ QUOTE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'Quote ' WS-QUOTE-NO ' already on the '
                       'quote master - record not stored.'
                   CLOSE QUOTE-MASTER-FILE
                   GO TO WRITE-QMAST-EXIT
           END-READ.
           PERFORM WRITE-QUOTE-LINES THRU WRITE-QLINES-EXIT.
           IF NOT QUOTE-LINES-STORED THEN
                   DISPLAY 'Quote ' WS-QUOTE-NO ' printed but not '
                       'stored.'
                   CLOSE QUOTE-MASTER-FILE
                   GO TO WRITE-QMAST-EXIT
           END-IF.
           MOVE WS-QUOTE-NO TO QM-QUOTE-NO.
           MOVE WS-TIMESTAMP(1:8) TO QM-QUOTE-DATE.
           MOVE WS-CUST-CODE TO QM-CUST-CODE.
           MOVE WS-QUOTE-SHAPE TO QM-SHAPE.
           MOVE WS-CURRENCY TO QM-CURRENCY.
           MOVE WS-VALID-DATE TO QM-VALID-UNTIL.
           MOVE 'O' TO QM-STATUS.
           MOVE 0 TO QM-SHEETS-RESERVED.
           WRITE QM-RECORD
               INVALID KEY
                   DISPLAY 'Quote ' WS-QUOTE-NO ' already on the '
                       'quote master - record not stored.'
                   CLOSE QUOTE-MASTER-FILE
                   GO TO WRITE-QMAST-EXIT
           END-WRITE.
           CLOSE QUOTE-MASTER-FILE.
       WRITE-QMAST-EXIT.
           EXIT.

      * every line of the quote beside its master record, so the
      * order program can turn an accepted quote into one cut-list
      * job holding all of its pieces

       WRITE-QUOTE-LINES.
           MOVE 'N' TO WS-QLINES-FLAG.
           MOVE 'N' TO WS-QL-REJECT.
           MOVE 0 TO WS-QL-STORED.
           OPEN I-O QUOTE-LINE-FILE.
           IF WS-QUOTELIN-STATUS = '35' THEN
                   OPEN OUTPUT QUOTE-LINE-FILE
                   CLOSE QUOTE-LINE-FILE
                   OPEN I-O QUOTE-LINE-FILE
           END-IF.
           IF WS-QUOTELIN-STATUS NOT = '00' THEN
                   DISPLAY 'Quote line file open failed, status '
                       WS-QUOTELIN-STATUS '.'
                   GO TO WRITE-QLINES-EXIT
           END-IF.
           PERFORM VARYING WS-QL-IX FROM 1 BY 1
               UNTIL WS-QL-IX > WS-QL-COUNT OR QUOTE-LINE-REFUSED
               MOVE WS-QUOTE-NO TO QL-QUOTE-NO
               MOVE WS-QL-IX TO QL-LINE-NO
               MOVE WS-QL-SHAPE(WS-QL-IX) TO QL-SHAPE
               MOVE WS-QL-QUANTITY(WS-QL-IX) TO QL-QUANTITY
               MOVE WS-QL-DIM1(WS-QL-IX) TO QL-DIM1
               MOVE WS-QL-DIM2(WS-QL-IX) TO QL-DIM2
               MOVE WS-QL-AREA(WS-QL-IX) TO QL-AREA
               WRITE QL-RECORD
                   INVALID KEY
                       DISPLAY 'Quote ' WS-QUOTE-NO ' line '
                           WS-QL-IX ' already on file - not stored.'
                       MOVE 'Y' TO WS-QL-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-QL-STORED
               END-WRITE
           END-PERFORM.
           IF QUOTE-LINE-REFUSED THEN
                   PERFORM VARYING WS-QL-IX FROM 1 BY 1
                       UNTIL WS-QL-IX > WS-QL-STORED
                       MOVE WS-QUOTE-NO TO QL-QUOTE-NO
                       MOVE WS-QL-IX TO QL-LINE-NO
                       DELETE QUOTE-LINE-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-PERFORM
           ELSE
                   MOVE 'Y' TO WS-QLINES-FLAG
           END-IF.
           CLOSE QUOTE-LINE-FILE.
       WRITE-QLINES-EXIT.
           EXIT.

      * validate the keyed operator ID against the operator master -
      * unknown or deactivated operators are refused and logged.
      * Only a genuinely absent master (status 35) is allowed
