               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-MATERIAL-CODE
               FILE STATUS IS WS-RATE-STATUS.
           SELECT PURCH-ORDER-FILE ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.
           SELECT STOCK-COUNT-FILE ASSIGN TO "STKCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-MATERIAL-CODE
               FILE STATUS IS WS-COUNT-STATUS.
           SELECT COUNT-SHEET-FILE ASSIGN TO "STKCOUNT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSHEET-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "STKVAR.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARRPT-STATUS.
           SELECT STOCK-LOG-FILE ASSIGN TO "STOCKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCKLOG-STATUS.
       FD RATE-MASTER-FILE.
           COPY ratemast.

       FD PURCH-ORDER-FILE.
           COPY pordmast.

       FD STOCK-COUNT-FILE.
           COPY stkcount.

       FD COUNT-SHEET-FILE.
       01 CT-LINE PIC X(80).

       FD VARIANCE-REPORT-FILE.
       01 VR-LINE PIC X(80).

       FD STOCK-LOG-FILE.
           COPY stocklog.

       WORKING-STORAGE SECTION.
       01 WS-STOCK-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).
       01 WS-STOCKLOG-STATUS PIC X(2).
       01 WS-PO-STATUS PIC X(2).
       01 WS-COUNT-STATUS PIC X(2).
       01 WS-CSHEET-STATUS PIC X(2).
       01 WS-VARRPT-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-TIMESTAMP PIC X(21).

	88 FUNCTION-IS-LIST VALUE 'L'.
	88 FUNCTION-IS-RECEIVE VALUE 'R'.
	88 FUNCTION-IS-POINT VALUE 'P'.
	88 FUNCTION-IS-TAKE VALUE 'T'.
	88 FUNCTION-IS-EXIT VALUE 'X'.

      * stock-take menu choice
       01 WS-TAKE-FUNCTION PIC X(1).
	88 TAKE-IS-FREEZE VALUE 'F'.
	88 TAKE-IS-COUNT VALUE 'C'.
	88 TAKE-IS-POST VALUE 'P'.
	88 TAKE-IS-BACK VALUE 'X'.

      * staging fields for keyed input
       01 WS-MATERIAL-CODE PIC X(6).
      * whether the rate master knows the material keyed - the file
      * status cannot carry this, the close resets it
       01 WS-MATERIAL-FOUND PIC X(1) VALUE 'N'.
	88 MATERIAL-ON-RATE-MASTER VALUE 'Y'.
       01 WS-SHEETS-IN PIC S9(7).
       01 WS-REORDER-POINT PIC 9(5).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
	88 AT-END-OF-FILE VALUE 'Y'.
       01 WS-LIST-COUNT PIC 9(6) VALUE 0.
       01 WS-ONHAND-DISP PIC -Z(6)9.
       01 WS-ALLOC-DISP PIC -Z(6)9.
       01 WS-AVAILABLE PIC S9(8).
       01 WS-AVAIL-DISP PIC -Z(7)9.

      * a delivery is booked against the purchase order line it
      * fills - the sheets still outstanding on the line show up an
      * over- or under-delivery before the count goes on stock
       01 WS-PO-BUF PIC X(6).
       01 WS-PO-NUM REDEFINES WS-PO-BUF PIC 9(6).
       01 WS-PO-LINE-BUF PIC X(3).
       01 WS-PO-LINE-NUM REDEFINES WS-PO-LINE-BUF PIC 9(3).
       01 WS-PO-NUMBER PIC 9(6) VALUE 0.
       01 WS-PO-LINE PIC 9(3) VALUE 0.
       01 WS-SHEETS-BUF PIC X(7).
       01 WS-SHEETS-NUM REDEFINES WS-SHEETS-BUF PIC 9(7).
       01 WS-OUTSTANDING PIC S9(8).
       01 WS-DIFF-DISP PIC Z(7)9.
       01 WS-QTY-DISP PIC Z(6)9.
       01 WS-RCVD-DISP PIC Z(6)9.
       01 WS-CLOSE-SHORT PIC X(1).
	88 CLOSE-LINE-SHORT VALUE 'Y', 'y'.
       01 WS-LINES-OPEN PIC 9(3).
       01 WS-PO-EOF PIC X(1) VALUE 'N'.
	88 NO-MORE-PO-LINES VALUE 'Y'.

      * stock-take - the count sheet is frozen from the stock master,
      * the yard's counts keyed against it, and the differences
      * posted as count adjustments with a variance report to sign
       01 WS-COUNT-EOF PIC X(1) VALUE 'N'.
	88 NO-MORE-COUNTS VALUE 'Y'.
       01 WS-COUNT-BUF PIC X(7).
       01 WS-COUNT-NUM REDEFINES WS-COUNT-BUF PIC 9(7).
       01 WS-VARIANCE PIC S9(8).
       01 WS-FROZEN-DISP PIC -Z(6)9.
       01 WS-COUNTED-DISP PIC -Z(6)9.
       01 WS-VARIANCE-DISP PIC -Z(7)9.
       01 WS-TAKE-MATERIALS PIC 9(6) VALUE 0.
       01 WS-TAKE-COUNTED PIC 9(6) VALUE 0.
       01 WS-TAKE-UNCOUNTED PIC 9(6) VALUE 0.
       01 WS-TAKE-VARIANCES PIC 9(6) VALUE 0.
       01 WS-TAKE-NET PIC S9(9) VALUE 0.
       01 WS-TAKE-NET-DISP PIC -Z(8)9.
       01 WS-POST-ANSWER PIC X(1).
	88 POST-CONFIRMED VALUE 'Y', 'y'.

       PROCEDURE DIVISION.

       MENUSELECT.
           DISPLAY 'Material stock receipts:'.
           DISPLAY 'L to LIST stock on hand'.
           DISPLAY 'R to RECEIVE sheets (against a purchase order, '
               'or blank PO for none)'.
           DISPLAY 'P to SET a reorder point'.
           DISPLAY 'T for STOCK-TAKE (freeze, count, post)'.
           DISPLAY 'X to EXIT'.
           ACCEPT WS-FUNCTION.
           IF FUNCTION-IS-LIST THEN
           IF FUNCTION-IS-POINT THEN
                   GO TO SETPOINT
           END-IF.
           IF FUNCTION-IS-TAKE THEN
                   GO TO TAKEMENU
           END-IF.
           IF FUNCTION-IS-EXIT THEN
                   DISPLAY 'Goodbye!'
                   CLOSE STOCK-MASTER-FILE
           DISPLAY 'You choose poorly, try again.'.
           GO TO MENUSELECT.

      * list every stock record in material-code order with what is
      * on hand, what accepted quotes have allocated and what is left
      * available, flagging any whose available sheets are below the
      * reorder point

       LISTSTOCK.
           MOVE 0 TO WS-LIST-COUNT.
           IF WS-STOCK-STATUS NOT = '00' THEN
                   MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           DISPLAY 'MATERIAL  ON HAND  ALLOCATED  AVAILABLE  '
               'REORDER AT'.
           PERFORM UNTIL AT-END-OF-FILE
               READ STOCK-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       IF SK-SHEETS-ALLOCATED IS NOT NUMERIC THEN
                               MOVE 0 TO SK-SHEETS-ALLOCATED
                       END-IF
                       COMPUTE WS-AVAILABLE = SK-SHEETS-ON-HAND
                           - SK-SHEETS-ALLOCATED
                       MOVE SK-SHEETS-ON-HAND TO WS-ONHAND-DISP
                       MOVE SK-SHEETS-ALLOCATED TO WS-ALLOC-DISP
                       MOVE WS-AVAILABLE TO WS-AVAIL-DISP
                       IF WS-AVAILABLE < SK-REORDER-POINT THEN
                               DISPLAY SK-MATERIAL-CODE '  '
                                   WS-ONHAND-DISP '   '
                                   WS-ALLOC-DISP '   '
                                   WS-AVAIL-DISP '  '
                                   SK-REORDER-POINT ' *** REORDER'
                       ELSE
                               DISPLAY SK-MATERIAL-CODE '  '
                                   WS-ONHAND-DISP '   '
                                   WS-ALLOC-DISP '   '
                                   WS-AVAIL-DISP '  '
                                   SK-REORDER-POINT
                       END-IF
               END-READ
           DISPLAY WS-LIST-COUNT ' stock records listed.'.
           GO TO MENUSELECT.

      * book a delivery in against its purchase order line - the
      * material comes off the order, not the keyboard, and the count
      * is checked against what the line still has outstanding. A
      * blank order number books sheets received without an order,
      * logged as action A so they never pass for a delivery - stock
      * is only taken down through the stock-take. A material
      * without a stock record yet gets one,
      * but only for a material the rate master knows, so a mis-keyed
      * code cannot open a phantom stock line.

       RECEIVESTOCK.
           MOVE 0 TO WS-PO-NUMBER.
           MOVE 0 TO WS-PO-LINE.
           DISPLAY 'Enter purchase order number (6 digits, blank '
               WITH NO ADVANCING.
           DISPLAY 'for sheets received without an order): '.
           ACCEPT WS-PO-BUF.
           IF WS-PO-BUF NOT = SPACES THEN
                   GO TO RECEIVEAGAINSTPO
           END-IF.

       RECEIVEADJUST.
           DISPLAY 'Enter material code (6 chars): '.
           ACCEPT WS-MATERIAL-CODE.
           IF WS-MATERIAL-CODE = SPACES THEN
                   DISPLAY 'Material code required, try again.'
                   GO TO RECEIVEADJUST
           END-IF.
           DISPLAY 'Enter sheets received (7 digits): '.
           ACCEPT WS-SHEETS-IN.
           IF WS-SHEETS-IN NOT > 0 THEN
                   DISPLAY 'Only sheets received can be booked here '
                       '- correct stock through the stock-take (T).'
                   GO TO MENUSELECT
           END-IF.
           MOVE WS-MATERIAL-CODE TO SK-MATERIAL-CODE.
           READ STOCK-MASTER-FILE
               INVALID KEY
                   PERFORM CHECK-RATE-MASTER
                       THRU CHECK-RATE-EXIT
                   IF NOT MATERIAL-ON-RATE-MASTER THEN
                           GO TO MENUSELECT
                   END-IF
                   MOVE WS-MATERIAL-CODE TO SK-MATERIAL-CODE
                   MOVE WS-SHEETS-IN TO SK-SHEETS-ON-HAND
                   MOVE 0 TO SK-REORDER-POINT
                   MOVE 0 TO SK-SHEETS-ALLOCATED
                   WRITE SK-RECORD
               NOT INVALID KEY
                   ADD WS-SHEETS-IN TO SK-SHEETS-ON-HAND
                   REWRITE SK-RECORD
           END-READ.
           MOVE 'A' TO TL-ACTION.
           PERFORM WRITE-STOCK-LOG.
           MOVE SK-SHEETS-ON-HAND TO WS-ONHAND-DISP.
           DISPLAY 'Material ' WS-MATERIAL-CODE ' now '
               WS-ONHAND-DISP ' sheet(s) on hand.'.
           GO TO MENUSELECT.

       RECEIVEAGAINSTPO.
           IF WS-PO-BUF IS NOT NUMERIC THEN
                   DISPLAY 'Not numeric, try again.'
                   GO TO RECEIVESTOCK
           END-IF.
           MOVE WS-PO-NUM TO WS-PO-NUMBER.
           OPEN I-O PURCH-ORDER-FILE.
           IF WS-PO-STATUS NOT = '00' THEN
                   DISPLAY 'Purchase order file open failed, status '
                       WS-PO-STATUS ' - receipt not booked.'
                   GO TO MENUSELECT
           END-IF.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           READ PURCH-ORDER-FILE
               INVALID KEY
                   DISPLAY 'Purchase order not on file.'
                   CLOSE PURCH-ORDER-FILE
                   GO TO MENUSELECT
           END-READ.
           IF NOT PO-IS-OPEN THEN
                   DISPLAY 'Purchase order ' WS-PO-NUMBER ' closed on '
                       PO-CLOSED-DATE ' - receipt not booked.'
                   CLOSE PURCH-ORDER-FILE
                   GO TO MENUSELECT
           END-IF.
           DISPLAY 'PO ' PO-NUMBER ' of ' PO-ORDER-DATE ' from '
               PO-SUPPLIER-CODE ' ' PO-SUPPLIER-NAME.
           PERFORM LIST-PO-LINES.

       RECEIVEPOLINE.
           DISPLAY 'Enter order line number (3 digits, blank to '
               'cancel): '.
           ACCEPT WS-PO-LINE-BUF.
           IF WS-PO-LINE-BUF = SPACES THEN
                   DISPLAY 'Receipt cancelled - nothing booked.'
                   CLOSE PURCH-ORDER-FILE
                   GO TO MENUSELECT
           END-IF.
           IF WS-PO-LINE-BUF IS NOT NUMERIC
               OR WS-PO-LINE-NUM = 0 THEN
                   DISPLAY 'Not a line number, try again.'
                   GO TO RECEIVEPOLINE
           END-IF.
           MOVE WS-PO-LINE-NUM TO WS-PO-LINE.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE WS-PO-LINE TO PO-LINE-NO.
           READ PURCH-ORDER-FILE
               INVALID KEY
                   DISPLAY 'No such line on the order, try again.'
                   GO TO RECEIVEPOLINE
           END-READ.
           IF NOT PO-LINE-IS-OPEN THEN
                   DISPLAY 'That line is already received in full - '
                       'receipt not booked.'
                   CLOSE PURCH-ORDER-FILE
                   GO TO MENUSELECT
           END-IF.
           MOVE PO-MATERIAL-CODE TO WS-MATERIAL-CODE.
           COMPUTE WS-OUTSTANDING = PO-QTY-ORDERED - PO-QTY-RECEIVED.

       RECEIVEPOQTY.
           DISPLAY 'Enter sheets of ' WS-MATERIAL-CODE
               ' delivered (7 digits, blank to cancel): '.
           ACCEPT WS-SHEETS-BUF.
           IF WS-SHEETS-BUF = SPACES THEN
                   DISPLAY 'Receipt cancelled - nothing booked.'
                   CLOSE PURCH-ORDER-FILE
                   GO TO MENUSELECT
           END-IF.
           IF WS-SHEETS-BUF IS NOT NUMERIC OR WS-SHEETS-NUM = 0 THEN
                   DISPLAY 'Not a sheet count, try again.'
                   GO TO RECEIVEPOQTY
           END-IF.
           MOVE WS-SHEETS-NUM TO WS-SHEETS-IN.
           MOVE WS-MATERIAL-CODE TO SK-MATERIAL-CODE.
           READ STOCK-MASTER-FILE
               INVALID KEY
                   PERFORM CHECK-RATE-MASTER
                       THRU CHECK-RATE-EXIT
                   IF NOT MATERIAL-ON-RATE-MASTER THEN
                           CLOSE PURCH-ORDER-FILE
                           GO TO MENUSELECT
                   END-IF
                   MOVE WS-MATERIAL-CODE TO SK-MATERIAL-CODE
                   MOVE WS-SHEETS-IN TO SK-SHEETS-ON-HAND
                   MOVE 0 TO SK-REORDER-POINT
                   MOVE 0 TO SK-SHEETS-ALLOCATED
                   WRITE SK-RECORD
               NOT INVALID KEY
                   ADD WS-SHEETS-IN TO SK-SHEETS-ON-HAND
           MOVE SK-SHEETS-ON-HAND TO WS-ONHAND-DISP.
           DISPLAY 'Material ' WS-MATERIAL-CODE ' now '
               WS-ONHAND-DISP ' sheet(s) on hand.'.
           ADD WS-SHEETS-IN TO PO-QTY-RECEIVED
               ON SIZE ERROR
                   MOVE 9999999 TO PO-QTY-RECEIVED
           END-ADD.
           IF WS-SHEETS-IN > WS-OUTSTANDING THEN
                   COMPUTE WS-DIFF-DISP = WS-SHEETS-IN - WS-OUTSTANDING
                   DISPLAY '*** OVER-DELIVERY - '
                       FUNCTION TRIM(WS-DIFF-DISP)
                       ' sheet(s) more than the line had outstanding '
                       '***'
           END-IF.
           IF WS-SHEETS-IN < WS-OUTSTANDING THEN
                   COMPUTE WS-DIFF-DISP = WS-OUTSTANDING - WS-SHEETS-IN
                   DISPLAY '*** UNDER-DELIVERY - '
                       FUNCTION TRIM(WS-DIFF-DISP)
                       ' sheet(s) still outstanding on the line ***'
                   DISPLAY 'Close the line short, nothing more to '
                       'come? (Y/N): '
                   ACCEPT WS-CLOSE-SHORT
           END-IF.
           IF PO-QTY-RECEIVED >= PO-QTY-ORDERED
               OR CLOSE-LINE-SHORT THEN
                   MOVE 'C' TO PO-LINE-STATUS
           END-IF.
           MOVE 'N' TO WS-CLOSE-SHORT.
           REWRITE PO-RECORD.
           PERFORM CLOSE-PO-IF-DONE THRU CLOSE-PO-EXIT.
           CLOSE PURCH-ORDER-FILE.
           GO TO MENUSELECT.

      * set the reorder point the shortage report warns against
           MOVE WS-REORDER-POINT TO SK-REORDER-POINT.
           REWRITE SK-RECORD.
           MOVE 0 TO WS-SHEETS-IN.
           MOVE 0 TO WS-PO-NUMBER.
           MOVE 0 TO WS-PO-LINE.
           MOVE 'P' TO TL-ACTION.
           PERFORM WRITE-STOCK-LOG.
           DISPLAY 'Material ' WS-MATERIAL-CODE ' reorder point '
               'set to ' SK-REORDER-POINT '.'.
           GO TO MENUSELECT.

      * stock-take - freeze a count sheet of every material, key the
      * yard's counts against it, then post the differences. Posting
      * is kept apart from a receipt: the stock log carries a count
      * adjustment (action C) so a correction never reads as a
      * delivery.

       TAKEMENU.
           DISPLAY 'Stock-take:'.
           DISPLAY 'F to FREEZE a count sheet of all materials'.
           DISPLAY 'C to enter COUNTED sheets'.
           DISPLAY 'P to POST the variances and print the report'.
           DISPLAY 'X to go back'.
           ACCEPT WS-TAKE-FUNCTION.
           IF TAKE-IS-FREEZE THEN
                   GO TO FREEZESHEET
           END-IF.
           IF TAKE-IS-COUNT THEN
                   GO TO ENTERCOUNT
           END-IF.
           IF TAKE-IS-POST THEN
                   GO TO POSTCOUNT
           END-IF.
           IF TAKE-IS-BACK THEN
                   GO TO MENUSELECT
           END-IF.
           DISPLAY 'You choose poorly, try again.'.
           GO TO TAKEMENU.

      * snapshot the book figure of every stock line and print a
      * blind count sheet for the yard - only one stock-take may be
      * open at a time, it is cleared when its variances are posted

       FREEZESHEET.
           OPEN INPUT STOCK-COUNT-FILE.
           IF WS-COUNT-STATUS = '00' THEN
                   MOVE LOW-VALUES TO SC-MATERIAL-CODE
                   START STOCK-COUNT-FILE KEY IS GREATER THAN
                       SC-MATERIAL-CODE
                       INVALID KEY MOVE '23' TO WS-COUNT-STATUS
                   END-START
                   IF WS-COUNT-STATUS = '00' THEN
                           READ STOCK-COUNT-FILE NEXT RECORD
                               AT END MOVE '10' TO WS-COUNT-STATUS
                           END-READ
                   END-IF
                   CLOSE STOCK-COUNT-FILE
                   IF WS-COUNT-STATUS = '00' THEN
                           DISPLAY 'A stock-take frozen on '
                               SC-FROZEN-DATE ' is still open - '
                               'post it first.'
                           GO TO TAKEMENU
                   END-IF
           END-IF.
           OPEN OUTPUT STOCK-COUNT-FILE.
           IF WS-COUNT-STATUS NOT = '00' THEN
                   DISPLAY 'Count file open failed, status '
                       WS-COUNT-STATUS ' - nothing frozen.'
                   GO TO TAKEMENU
           END-IF.
           OPEN OUTPUT COUNT-SHEET-FILE.
           IF WS-CSHEET-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open count sheet file, status '
                       WS-CSHEET-STATUS ' - nothing frozen.'
                   CLOSE STOCK-COUNT-FILE
                   GO TO TAKEMENU
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO CT-LINE.
           STRING 'STOCK-TAKE COUNT SHEET - FROZEN '
               WS-TIMESTAMP(1:8) ' ' WS-TIMESTAMP(9:4)
               DELIMITED BY SIZE INTO CT-LINE.
           WRITE CT-LINE.
           MOVE SPACES TO CT-LINE.
           WRITE CT-LINE.
           MOVE 'MATERIAL  SHEETS COUNTED' TO CT-LINE.
           WRITE CT-LINE.
           MOVE 0 TO WS-TAKE-MATERIALS.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO SK-MATERIAL-CODE.
           START STOCK-MASTER-FILE KEY IS GREATER THAN
               SK-MATERIAL-CODE
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL AT-END-OF-FILE
               READ STOCK-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TAKE-MATERIALS
                       MOVE SK-MATERIAL-CODE TO SC-MATERIAL-CODE
                       MOVE WS-TIMESTAMP(1:8) TO SC-FROZEN-DATE
                       MOVE SK-SHEETS-ON-HAND TO SC-FROZEN-ON-HAND
                       MOVE 0 TO SC-COUNTED
                       MOVE 'N' TO SC-COUNT-STATUS
                       WRITE SC-RECORD
                       MOVE SPACES TO CT-LINE
                       MOVE SK-MATERIAL-CODE TO CT-LINE(1:6)
                       MOVE '______________' TO CT-LINE(11:14)
                       WRITE CT-LINE
               END-READ
           END-PERFORM.
           MOVE SPACES TO CT-LINE.
           WRITE CT-LINE.
           MOVE 'COUNTED BY:  ______________   DATE: __________'
               TO CT-LINE.
           WRITE CT-LINE.
           CLOSE STOCK-COUNT-FILE.
           CLOSE COUNT-SHEET-FILE.
           DISPLAY WS-TAKE-MATERIALS ' material(s) frozen - count '
               'sheet on STKCOUNT.PRT.'.
           GO TO TAKEMENU.

      * key the yard's counts one material at a time - a material
      * counted again simply takes the later count

       ENTERCOUNT.
           OPEN I-O STOCK-COUNT-FILE.
           IF WS-COUNT-STATUS NOT = '00' THEN
                   DISPLAY 'No stock-take open - freeze a count '
                       'sheet first.'
                   GO TO TAKEMENU
           END-IF.

       ENTERCOUNTMATERIAL.
           DISPLAY 'Enter material code (6 chars, blank to finish): '.
           ACCEPT WS-MATERIAL-CODE.
           IF WS-MATERIAL-CODE = SPACES THEN
                   CLOSE STOCK-COUNT-FILE
                   GO TO TAKEMENU
           END-IF.
           MOVE WS-MATERIAL-CODE TO SC-MATERIAL-CODE.
           READ STOCK-COUNT-FILE
               INVALID KEY
                   DISPLAY 'Material not on the count sheet.'
                   GO TO ENTERCOUNTMATERIAL
           END-READ.
           IF SC-IS-COUNTED THEN
                   MOVE SC-COUNTED TO WS-COUNTED-DISP
                   DISPLAY 'Already counted at '
                       FUNCTION TRIM(WS-COUNTED-DISP)
                       ' - a new count replaces it.'
           END-IF.

       ENTERCOUNTSHEETS.
           DISPLAY 'Enter sheets counted (7 digits): '.
           ACCEPT WS-COUNT-BUF.
           IF WS-COUNT-BUF IS NOT NUMERIC THEN
                   DISPLAY 'Not numeric, try again.'
                   GO TO ENTERCOUNTSHEETS
           END-IF.
           MOVE WS-COUNT-NUM TO SC-COUNTED.
           MOVE 'Y' TO SC-COUNT-STATUS.
           REWRITE SC-RECORD.
           GO TO ENTERCOUNTMATERIAL.

      * post counted less frozen onto each counted material, log it
      * as a count adjustment and print the variance report for
      * sign-off. A material left uncounted stays as booked and is
      * listed so the count can be chased. Posting closes the
      * stock-take.

       POSTCOUNT.
           OPEN I-O STOCK-COUNT-FILE.
           IF WS-COUNT-STATUS NOT = '00' THEN
                   DISPLAY 'No stock-take open - nothing to post.'
                   GO TO TAKEMENU
           END-IF.
           MOVE 0 TO WS-TAKE-COUNTED.
           MOVE 0 TO WS-TAKE-UNCOUNTED.
           MOVE 'N' TO WS-COUNT-EOF.
           MOVE LOW-VALUES TO SC-MATERIAL-CODE.
           START STOCK-COUNT-FILE KEY IS GREATER THAN
               SC-MATERIAL-CODE
               INVALID KEY MOVE 'Y' TO WS-COUNT-EOF
           END-START.
           PERFORM UNTIL NO-MORE-COUNTS
               READ STOCK-COUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COUNT-EOF
                   NOT AT END
                       IF SC-IS-COUNTED THEN
                               ADD 1 TO WS-TAKE-COUNTED
                       ELSE
                               ADD 1 TO WS-TAKE-UNCOUNTED
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TAKE-COUNTED = 0 THEN
                   DISPLAY 'No counts keyed yet - nothing posted.'
                   CLOSE STOCK-COUNT-FILE
                   GO TO TAKEMENU
           END-IF.
           IF WS-TAKE-UNCOUNTED > 0 THEN
                   DISPLAY WS-TAKE-UNCOUNTED ' material(s) not '
                       'counted will be left as booked.'
           END-IF.
           DISPLAY 'Post ' WS-TAKE-COUNTED ' count(s) now? (Y/N): '.
           ACCEPT WS-POST-ANSWER.
           IF NOT POST-CONFIRMED THEN
                   DISPLAY 'Nothing posted.'
                   CLOSE STOCK-COUNT-FILE
                   GO TO TAKEMENU
           END-IF.
           OPEN OUTPUT VARIANCE-REPORT-FILE.
           IF WS-VARRPT-STATUS NOT = '00' THEN
                   DISPLAY 'Unable to open variance report file, '
                       'status ' WS-VARRPT-STATUS ' - nothing posted.'
                   CLOSE STOCK-COUNT-FILE
                   GO TO TAKEMENU
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE 0 TO WS-TAKE-VARIANCES.
           MOVE 0 TO WS-TAKE-NET.
           MOVE 0 TO WS-PO-NUMBER.
           MOVE 0 TO WS-PO-LINE.
           MOVE SPACES TO VR-LINE.
           STRING 'STOCK-TAKE VARIANCE REPORT - POSTED '
               WS-TIMESTAMP(1:8) ' BY ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO VR-LINE.
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           WRITE VR-LINE.
           MOVE 'MATERIAL     FROZEN   COUNTED   VARIANCE'
               TO VR-LINE.
           WRITE VR-LINE.
           MOVE 'N' TO WS-COUNT-EOF.
           MOVE LOW-VALUES TO SC-MATERIAL-CODE.
           START STOCK-COUNT-FILE KEY IS GREATER THAN
               SC-MATERIAL-CODE
               INVALID KEY MOVE 'Y' TO WS-COUNT-EOF
           END-START.
           PERFORM UNTIL NO-MORE-COUNTS
               READ STOCK-COUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COUNT-EOF
                   NOT AT END
                       PERFORM POST-ONE-COUNT THRU POST-ONE-COUNT-EXIT
               END-READ
           END-PERFORM.
           MOVE WS-TAKE-NET TO WS-TAKE-NET-DISP.
           MOVE SPACES TO VR-LINE.
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           STRING 'TOTAL - ' WS-TAKE-COUNTED ' COUNTED  '
               WS-TAKE-VARIANCES ' WITH A VARIANCE  '
               WS-TAKE-UNCOUNTED ' NOT COUNTED'
               DELIMITED BY SIZE INTO VR-LINE.
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           STRING '        NET VARIANCE '
               FUNCTION TRIM(WS-TAKE-NET-DISP) ' SHEET(S)'
               DELIMITED BY SIZE INTO VR-LINE.
           WRITE VR-LINE.
           MOVE SPACES TO VR-LINE.
           WRITE VR-LINE.
           MOVE 'COUNTED BY:  ______________   DATE: __________'
               TO VR-LINE.
           WRITE VR-LINE.
           MOVE 'PREPARED BY: ______________   DATE: __________'
               TO VR-LINE.
           WRITE VR-LINE.
           MOVE 'CHECKED BY:  ______________   DATE: __________'
               TO VR-LINE.
           WRITE VR-LINE.
           CLOSE VARIANCE-REPORT-FILE.
           CLOSE STOCK-COUNT-FILE.
      * the stock-take is finished - clear the count file so the
      * next freeze starts clean
           OPEN OUTPUT STOCK-COUNT-FILE.
           CLOSE STOCK-COUNT-FILE.
           DISPLAY WS-TAKE-VARIANCES ' variance(s) posted - report '
               'on STKVAR.PRT.'.
           GO TO TAKEMENU.

       POST-ONE-COUNT.
           MOVE SPACES TO VR-LINE.
           MOVE SC-MATERIAL-CODE TO VR-LINE(1:6).
           MOVE SC-FROZEN-ON-HAND TO WS-FROZEN-DISP.
           MOVE WS-FROZEN-DISP TO VR-LINE(11:8).
           IF SC-NOT-COUNTED THEN
                   MOVE 'NOT COUNTED - LEFT AS BOOKED'
                       TO VR-LINE(22:28)
                   WRITE VR-LINE
                   GO TO POST-ONE-COUNT-EXIT
           END-IF.
           COMPUTE WS-VARIANCE = SC-COUNTED - SC-FROZEN-ON-HAND.
           MOVE SC-COUNTED TO WS-COUNTED-DISP.
           MOVE WS-COUNTED-DISP TO VR-LINE(21:8).
           MOVE WS-VARIANCE TO WS-VARIANCE-DISP.
           MOVE WS-VARIANCE-DISP TO VR-LINE(31:9).
           IF WS-VARIANCE = 0 THEN
                   WRITE VR-LINE
                   GO TO POST-ONE-COUNT-EXIT
           END-IF.
           MOVE SC-MATERIAL-CODE TO SK-MATERIAL-CODE.
           READ STOCK-MASTER-FILE
               INVALID KEY
                   MOVE 'NO STOCK RECORD - NOT POSTED'
                       TO VR-LINE(42:28)
                   WRITE VR-LINE
                   GO TO POST-ONE-COUNT-EXIT
           END-READ.
           ADD WS-VARIANCE TO SK-SHEETS-ON-HAND
               ON SIZE ERROR
                   MOVE 'VARIANCE TOO LARGE - NOT POSTED'
                       TO VR-LINE(42:31)
                   WRITE VR-LINE
                   GO TO POST-ONE-COUNT-EXIT
           END-ADD.
           REWRITE SK-RECORD.
           MOVE SC-MATERIAL-CODE TO WS-MATERIAL-CODE.
           MOVE WS-VARIANCE TO WS-SHEETS-IN.
           MOVE 'C' TO TL-ACTION.
           PERFORM WRITE-STOCK-LOG.
           ADD 1 TO WS-TAKE-VARIANCES.
           ADD WS-VARIANCE TO WS-TAKE-NET.
           MOVE '*** ADJUSTED' TO VR-LINE(42:12).
           WRITE VR-LINE.
       POST-ONE-COUNT-EXIT.
           EXIT.

      * a new stock line is only opened for a material the rate
      * master knows

       CHECK-RATE-MASTER.
           MOVE 'N' TO WS-MATERIAL-FOUND.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATE-STATUS NOT = '00' THEN
                   DISPLAY 'Rate master open failed, status '
               INVALID KEY
                   DISPLAY 'Material not on the rate master - '
                       'receipt not booked.'
                   MOVE 'N' TO WS-MATERIAL-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MATERIAL-FOUND
           END-READ.
           CLOSE RATE-MASTER-FILE.
       CHECK-RATE-EXIT.
           EXIT.

      * every line of the order with what is still outstanding, so
      * the operator can match the delivery note to its line

       LIST-PO-LINES.
           MOVE 'N' TO WS-PO-EOF.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           START PURCH-ORDER-FILE KEY IS GREATER THAN PO-KEY
               INVALID KEY MOVE 'Y' TO WS-PO-EOF
           END-START.
           DISPLAY 'LINE  MATERIAL  ORDERED  RECEIVED  STATUS'.
           PERFORM UNTIL NO-MORE-PO-LINES
               READ PURCH-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PO-EOF
                   NOT AT END
                       IF PO-NUMBER NOT = WS-PO-NUMBER THEN
                               MOVE 'Y' TO WS-PO-EOF
                       ELSE
                               MOVE PO-QTY-ORDERED TO WS-QTY-DISP
                               MOVE PO-QTY-RECEIVED TO WS-RCVD-DISP
                               DISPLAY PO-LINE-NO '   '
                                   PO-MATERIAL-CODE '  '
                                   WS-QTY-DISP '  ' WS-RCVD-DISP
                                   '   ' PO-LINE-STATUS
                       END-IF
               END-READ
           END-PERFORM.

      * an order closes once none of its lines is still open

       CLOSE-PO-IF-DONE.
           MOVE 0 TO WS-LINES-OPEN.
           MOVE 'N' TO WS-PO-EOF.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           START PURCH-ORDER-FILE KEY IS GREATER THAN PO-KEY
               INVALID KEY MOVE 'Y' TO WS-PO-EOF
           END-START.
           PERFORM UNTIL NO-MORE-PO-LINES
               READ PURCH-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PO-EOF
                   NOT AT END
                       IF PO-NUMBER NOT = WS-PO-NUMBER THEN
                               MOVE 'Y' TO WS-PO-EOF
                       ELSE
                               IF PO-LINE-IS-OPEN THEN
                                       ADD 1 TO WS-LINES-OPEN
                               END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LINES-OPEN > 0 THEN
                   DISPLAY 'PO ' WS-PO-NUMBER ' still has '
                       WS-LINES-OPEN ' line(s) open.'
                   GO TO CLOSE-PO-EXIT
           END-IF.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE 0 TO PO-LINE-NO.
           READ PURCH-ORDER-FILE
               INVALID KEY
                   GO TO CLOSE-PO-EXIT
           END-READ.
           MOVE 'C' TO PO-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO PO-CLOSED-DATE.
           REWRITE PO-RECORD.
           DISPLAY 'PO ' WS-PO-NUMBER ' fully received - closed.'.
       CLOSE-PO-EXIT.
           EXIT.

      * append one record per receipt or reorder-point change to the
      * stock log, with the order and line a delivery was booked
      * against

       WRITE-STOCK-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-MATERIAL-CODE TO TL-MATERIAL-CODE.
           MOVE WS-SHEETS-IN TO TL-SHEETS.
           MOVE SK-SHEETS-ON-HAND TO TL-NEW-ON-HAND.
           MOVE WS-PO-NUMBER TO TL-PO-NUMBER.
           MOVE WS-PO-LINE TO TL-PO-LINE.
           WRITE TL-RECORD.
